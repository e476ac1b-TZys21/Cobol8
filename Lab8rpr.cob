      *Tyler Zysberg
      *> Reprint utility for the output generations Lab8Gen keeps.
      *> Works off the company's <prefix>-gen-ctl.dat list, so only a
      *> generation still inside the retention count can be reprinted
      *> -- one that has rolled off says so instead of reprinting
      *> whatever stale file happens to be lying around. Command line:
      *>   LIST                     -- every retained generation
      *>   REGISTER YYYYMMDD [A|B]  -- that run's payroll register,
      *>                               the a- and b- registers both
      *>                               unless one is named
      *>   STUB YYYYMMDD EMPNUM     -- one employee's earnings
      *>                               statement(s) from that run
      *> The reprint goes to <prefix>-reprint.dat under a banner
      *> naming the run date, pay period and generation it came from,
      *> so a reprinted register can never pass for the original.
       Identification Division.
       Program-ID.     Lab8Rpr.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select GenFile
               Assign to Dynamic GenFileName
               Organization is Line Sequential
               File Status is GenStatus.
           Select CtlFile
               Assign to Dynamic CtlFileName
               Organization is Line Sequential
               File Status is CtlStatus.
           Select RptFile
               Assign to Dynamic RptFileName
               Organization is Line Sequential
               File Status is RptStatus.
           Select RunCoFile
               Assign to "lab8-runcompany.dat"
               Organization is Line Sequential
               File Status is RunCoStatus.
           Select CompanyFile
               Assign to "lab8-company.dat"
               Organization is Line Sequential
               File Status is CompanyStatus.

       Data Division.
       File Section.
       FD GenFile.
       01 Gen-Record Pic X(300).

       FD CtlFile.
       01 Ctl-Record.
           05 GC-Date Pic 9(8).
           05  Pic X Value Space.
           05 GC-Period Pic 9(3).
           05  Pic X Value Space.
           05 GC-Code Pic X(12).
           05  Pic X Value Space.
           05 GC-Count Pic 9(7).
           05  Pic X Value Space.
           05 GC-Name Pic X(40).

       FD RptFile.
       01 Rpt-Record Pic X(300).

       FD RunCoFile.
       01 RunCo-Record.
           05 RNC-Code Pic X(3).

       FD CompanyFile.
       01 Company-Record.
           05 CO-Code Pic X(3).
           05 CO-LegalName Pic X(35).
           05 CO-EIN Pic X(10).
           05 CO-Prefix Pic X(8).

       Working-Storage Section.
       01  EOF Pic X.
           88 Finished Value "Y".
       01  GenStatus Pic XX.
       01  CtlStatus Pic XX.
       01  RptStatus Pic XX.
       01  RunCoStatus Pic XX.
       01  CompanyStatus Pic XX.
       01  CoEOF Pic X.
       01  CompanyPrefix Pic X(8) Value "lab8".
       01  CtlFileName Pic X(40) Value "lab8-gen-ctl.dat".
       01  RptFileName Pic X(40) Value "lab8-reprint.dat".
       01  GenFileName Pic X(40).
       01  ArgNum Pic 99.
       01  ArgWork Pic X(10).
       01  RunMode Pic X(8).
       01  WantDate Pic 9(8) Value 0.
       01  WantSide Pic X Value Space.
       01  WantEmp Pic 9(5) Value 0.
       01  WantCode Pic X(12).
       01  GenPeriod Pic 9(3).
       01  GenCount Pic 9(7).
       01  Gen-Found Pic X.
           88 IsGenFound Value "Y".
       01  ReprintCount Pic 999 Value 0.
       01  StubCount Pic 999 Value 0.
       01  LineCount Pic 9(7).
      *> A stub starts on its rule line; the employee number is in the
      *> first five columns of the third line, so the first three
      *> lines are held until it is known whose stub this is.
       01  StubHold.
           05 StubHoldLine Pic X(300) occurs 3 times.
       01  StubLineNo Pic 9(4) Value 0.
       01  HoldIndx Pic 9.
       01  Stub-Match Pic X Value "N".
           88 IsStubMatch Value "Y".
       01  Banner-Done Pic X Value "N".
           88 IsBannerDone Value "Y".
       01  Rpr-Banner1.
           05 Pic X(10) Value "REPRINT -".
           05 RB-Code Pic X(12).
           05 Pic X(10) Value " run date ".
           05 RB-Month Pic 99/.
           05 RB-Day Pic 99/.
           05 RB-Year Pic 9999.
           05 Pic X(9) Value "  period ".
           05 RB-Period Pic ZZ9.
       01  Rpr-Banner2.
           05 Pic X(27) Value "  from retained generation ".
           05 RB-Name Pic X(40).
       01  Rpr-RuleLine Pic X(72) Value All "-".
       01  DateWork Pic 9(8).
       01  DateParts Redefines DateWork.
           05 DW-Year Pic 9(4).
           05 DW-Month Pic 99.
           05 DW-Day Pic 99.
       01  List-Line.
           05 LL-Date Pic 9(8).
           05 Pic XX Value Spaces.
           05 LL-Period Pic ZZ9.
           05 Pic XX Value Spaces.
           05 LL-Code Pic X(12).
           05 LL-Count Pic Z(6)9.
           05 Pic XX Value Spaces.
           05 LL-Name Pic X(40).

       Procedure Division.
       000-Main.
           Perform 010-SetCompanyFiles
           Move 1 to ArgNum
           Display ArgNum Upon Argument-Number
           Move Spaces to ArgWork
           Accept ArgWork from Argument-Value
           Move Function Trim(Function Upper-Case(ArgWork)) to RunMode
           if RunMode = "LIST"
           Perform 100-ListGenerations
           goback
           end-if
           if RunMode not = "REGISTER" and RunMode not = "STUB"
           Perform 900-Usage
           end-if
           Move 2 to ArgNum
           Display ArgNum Upon Argument-Number
           Move Spaces to ArgWork
           Accept ArgWork from Argument-Value
           if ArgWork (1:8) is numeric
           Move ArgWork (1:8) to WantDate
           else
           Perform 900-Usage
           end-if
           Move 3 to ArgNum
           Display ArgNum Upon Argument-Number
           Move Spaces to ArgWork
           Accept ArgWork from Argument-Value
           if RunMode = "REGISTER"
           Move Function Upper-Case(ArgWork (1:1)) to WantSide
           if WantSide not = Space and WantSide not = "A" and
            WantSide not = "B"
           Perform 900-Usage
           end-if
           else
           if ArgWork = Spaces or Function Test-Numval(ArgWork) not = 0
           Perform 900-Usage
           end-if
           Compute WantEmp = Function Numval(ArgWork)
           end-if
           Open Output RptFile
           if RunMode = "REGISTER"
           Perform 200-ReprintRegister
           else
           Perform 300-ReprintStub
           end-if
           Close RptFile
           goback.

      *> Which company comes from the lab8-runcompany.dat pointer,
      *> the same as every chain step; no pointer means the original
      *> single-company filenames.
       010-SetCompanyFiles.
           Open Input RunCoFile
           if RunCoStatus = "00"
           Read RunCoFile
           at end continue
           not at end
           if RNC-Code not = Spaces
           Perform 013-LookupCompany
           end-if
           end-read
           Close RunCoFile
           end-if
           Perform 014-BuildFileNames.

       013-LookupCompany.
           Open Input CompanyFile
           if CompanyStatus = "00"
           Move "N" to CoEOF
           Perform until CoEOF = "Y"
           Read CompanyFile
           at end Move "Y" to CoEOF
           not at end
           if CO-Code = RNC-Code
           Move CO-Prefix to CompanyPrefix
           end-if
           end-read
           end-perform
           Close CompanyFile
           end-if
           Move "N" to CoEOF.

       014-BuildFileNames.
           Move Spaces to CtlFileName
           String Function Trim(CompanyPrefix) "-gen-ctl.dat"
            delimited by size into CtlFileName
           Move Spaces to RptFileName
           String Function Trim(CompanyPrefix) "-reprint.dat"
            delimited by size into RptFileName.

       100-ListGenerations.
           Open Input CtlFile
           if CtlStatus not = "00"
           Display "Lab8Rpr: no output generations on hand ("
            Function Trim(CtlFileName) ")"
           Move 4 to Return-Code
           exit paragraph
           end-if
           Display "Lab8Rpr: retained output generations, "
            Function Trim(CtlFileName)
           Move "N" to EOF
           Perform until Finished
           Read CtlFile
           at end Move "Y" to EOF
           not at end
           Move GC-Date to LL-Date
           Move GC-Period to LL-Period
           Move GC-Code to LL-Code
           Move GC-Count to LL-Count
           Move GC-Name to LL-Name
           Display List-Line
           end-read
           end-perform
           Close CtlFile
           Move "N" to EOF
           Move 0 to Return-Code.

       200-ReprintRegister.
           if WantSide not = "B"
           Move "A-REGISTER" to WantCode
           Perform 400-FindGeneration
           if IsGenFound
           Perform 210-CopyGeneration
           end-if
           end-if
           if WantSide not = "A"
           Move "B-REGISTER" to WantCode
           Perform 400-FindGeneration
           if IsGenFound
           Perform 210-CopyGeneration
           end-if
           end-if
           if ReprintCount = 0
           Display "Lab8Rpr: no retained register for run "
            WantDate
           Move 8 to Return-Code
           else
           Display "Lab8Rpr: " ReprintCount " register(s) for run "
            WantDate " reprinted to " Function Trim(RptFileName)
           Move 0 to Return-Code
           end-if.

       210-CopyGeneration.
           Open Input GenFile
           if GenStatus not = "00"
           Display "Lab8Rpr: " Function Trim(GenFileName)
            " is on the control list but not on hand"
           exit paragraph
           end-if
           Perform 500-WriteBanner
           Move 0 to LineCount
           Move "N" to EOF
           Perform until Finished
           Read GenFile
           at end Move "Y" to EOF
           not at end
           Write Rpt-Record from Gen-Record
           Add 1 to LineCount
           end-read
           end-perform
           Close GenFile
           Move "N" to EOF
           if LineCount not = GenCount
           Display "Lab8Rpr: " Function Trim(GenFileName) " holds "
            LineCount " line(s), control list says " GenCount
           end-if
           Add 1 to ReprintCount.

       300-ReprintStub.
           Move "A-STUB" to WantCode
           Perform 400-FindGeneration
           if IsGenFound
           Perform 310-ScanStubs
           end-if
           Move "B-STUB" to WantCode
           Perform 400-FindGeneration
           if IsGenFound
           Perform 310-ScanStubs
           end-if
           if StubCount = 0
           Display "Lab8Rpr: no retained stub for employee " WantEmp
            " in run " WantDate
           Move 8 to Return-Code
           else
           Display "Lab8Rpr: " StubCount " stub(s) for employee "
            WantEmp " reprinted to " Function Trim(RptFileName)
           Move 0 to Return-Code
           end-if.

       310-ScanStubs.
           Open Input GenFile
           if GenStatus not = "00"
           Display "Lab8Rpr: " Function Trim(GenFileName)
            " is on the control list but not on hand"
           exit paragraph
           end-if
           Move 0 to StubLineNo
           Move "N" to Stub-Match
           Move "N" to Banner-Done
           Move "N" to EOF
           Perform until Finished
           Read GenFile
           at end Move "Y" to EOF
           not at end
           Perform 320-StubLine
           end-read
           end-perform
           Close GenFile
           Move "N" to EOF.

       320-StubLine.
           if Gen-Record (1:72) = All "="
           Move "N" to Stub-Match
           Move 0 to StubLineNo
           end-if
           Add 1 to StubLineNo
           if IsStubMatch
           Write Rpt-Record from Gen-Record
           exit paragraph
           end-if
           if StubLineNo > 3
           exit paragraph
           end-if
           Move Gen-Record to StubHoldLine(StubLineNo)
           if StubLineNo = 3 and StubHoldLine(1) (1:72) = All "="
            and StubHoldLine(3) (1:5) is numeric
           if StubHoldLine(3) (1:5) = WantEmp
           Move "Y" to Stub-Match
           if not IsBannerDone
           Perform 500-WriteBanner
           Move "Y" to Banner-Done
           end-if
           Add 1 to StubCount
           Perform Varying HoldIndx from 1 by 1 until HoldIndx > 3
           Write Rpt-Record from StubHoldLine(HoldIndx)
           end-perform
           end-if
           end-if.

       400-FindGeneration.
           Move "N" to Gen-Found
           Open Input CtlFile
           if CtlStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read CtlFile
           at end Move "Y" to EOF
           not at end
           if GC-Date = WantDate and GC-Code = WantCode
           Move GC-Name to GenFileName
           Move GC-Period to GenPeriod
           Move GC-Count to GenCount
           Move "Y" to Gen-Found
           end-if
           end-read
           end-perform
           Close CtlFile
           end-if
           Move "N" to EOF.

       500-WriteBanner.
           Move WantCode to RB-Code
           Move WantDate to DateWork
           Move DW-Month to RB-Month
           Move DW-Day to RB-Day
           Move DW-Year to RB-Year
           Move GenPeriod to RB-Period
           Move GenFileName to RB-Name
           Write Rpt-Record from Rpr-RuleLine
           Write Rpt-Record from Rpr-Banner1
           Write Rpt-Record from Rpr-Banner2
           Write Rpt-Record from Rpr-RuleLine.

       900-Usage.
           Display "Lab8Rpr: usage: LIST"
           Display "                REGISTER YYYYMMDD [A|B]"
           Display "                STUB YYYYMMDD EMPNUM"
           Move 1 to Return-Code
           stop run.
