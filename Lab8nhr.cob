
      *Tyler Zysberg
      *> State new-hire reporting. Every state wants new hires and
      *> rehires reported within about twenty days, and HR was keying
      *> them into the state portals from memory. Lab8Mnt already
      *> stamps every applied add (a rehire is an add for someone on
      *> the master as terminated) onto lab8-empaudit.dat; this
      *> program picks up the adds not yet reported, takes the
      *> employee's name, address, birth and hire dates, SSN and work
      *> state off the master (the audit image when the master no
      *> longer has them), and writes the submission file
      *> lab8-newhire.dat grouped by work state -- a header per state
      *> with our EIN and legal name off lab8-company.dat, one row per
      *> hire, and a trailer count. Each add reported is logged on
      *> lab8-newhirelog.dat under its audit stamp with the date it
      *> went out, so nothing goes twice and a later rehire of the
      *> same employee is still picked up. An add with no SSN on file
      *> can't be filed and is held back. The listing
      *> lab8-newhire-rpt.dat shows what went, and an overdue list of
      *> every hire past the deadline that was still unreported when
      *> the run started (filed late this run, or held). Run with
      *> LIST on the command line to print the listing only, with
      *> nothing written or logged. Held hires past the deadline set
      *> return code 4.
      *> TZ - first-run cutover: with no lab8-newhirelog.dat on hand
      *> yet, every add already past its deadline predates this
      *> program and was keyed into the portals by hand, so it is
      *> logged as on file (reported date zeros) and not filed or
      *> listed overdue; only hires still inside their window go to
      *> the states. LIST applies the same cutover but logs nothing.
       Identification Division.
       Program-ID.     Lab8Nhr.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select AuditFile
               Assign to "lab8-empaudit.dat"
               Organization is Line Sequential
               File Status is AuditStatus.
           Select MasterFile
               Assign to "lab8-empmaster.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is EM-EmpNum
               File Status is MasterStatus.
           Select NhLogFile
               Assign to "lab8-newhirelog.dat"
               Organization is Line Sequential
               File Status is NhLogStatus.
           Select SubmitFile
               Assign to Dynamic SubmitName
               Organization is Line Sequential
               File Status is SubmitStatus.
           Select RptFile
               Assign to Dynamic RptName
               Organization is Line Sequential.
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
      *> The after image is the master record as the add left it:
      *> EM-Image, then the SSN and work state.
       FD  AuditFile.
       01  Audit-Record.
           05 AU-Stamp.
               10 AU-Date Pic 9(8).
               10 AU-Time Pic 9(6).
           05  Pic X.
           05 AU-Action Pic X.
           05  Pic X.
           05 AU-User Pic X(8).
           05  Pic X.
           05 AU-EmpNum Pic 9(5).
           05  Pic X.
           05 AU-Before Pic X(243).
           05  Pic X.
           05 AU-After.
               10 AF-RunFile Pic X.
               10 AF-Status Pic X.
               10  Pic X(57).
               10 AF-LastName Pic X(20).
               10 AF-FirstName Pic X(15).
               10  Pic X.
               10 AF-StAddress Pic X(20).
               10 AF-CityState Pic X(20).
               10  Pic X(20).
               10 AF-Birthdate Pic X(8).
               10 AF-HireDate Pic X(8).
               10  Pic X(61).
               10 AF-SSN Pic X(9).
               10 AF-WorkState Pic XX.

       FD  MasterFile.
       01  Master-Record.
           05 EM-EmpNum Pic 9(5).
           05 EM-Image.
               10 EM-RunFile Pic X.
               10 EM-Status Pic X.
               10 EM-EmpData.
                  15  Pic X(57).
                  15 EM-LastName Pic X(20).
                  15 EM-FirstName Pic X(15).
                  15  Pic X.
                  15 EM-StAddress Pic X(20).
                  15 EM-CityState Pic X(20).
                  15  Pic X(20).
                  15 EM-Birthdate Pic X(8).
                  15 EM-HireDate Pic X(8).
                  15  Pic X(61).
           05 EM-SSN Pic 9(9).
           05 EM-WorkState Pic XX.

       FD  NhLogFile.
       01  NhLog-Record.
           05 NL-EmpNum Pic 9(5).
           05  Pic X Value Space.
           05 NL-Stamp Pic X(14).
           05  Pic X Value Space.
           05 NL-HireDate Pic 9(8).
           05  Pic X Value Space.
           05 NL-State Pic XX.
           05  Pic X Value Space.
           05 NL-ReportedDate Pic 9(8).

       FD  SubmitFile.
       01  Submit-Record Pic X(160).

       FD  RptFile.
       01  ot-record Pic X(132).

       FD  RunCoFile.
       01  RunCo-Record.
           05 RNC-Code Pic X(3).

       FD  CompanyFile.
       01  Company-Record.
           05 CO-Code Pic X(3).
           05 CO-LegalName Pic X(35).
           05 CO-EIN Pic X(10).
           05 CO-Prefix Pic X(8).

       Working-Storage Section.
       01  EOF Pic X.
           88 Finished Value "Y".
       01  AuditStatus Pic XX.
       01  MasterStatus Pic XX.
       01  NhLogStatus Pic XX.
       01  SubmitStatus Pic XX.
       01  RunCoStatus Pic XX.
       01  CompanyStatus Pic XX.
       01  CoEOF Pic X.
       01  CompanyPrefix Pic X(8) Value "lab8".
       01  CompanyName Pic X(35) Value Spaces.
       01  CompanyEIN Pic X(10) Value Spaces.
       01  SubmitName Pic X(40) Value "lab8-newhire.dat".
       01  RptName Pic X(40) Value "lab8-newhire-rpt.dat".
       01  Master-OK Pic X Value "N".
           88 IsMasterOK Value "Y".
       01  ArgNum Pic 99.
       01  ArgWork Pic X(10).
       01  List-Only Pic X Value "N".
           88 IsListOnly Value "Y".
       01  RunDateNum Pic 9(8).
       01  DeadlineDays Pic 99 Value 20.
       01  LogTable.
           05 LogRow occurs 5000 times.
              10 LT-EmpNum Pic 9(5).
              10 LT-Stamp Pic X(14).
       01  LogCount Pic 9(4) Value 0.
       01  LogIndx Pic 9(4).
       01  Log-Found Pic X.
           88 IsLogFound Value "Y".
       01  First-Run Pic X Value "N".
           88 IsFirstRun Value "Y".
       01  SeededCount Pic 9(5) Value 0.
       01  CutHireDate Pic 9(8).
       01  CutDueDate Pic 9(8).
       01  HireTable.
           05 HireRow occurs 2000 times.
              10 HT-EmpNum Pic 9(5).
              10 HT-Stamp Pic X(14).
              10 HT-LastName Pic X(20).
              10 HT-FirstName Pic X(15).
              10 HT-StAddress Pic X(20).
              10 HT-CityState Pic X(20).
              10 HT-Birthdate Pic X(8).
              10 HT-HireDate Pic 9(8).
              10 HT-SSN Pic 9(9).
              10 HT-State Pic XX.
              10 HT-DueDate Pic 9(8).
              10 HT-Held Pic X.
                 88 IsHeld Value "Y".
       01  HireCount Pic 9(4) Value 0.
       01  HireIndx Pic 9(4).
       01  StateTable.
           05 StateRow occurs 60 times.
              10 ST-Code Pic XX.
       01  StateCount Pic 99 Value 0.
       01  StateIndx Pic 99.
       01  State-Found Pic X.
           88 IsStateFound Value "Y".
       01  CurState Pic XX.
       01  StateHeads Pic 9(5).
       01  CSLen Pic 99.
       01  CSStart Pic 99.
       01  ReportedCount Pic 9(5) Value 0.
       01  HeldCount Pic 9(5) Value 0.
       01  OverdueCount Pic 9(5) Value 0.
       01  HeldOverdue Pic 9(5) Value 0.
       01  DaysLate Pic S9(5).
       01  Submit-Header.
           05  Pic X Value "H".
           05 SH-State Pic XX.
           05 SH-EIN Pic X(10).
           05 SH-Name Pic X(35).
           05 SH-Date Pic 9(8).
       01  Submit-Detail.
           05  Pic X Value "E".
           05 SE-State Pic XX.
           05 SE-SSN Pic 9(9).
           05 SE-LastName Pic X(20).
           05 SE-FirstName Pic X(15).
           05 SE-StAddress Pic X(20).
           05 SE-CityState Pic X(20).
           05 SE-Birthdate Pic X(8).
           05 SE-HireDate Pic 9(8).
           05 SE-EIN Pic X(10).
       01  Submit-Trailer.
           05  Pic X Value "T".
           05 ST-TrState Pic XX.
           05 ST-Count Pic 9(5).
       01  Title-Line.
           05  Pic X(32) Value "New-Hire Reporting          Run ".
           05 TI-Date Pic 9(8).
           05 TI-Mode Pic X(12).
       01  Employer-Line.
           05  Pic X(10) Value "Employer: ".
           05 EL-Name Pic X(35).
           05  Pic X(7) Value "  EIN: ".
           05 EL-EIN Pic X(10).
       01  State-Line.
           05  Pic X(12) Value "Work State: ".
           05 SL-State Pic XX.
       01  Heading-Line.
           05  Pic X(44) Value
               " Emp #  Employee Name                       ".
           05  Pic X(45) Value
               "Hire Date  Due Date   SSN          Status    ".
       01  Detail-Line.
           05 DL-EmpNum Pic Z(4)9.
           05  Pic X(2) Value Spaces.
           05 DL-Name Pic X(36).
           05  Pic X Value Space.
           05 DL-HireDate Pic 9(8).
           05  Pic X(3) Value Spaces.
           05 DL-DueDate Pic 9(8).
           05  Pic X(3) Value Spaces.
           05 DL-SSN Pic X(11).
           05  Pic X(2) Value Spaces.
           05 DL-Status Pic X(20).
       01  StateTotal-Line.
           05  Pic X(12) Value "State Total ".
           05 TL-Heads Pic ZZ,ZZ9.
           05  Pic X(9) Value " hire(s)".
       01  OverTitle-Line.
           05  Pic X(44) Value
               "Overdue -- Past the Deadline When This Run S".
           05  Pic X(8) Value "tarted".
       01  OverDetail-Line.
           05 OL-EmpNum Pic Z(4)9.
           05  Pic X(2) Value Spaces.
           05 OL-Name Pic X(36).
           05  Pic X Value Space.
           05 OL-State Pic XX.
           05  Pic X(3) Value Spaces.
           05 OL-HireDate Pic 9(8).
           05  Pic X(3) Value Spaces.
           05 OL-DaysLate Pic ZZ,ZZ9.
           05  Pic X(12) Value " day(s) late".
           05  Pic X(2) Value Spaces.
           05 OL-Status Pic X(20).
       01  None-Line Pic X(30) Value "  None".
       01  blank-line Pic X Value Space.

       Procedure Division.
       000-Main.
           Move Function Current-Date (1:8) to RunDateNum
           Perform 010-SetCompanyFiles
           Perform 020-GetArguments
           Perform 100-LoadLog
           Open Input MasterFile
           if MasterStatus = "00"
           Move "Y" to Master-OK
           else
           Display "Lab8Nhr: employee master not on hand,"
            " reporting from the audit images"
           end-if
           Perform 200-CollectHires
           if IsMasterOK
           Close MasterFile
           end-if
           Open Output RptFile
           Perform 500-WriteTitle
           Perform 300-ReportStates
           Perform 600-WriteOverdue
           Close RptFile
           if IsListOnly
           Display "Lab8Nhr: " HireCount " hire(s) unreported, "
            OverdueCount " overdue -- listing only, nothing filed"
           else
           Display "Lab8Nhr: " ReportedCount " hire(s) written to "
            Function Trim(SubmitName) ", " HeldCount " held, "
            OverdueCount " overdue"
           end-if
           if HeldOverdue > 0
           Display "Lab8Nhr: " HeldOverdue
            " overdue hire(s) could not be filed -- see "
            Function Trim(RptName)
           Move 4 to Return-Code
           else
           Move 0 to Return-Code
           end-if
           goback.

      *> Which company this pass is for comes from the one-record
      *> pointer file the driver writes before each company's chain
      *> (lab8-runcompany.dat). No pointer, or a blank one, means the
      *> original single-company filenames.
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
           Move CO-LegalName to CompanyName
           Move CO-EIN to CompanyEIN
           end-if
           end-read
           end-perform
           Close CompanyFile
           end-if
           Move "N" to CoEOF.

       014-BuildFileNames.
           Move Spaces to SubmitName
           String Function Trim(CompanyPrefix) "-newhire.dat"
            delimited by size into SubmitName
           Move Spaces to RptName
           String Function Trim(CompanyPrefix) "-newhire-rpt.dat"
            delimited by size into RptName.

       020-GetArguments.
           Move 1 to ArgNum
           Display ArgNum Upon Argument-Number
           Move Spaces to ArgWork
           Accept ArgWork from Argument-Value
           if Function Upper-Case(ArgWork) = "LIST"
           Move "Y" to List-Only
           end-if.

      *> Every add already filed, by employee and audit stamp.
       100-LoadLog.
           Open Input NhLogFile
           if NhLogStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read NhLogFile
           at end Move "Y" to EOF
           not at end
           if LogCount = 5000
           Display "Lab8Nhr: new-hire log table full, run aborted"
           Close NhLogFile
           Move 16 to Return-Code
           stop run
           end-if
           Add 1 to LogCount
           Move NL-EmpNum to LT-EmpNum(LogCount)
           Move NL-Stamp to LT-Stamp(LogCount)
           end-read
           end-perform
           Close NhLogFile
           else
           Move "Y" to First-Run
           end-if
           Move "N" to EOF.

       200-CollectHires.
           Open Input AuditFile
           if AuditStatus not = "00"
           Display "Lab8Nhr: no audit log on hand, nothing to report"
           exit paragraph
           end-if
           if IsFirstRun and not IsListOnly
           Open Output NhLogFile
           end-if
           Move "N" to EOF
           Perform until Finished
           Read AuditFile
           at end Move "Y" to EOF
           not at end
           if AU-Action = "A"
           Perform 210-CheckLogged
           if not IsLogFound
           if IsFirstRun
           Perform 205-CheckCutover
           else
           Perform 220-AddHire
           end-if
           end-if
           end-if
           end-read
           end-perform
           Close AuditFile
           if IsFirstRun and not IsListOnly
           Close NhLogFile
           end-if
           if IsFirstRun
           Display "Lab8Nhr: no new-hire log on hand -- " SeededCount
            " add(s) already past the deadline taken as filed by"
            " hand before cutover, not filed"
           end-if
           Move "N" to EOF.

      *> First run only: an add whose deadline had already gone by
      *> is logged as on file from before cutover; one still inside
      *> its window is a hire to report like any other.
       205-CheckCutover.
           Move AU-Date to CutHireDate
           if AF-HireDate is numeric and AF-HireDate not = "00000000"
           Move AF-HireDate to CutHireDate
           end-if
           Compute CutDueDate = Function Date-of-Integer(
            Function Integer-of-Date(CutHireDate) + DeadlineDays)
           if CutDueDate not < RunDateNum
           Perform 220-AddHire
           exit paragraph
           end-if
           Add 1 to SeededCount
           if not IsListOnly
           Move AU-EmpNum to NL-EmpNum
           Move AU-Stamp to NL-Stamp
           Move CutHireDate to NL-HireDate
           Move AF-WorkState to NL-State
           Move 0 to NL-ReportedDate
           Write NhLog-Record
           end-if.

       210-CheckLogged.
           Move "N" to Log-Found
           Perform Varying LogIndx from 1 by 1 until LogIndx > LogCount
            or IsLogFound
           if LT-EmpNum(LogIndx) = AU-EmpNum and
            LT-Stamp(LogIndx) = AU-Stamp
           Move "Y" to Log-Found
           end-if
           end-perform.

      *> The master is the current word on name, address and SSN --
      *> an SSN or address fixed by a later change goes out right.
      *> Someone terminated again since the add is still a hire to
      *> report, from the add's own image.
       220-AddHire.
           if HireCount = 2000
           Display "Lab8Nhr: hire table full, run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Add 1 to HireCount
           Move HireCount to HireIndx
           Move AU-EmpNum to HT-EmpNum(HireIndx)
           Move AU-Stamp to HT-Stamp(HireIndx)
           Move AF-LastName to HT-LastName(HireIndx)
           Move AF-FirstName to HT-FirstName(HireIndx)
           Move AF-StAddress to HT-StAddress(HireIndx)
           Move AF-CityState to HT-CityState(HireIndx)
           Move AF-Birthdate to HT-Birthdate(HireIndx)
           Move 0 to HT-HireDate(HireIndx)
           if AF-HireDate is numeric
           Move AF-HireDate to HT-HireDate(HireIndx)
           end-if
           Move 0 to HT-SSN(HireIndx)
           if AF-SSN is numeric
           Move AF-SSN to HT-SSN(HireIndx)
           end-if
           Move AF-WorkState to HT-State(HireIndx)
           if IsMasterOK
           Move AU-EmpNum to EM-EmpNum
           Read MasterFile
           invalid key
           continue
           not invalid key
           if EM-Status not = "T"
           Perform 225-TakeMaster
           end-if
           end-read
           end-if
           Perform 230-SetState
           if HT-HireDate(HireIndx) = 0
           Move AU-Date to HT-HireDate(HireIndx)
           end-if
           Compute HT-DueDate(HireIndx) = Function Date-of-Integer(
            Function Integer-of-Date(HT-HireDate(HireIndx))
            + DeadlineDays)
           Move "N" to HT-Held(HireIndx)
           if HT-SSN(HireIndx) = 0
           Move "Y" to HT-Held(HireIndx)
           end-if
           Perform 240-NoteState.

       225-TakeMaster.
           Move EM-LastName to HT-LastName(HireIndx)
           Move EM-FirstName to HT-FirstName(HireIndx)
           Move EM-StAddress to HT-StAddress(HireIndx)
           Move EM-CityState to HT-CityState(HireIndx)
           Move EM-Birthdate to HT-Birthdate(HireIndx)
           if EM-HireDate is numeric
           Move EM-HireDate to HT-HireDate(HireIndx)
           end-if
           if EM-SSN > 0
           Move EM-SSN to HT-SSN(HireIndx)
           end-if
           Move EM-WorkState to HT-State(HireIndx).

      *> The state the hire is reported to is the state they work
      *> in: the work state when one is on file, otherwise the state
      *> off the city/state field the way Lab8Qtr derives it.
       230-SetState.
           if HT-State(HireIndx) is alphabetic and
            HT-State(HireIndx) not = Spaces
           exit paragraph
           end-if
           Move "??" to HT-State(HireIndx)
           Compute CSLen =
            Function Length(Function Trim(HT-CityState(HireIndx)))
           if CSLen > 1
           Compute CSStart = CSLen - 1
           Move HT-CityState(HireIndx) (CSStart:2)
            to HT-State(HireIndx)
           end-if.

       240-NoteState.
           Move "N" to State-Found
           Perform Varying StateIndx from 1 by 1
            until StateIndx > StateCount
           if ST-Code(StateIndx) = HT-State(HireIndx)
           Move "Y" to State-Found
           end-if
           end-perform
           if not IsStateFound
           if StateCount = 60
           Display "Lab8Nhr: state table full, run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Add 1 to StateCount
           Move HT-State(HireIndx) to ST-Code(StateCount)
           end-if.

      *> One header, the state's hires and a trailer per work state
      *> on the submission; the listing follows the same grouping.
       300-ReportStates.
           if not IsListOnly
           Open Output SubmitFile
           Open Extend NhLogFile
           if NhLogStatus = "35"
           Open Output NhLogFile
           Close NhLogFile
           Open Extend NhLogFile
           end-if
           end-if
           Perform 310-ReportOneState
            Varying StateIndx from 1 by 1 until StateIndx > StateCount
           if not IsListOnly
           Close SubmitFile
           Close NhLogFile
           end-if.

       310-ReportOneState.
           Move ST-Code(StateIndx) to CurState
           Move 0 to StateHeads
           Write ot-record from blank-line
           Move CurState to SL-State
           Write ot-record from State-Line
           Write ot-record from Heading-Line
           if not IsListOnly
           Move CurState to SH-State
           Move CompanyEIN to SH-EIN
           Move CompanyName to SH-Name
           Move RunDateNum to SH-Date
           Write Submit-Record from Submit-Header
           end-if
           Perform Varying HireIndx from 1 by 1
            until HireIndx > HireCount
           if HT-State(HireIndx) = CurState
           Perform 320-ReportOneHire
           end-if
           end-perform
           if not IsListOnly
           Move CurState to ST-TrState
           Move StateHeads to ST-Count
           Write Submit-Record from Submit-Trailer
           end-if
           Move StateHeads to TL-Heads
           Write ot-record from StateTotal-Line.

       320-ReportOneHire.
           Move HT-EmpNum(HireIndx) to DL-EmpNum
           Move Spaces to DL-Name
           String Function Trim(HT-FirstName(HireIndx)) " "
            Function Trim(HT-LastName(HireIndx))
            delimited by size into DL-Name
           Move HT-HireDate(HireIndx) to DL-HireDate
           Move HT-DueDate(HireIndx) to DL-DueDate
           Move Spaces to DL-SSN
           if HT-SSN(HireIndx) > 0
           String HT-SSN(HireIndx) (1:3) "-"
            HT-SSN(HireIndx) (4:2) "-" HT-SSN(HireIndx) (6:4)
            delimited by size into DL-SSN
           end-if
           if IsHeld(HireIndx)
           Move "HELD - NO SSN" to DL-Status
           Add 1 to HeldCount
           else
           if IsListOnly
           Move "UNREPORTED" to DL-Status
           else
           Move "FILED" to DL-Status
           Perform 330-FileHire
           end-if
           end-if
           Write ot-record from Detail-Line.

       330-FileHire.
           Move HT-State(HireIndx) to SE-State
           Move HT-SSN(HireIndx) to SE-SSN
           Move HT-LastName(HireIndx) to SE-LastName
           Move HT-FirstName(HireIndx) to SE-FirstName
           Move HT-StAddress(HireIndx) to SE-StAddress
           Move HT-CityState(HireIndx) to SE-CityState
           Move HT-Birthdate(HireIndx) to SE-Birthdate
           Move HT-HireDate(HireIndx) to SE-HireDate
           Move CompanyEIN to SE-EIN
           Write Submit-Record from Submit-Detail
           Move HT-EmpNum(HireIndx) to NL-EmpNum
           Move HT-Stamp(HireIndx) to NL-Stamp
           Move HT-HireDate(HireIndx) to NL-HireDate
           Move HT-State(HireIndx) to NL-State
           Move RunDateNum to NL-ReportedDate
           Write NhLog-Record
           Add 1 to StateHeads
           Add 1 to ReportedCount.

       500-WriteTitle.
           Move RunDateNum to TI-Date
           if IsListOnly
           Move "  (LIST)" to TI-Mode
           else
           Move Spaces to TI-Mode
           end-if
           Write ot-record from Title-Line
           Move CompanyName to EL-Name
           Move CompanyEIN to EL-EIN
           Write ot-record from Employer-Line.

      *> Past the deadline means the due date had gone by before
      *> today with the hire still unreported -- whether this run
      *> filed it late or it is still held.
       600-WriteOverdue.
           Write ot-record from blank-line
           Write ot-record from OverTitle-Line
           Perform Varying HireIndx from 1 by 1
            until HireIndx > HireCount
           if HT-DueDate(HireIndx) < RunDateNum
           Perform 610-WriteOverdueOne
           end-if
           end-perform
           if OverdueCount = 0
           Write ot-record from None-Line
           end-if.

       610-WriteOverdueOne.
           Add 1 to OverdueCount
           Compute DaysLate = Function Integer-of-Date(RunDateNum)
            - Function Integer-of-Date(HT-DueDate(HireIndx))
           Move HT-EmpNum(HireIndx) to OL-EmpNum
           Move Spaces to OL-Name
           String Function Trim(HT-FirstName(HireIndx)) " "
            Function Trim(HT-LastName(HireIndx))
            delimited by size into OL-Name
           Move HT-State(HireIndx) to OL-State
           Move HT-HireDate(HireIndx) to OL-HireDate
           Move DaysLate to OL-DaysLate
           if IsHeld(HireIndx)
           Move "STILL UNREPORTED" to OL-Status
           Add 1 to HeldOverdue
           else
           if IsListOnly
           Move "STILL UNREPORTED" to OL-Status
           else
           Move "FILED LATE TODAY" to OL-Status
           end-if
           end-if
           Write ot-record from OverDetail-Line.
