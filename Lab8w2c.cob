
      *Tyler Zysberg
      *> Corrected wage and tax statements. Once Lab8Yec has closed a
      *> year and its W-2s have gone out, a retro correction Lab8Adj
      *> makes for a period paid in that year goes to the W-2c
      *> ledger (lab8-w2cledger.dat) instead of the live YTD master,
      *> with the boxes as previously reported and as corrected. This
      *> program takes the YEAR on the command line and writes a
      *> W-2c-style statement for every employee whose correction is
      *> still outstanding -- each box previously reported beside the
      *> corrected amount, full SSN off lab8-empmaster.dat as on the
      *> W-2 -- followed by a W-3c-style transmittal with the
      *> statement count and the previously reported and corrected
      *> totals per box, to lab8-w2c-YYYY.dat. The statements written
      *> are marked filed on the ledger and the year's corrections
      *> flag on lab8-yecontrol.dat goes from outstanding to filed.
      *> YEAR ALL reprints every correction on the ledger for the
      *> year, filed ones included. A year Lab8Yec has not closed is
      *> refused -- its W-2 hasn't been issued, so there is nothing
      *> to correct. Files take the lab8-runcompany.dat company
      *> prefix, as Lab8W2's do.
       Identification Division.
       Program-ID.     Lab8W2c.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select LedgerFile
               Assign to Dynamic LedgerName
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is WC-Key
               File Status is LedgerStatus.
           Select YeControlFile
               Assign to Dynamic ControlName
               Organization is Line Sequential
               File Status is ControlStatus.
           Select MasterFile
               Assign to "lab8-empmaster.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is EM-EmpNum
               File Status is MasterStatus.
           Select W2cFile
               Assign to Dynamic W2cFileName
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
       FD LedgerFile.
       01 Ledger-Record.
           05 WC-Key.
              10 WC-Year Pic 9(4).
              10 WC-EmpNum Pic 9(5).
           05 WC-EmpName Pic X(35).
           05 WC-Status Pic X.
           05 WC-FirstDate Pic 9(8).
           05 WC-LastDate Pic 9(8).
           05 WC-FiledDate Pic 9(8).
           05 WC-Orig.
              10 WC-OBox Pic 9(9)V99 occurs 8 times.
           05 WC-Corr.
              10 WC-CBox Pic 9(9)V99 occurs 8 times.

       FD YeControlFile.
       01 YeControl-Record.
           05 YC-Year Pic 9(4).
           05  Pic X.
           05 YC-Date Pic 9(8).
           05  Pic X.
           05 YC-CorrFlag Pic X.
           05  Pic X.
           05 YC-CorrDate Pic 9(8).

       FD MasterFile.
       01 Master-Record.
           05 EM-EmpNum Pic 9(5).
           05 EM-Image Pic X(232).
           05 EM-SSN Pic 9(9).
           05 EM-WorkState Pic XX.

       FD W2cFile.
       01 ot-record Pic X(80).

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
       01  RunCoStatus Pic XX.
       01  CompanyStatus Pic XX.
       01  CoEOF Pic X.
       01  CompanyPrefix Pic X(8) Value "lab8".
       01  CompanyName Pic X(35) Value Spaces.
       01  CompanyEIN Pic X(10) Value Spaces.
       01  LedgerName Pic X(40) Value "lab8-w2cledger.dat".
       01  ControlName Pic X(40) Value "lab8-yecontrol.dat".
       01  W2cFileName Pic X(40).
       01  LedgerStatus Pic XX.
       01  ControlStatus Pic XX.
       01  MasterStatus Pic XX.
       01  Master-OK Pic X Value "N".
           88 IsMasterOK Value "Y".
       01  ArgNum Pic 99.
       01  ArgWork Pic X(10).
       01  WantYear Pic 9(4).
       01  Reprint-All Pic X Value "N".
           88 IsReprintAll Value "Y".
       01  RunDateNum Pic 9(8).
       01  Year-Closed Pic X Value "N".
           88 IsYearClosed Value "Y".
       01  CYTable.
           05 CYRow occurs 100 times.
              10 CY-Record Pic X(24).
       01  CYCount Pic 999 Value 0.
       01  CYIndx Pic 999.
       01  StmtCount Pic 9(5) Value 0.
       01  FiledCount Pic 9(5) Value 0.
       01  BoxIndx Pic 9.
       01  W3Totals.
           05 W3Row occurs 8 times.
              10 W3-Orig Pic 9(11)V99 Value 0.
              10 W3-Corr Pic 9(11)V99 Value 0.
      *> Box captions in ledger order.
       01  BoxNames.
           05  Pic X(34) Value " 1 Wages, tips, other comp".
           05  Pic X(34) Value " 2 Federal income tax withheld".
           05  Pic X(34) Value " 3 Social security wages".
           05  Pic X(34) Value " 4 Social security tax withheld".
           05  Pic X(34) Value " 5 Medicare wages and tips".
           05  Pic X(34) Value " 6 Medicare tax withheld".
           05  Pic X(34) Value "12 Code D 401(k) deferrals".
           05  Pic X(34) Value "17 State income tax".
       01  BoxNameTable redefines BoxNames.
           05 BoxName Pic X(34) occurs 8 times.
       01  Stmt-Head1.
           05  Pic X(22) Value "W-2c Corrected  Year ".
           05 SH-Year Pic 9(4).
           05  Pic X(4) Value Spaces.
           05 SH-CoName Pic X(35).
       01  Stmt-Head2.
           05  Pic X(14) Value "Employer EIN: ".
           05 SH-EIN Pic X(10).
       01  Stmt-Head3.
           05  Pic X(10) Value "Employee: ".
           05 SH-EmpNum Pic 9(5).
           05  Pic X Value Space.
           05 SH-EmpName Pic X(35).
           05  Pic X(5) Value " SSN ".
           05 SH-SSN Pic X(11).
       01  Box-Head.
           05  Pic X(34) Value "Box".
           05  Pic X(17) Value "  Prev. reported".
           05  Pic X(17) Value "       Corrected".
       01  Box-Line.
           05 BL-Name Pic X(34).
           05 BL-Orig Pic $ZZZ,ZZZ,ZZ9.99.
           05  Pic XX Value Spaces.
           05 BL-Corr Pic $ZZZ,ZZZ,ZZ9.99.
       01  W3-Head1.
           05  Pic X(34) Value "W-3c Transmittal of Corrections".
           05  Pic X(5) Value "Year ".
           05 WH-Year Pic 9(4).
       01  W3-Head2.
           05  Pic X(12) Value "Statements: ".
           05 WH-Count Pic ZZ,ZZ9.
       01  Rule-Line Pic X(68) Value All "-".
       01  blank-line Pic X Value Space.

       Procedure Division.
       000-Main.
           Move Function Current-Date (1:8) to RunDateNum
           Perform 020-GetArguments
           Perform 010-SetCompanyFiles
           Perform 030-LoadControl
           if not IsYearClosed
           Display "Lab8W2c: year " WantYear " has not been closed"
            " by Lab8Yec -- no W-2 issued to correct. Run refused."
           Move 8 to Return-Code
           stop run
           end-if
           Open I-O LedgerFile
           if LedgerStatus not = "00"
           Display "Lab8W2c: no W-2c ledger on hand, nothing to do"
           Move 0 to Return-Code
           stop run
           end-if
           Open Input MasterFile
           if MasterStatus = "00"
           Move "Y" to Master-OK
           else
           Display "Lab8W2c: employee master not on hand,"
            " statements print without SSNs"
           end-if
           Move Spaces to W2cFileName
           String Function Trim(CompanyPrefix) "-w2c-" WantYear ".dat"
            delimited by size into W2cFileName
           Open Output W2cFile
           Move WantYear to WC-Year
           Move 0 to WC-EmpNum
           Move "N" to EOF
           Start LedgerFile key not < WC-Key
           invalid key Move "Y" to EOF
           end-start
           Perform until Finished
           Read LedgerFile Next
           at end Move "Y" to EOF
           not at end
           if WC-Year not = WantYear
           Move "Y" to EOF
           else
           if WC-Status = "O" or IsReprintAll
           Perform 100-WriteStatement
           end-if
           end-if
           end-read
           end-perform
           Perform 200-WriteTransmittal
           Close W2cFile
           Close LedgerFile
           if IsMasterOK
           Close MasterFile
           end-if
           if FiledCount > 0
           Perform 300-MarkYearFiled
           end-if
           Display "Lab8W2c: " StmtCount " statement(s) for " WantYear
            " on " Function Trim(W2cFileName) ", " FiledCount
            " newly filed"
           Move 0 to Return-Code
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
           Move Spaces to LedgerName
           String Function Trim(CompanyPrefix) "-w2cledger.dat"
            delimited by size into LedgerName
           Move Spaces to ControlName
           String Function Trim(CompanyPrefix) "-yecontrol.dat"
            delimited by size into ControlName.

       020-GetArguments.
           Move 1 to ArgNum
           Display ArgNum Upon Argument-Number
           Accept ArgWork from Argument-Value
           if ArgWork = Spaces or ArgWork (1:4) not numeric
           Display "Lab8W2c: usage: YEAR [ALL]"
           Move 1 to Return-Code
           stop run
           end-if
           Compute WantYear = Function Numval(ArgWork)
           Move 2 to ArgNum
           Display ArgNum Upon Argument-Number
           Move Spaces to ArgWork
           Accept ArgWork from Argument-Value
           if Function Upper-Case(ArgWork) = "ALL"
           Move "Y" to Reprint-All
           end-if.

      *> The whole control file is kept so the year's flag can be
      *> written back in place.
       030-LoadControl.
           Open Input YeControlFile
           if ControlStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read YeControlFile
           at end Move "Y" to EOF
           not at end
           if CYCount = 100
           Display "Lab8W2c: year-end control table full,"
            " run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Add 1 to CYCount
           Move YeControl-Record to CY-Record(CYCount)
           if YC-Year = WantYear
           Move "Y" to Year-Closed
           end-if
           end-read
           end-perform
           Close YeControlFile
           end-if
           Move "N" to EOF.

       100-WriteStatement.
           Add 1 to StmtCount
           Move WantYear to SH-Year
           Move CompanyName to SH-CoName
           Move CompanyEIN to SH-EIN
           Move WC-EmpNum to SH-EmpNum
           Move WC-EmpName to SH-EmpName
           Move Spaces to SH-SSN
           if IsMasterOK
           Move WC-EmpNum to EM-EmpNum
           Read MasterFile
           invalid key
           continue
           not invalid key
           if EM-SSN > 0
           String EM-SSN (1:3) "-" EM-SSN (4:2) "-" EM-SSN (6:4)
            delimited by size into SH-SSN
           end-if
           end-read
           end-if
           Write ot-record from Stmt-Head1
           Write ot-record from Stmt-Head2
           Write ot-record from Stmt-Head3
           Write ot-record from Box-Head
           Perform Varying BoxIndx from 1 by 1 until BoxIndx > 8
           Move BoxName(BoxIndx) to BL-Name
           Move WC-OBox(BoxIndx) to BL-Orig
           Move WC-CBox(BoxIndx) to BL-Corr
           Write ot-record from Box-Line
           Add WC-OBox(BoxIndx) to W3-Orig(BoxIndx)
           Add WC-CBox(BoxIndx) to W3-Corr(BoxIndx)
           end-perform
           Write ot-record from Rule-Line
           if WC-Status = "O"
           Move "F" to WC-Status
           Move RunDateNum to WC-FiledDate
           Rewrite Ledger-Record
           Add 1 to FiledCount
           end-if.

       200-WriteTransmittal.
           Write ot-record from blank-line
           Move WantYear to WH-Year
           Move CompanyEIN to SH-EIN
           Write ot-record from W3-Head1
           Write ot-record from Stmt-Head2
           Move StmtCount to WH-Count
           Write ot-record from W3-Head2
           Write ot-record from Box-Head
           Perform Varying BoxIndx from 1 by 1 until BoxIndx > 8
           Move BoxName(BoxIndx) to BL-Name
           Move W3-Orig(BoxIndx) to BL-Orig
           Move W3-Corr(BoxIndx) to BL-Corr
           Write ot-record from Box-Line
           end-perform
           Write ot-record from Rule-Line.

      *> Everything outstanding for the year has just been filed.
       300-MarkYearFiled.
           Open Output YeControlFile
           Perform Varying CYIndx from 1 by 1 until CYIndx > CYCount
           Move CY-Record(CYIndx) to YeControl-Record
           if YC-Year = WantYear
           Move "F" to YC-CorrFlag
           Move RunDateNum to YC-CorrDate
           end-if
           Write YeControl-Record
           end-perform
           Close YeControlFile.
