      *Tyler Zysberg
      *> Output generations. Lab08a and Lab08 open their register,
      *> CSV, paystub and exception files OUTPUT every live run, and
      *> the chain steps after them do the same with the bank, tax
      *> deposit, cash and positive-pay files -- so the only copy of
      *> last week's register or a stub somebody is now disputing was
      *> whatever happened to get printed. Lab8Drv calls this step at
      *> the end of every completed live company pass: each run
      *> output on hand is copied to a dated, company-prefixed
      *> generation alongside it (lab8a-out.dat becomes
      *> lab8a-out-YYYYMMDD.dat, lab8a-out.csv lab8a-out-YYYYMMDD.csv
      *> and so on), and a control row per generation -- run date,
      *> pay period, output code, record count, generation name -- is
      *> kept on <prefix>-gen-ctl.dat, the list Lab8Rpr reprints
      *> from. A sanctioned rerun on the same date replaces that
      *> date's generations rather than adding a second set.
      *> Retention is by run date: lab8-genparm.dat carries how many
      *> runs' generations to keep (company code, blank for the
      *> default row, and the count); once a company has more dated
      *> runs on hand than that, the oldest runs' generation files
      *> are deleted and their control rows dropped. No parameter
      *> file keeps 13 runs -- a quarter of weekly payrolls.
       Identification Division.
       Program-ID.     Lab8Gen.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select BaseFile
               Assign to Dynamic BaseFileName
               Organization is Line Sequential
               File Status is BaseStatus.
           Select GenFile
               Assign to Dynamic GenFileName
               Organization is Line Sequential
               File Status is GenStatus.
           Select CtlFile
               Assign to Dynamic CtlFileName
               Organization is Line Sequential
               File Status is CtlStatus.
           Select ParmFile
               Assign to "lab8-genparm.dat"
               Organization is Line Sequential
               File Status is ParmStatus.
           Select CalFile
               Assign to "lab8-paycalendar.dat"
               Organization is Line Sequential
               File Status is CalStatus.
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
       FD BaseFile.
       01 Base-Record Pic X(300).

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

       FD ParmFile.
       01 Parm-Record.
           05 GP-Company Pic X(3).
           05  Pic X.
           05 GP-Keep Pic X(3).

       FD CalFile.
       01 Cal-Record.
           05 CAL-Period Pic 9(3).
           05 CAL-Start Pic 9(8).
           05 CAL-End Pic 9(8).
           05 CAL-RunDate Pic 9(8).

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
       01  BaseStatus Pic XX.
       01  GenStatus Pic XX.
       01  CtlStatus Pic XX.
       01  ParmStatus Pic XX.
       01  CalStatus Pic XX.
       01  RunCoStatus Pic XX.
       01  CompanyStatus Pic XX.
       01  CoEOF Pic X.
       01  CompanyPrefix Pic X(8) Value "lab8".
       01  CurCompany Pic X(3) Value Spaces.
       01  CtlFileName Pic X(40) Value "lab8-gen-ctl.dat".
       01  BaseFileName Pic X(40).
       01  GenFileName Pic X(40).
       01  RunDateNum Pic 9(8).
       01  RunPeriod Pic 9(3) Value 0.
       01  KeepCount Pic 999 Value 13.
       01  DefaultKeep Pic 999 Value 0.
       01  CompanyKeep Pic 999 Value 0.
       01  RecCount Pic 9(7).
       01  SavedCount Pic 999 Value 0.
       01  ReplacedCount Pic 9(4) Value 0.
       01  RolledRuns Pic 999 Value 0.
       01  RolledFiles Pic 9(4) Value 0.
       01  GenFailed Pic 999 Value 0.
       01  CutoffDate Pic 9(8) Value 0.
       01  DelStatus Pic S9(9) Comp-5.
      *> The run outputs that are kept as generations: output code,
      *> the name stem after the company prefix, and the extension.
       01  GenData.
           05 Pic X(32) Value "A-REGISTER  a-out           .dat".
           05 Pic X(32) Value "A-CSV       a-out           .csv".
           05 Pic X(32) Value "A-STUB      a-paystub       .dat".
           05 Pic X(32) Value "A-NETPAYEXC a-netpayexc     .dat".
           05 Pic X(32) Value "A-SCHOOLEXC a-schoolexc     .dat".
           05 Pic X(32) Value "A-EARNEXC   a-earnexc       .dat".
           05 Pic X(32) Value "A-TSEXC     a-tsexc         .dat".
           05 Pic X(32) Value "A-401KLIMIT a-401klimit     .dat".
           05 Pic X(32) Value "A-DIRDEP    a-directdeposit .dat".
           05 Pic X(32) Value "A-GARNREMIT a-garnremit     .dat".
           05 Pic X(32) Value "A-401KREMIT a-401kremit     .dat".
           05 Pic X(32) Value "A-DEDREMIT  a-dedremit      .dat".
           05 Pic X(32) Value "A-CHECKPRNT a-checkprint    .dat".
           05 Pic X(32) Value "A-CTLTOTAL  a-controltotal  .dat".
           05 Pic X(32) Value "B-REGISTER  b-out           .dat".
           05 Pic X(32) Value "B-CSV       b-out           .csv".
           05 Pic X(32) Value "B-STUB      b-paystub       .dat".
           05 Pic X(32) Value "B-NETPAYEXC b-netpayexc     .dat".
           05 Pic X(32) Value "B-REGIONEXC b-regionexc     .dat".
           05 Pic X(32) Value "B-EARNEXC   b-earnexc       .dat".
           05 Pic X(32) Value "B-TSEXC     b-tsexc         .dat".
           05 Pic X(32) Value "B-401KLIMIT b-401klimit     .dat".
           05 Pic X(32) Value "B-DIRDEP    b-directdeposit .dat".
           05 Pic X(32) Value "B-GARNREMIT b-garnremit     .dat".
           05 Pic X(32) Value "B-401KREMIT b-401kremit     .dat".
           05 Pic X(32) Value "B-DEDREMIT  b-dedremit      .dat".
           05 Pic X(32) Value "B-CHECKPRNT b-checkprint    .dat".
           05 Pic X(32) Value "B-COMMSTMT  b-commstmt      .dat".
           05 Pic X(32) Value "B-CTLTOTAL  b-controltotal  .dat".
           05 Pic X(32) Value "FINALDD     -finaldd        .dat".
           05 Pic X(32) Value "ACH         -ach            .dat".
           05 Pic X(32) Value "TAXDEPOSIT  -taxdeposit     .dat".
           05 Pic X(32) Value "CASHREQ     -cashreq        .dat".
           05 Pic X(32) Value "BALANCE     -balance-rpt    .dat".
           05 Pic X(32) Value "POSPAY      -pospay         .dat".
       01  GenTable Redefines GenData.
           05 GenRow occurs 35 times.
              10 GT-Code Pic X(12).
              10 GT-Stem Pic X(16).
              10 GT-Ext Pic X(4).
       01  GenIndx Pic 99.
      *> Control rows carried over from earlier runs plus this one.
       01  CtlTable.
           05 CtlRow occurs 3000 times.
              10 CT-Date Pic 9(8).
              10 CT-Period Pic 9(3).
              10 CT-Code Pic X(12).
              10 CT-Count Pic 9(7).
              10 CT-Name Pic X(40).
              10 CT-Keep Pic X.
       01  CtlCount Pic 9(4) Value 0.
       01  CtlIndx Pic 9(4).
      *> Distinct run dates on hand, oldest first.
       01  DateTable.
           05 DateRow occurs 3000 times.
              10 DT-Date Pic 9(8).
       01  DateCount Pic 9(4) Value 0.
       01  DateIndx Pic 9(4).
       01  DateIndx2 Pic 9(4).
       01  DateHold Pic 9(8).
       01  Date-Found Pic X.
           88 IsDateFound Value "Y".

       Procedure Division.
       000-Main.
           Move Function Current-Date (1:8) to RunDateNum
           Perform 010-SetCompanyFiles
           Perform 020-FindPeriod
           Perform 030-LoadParm
           Perform 040-LoadControl
           Perform 100-SaveGenerations
           Perform 200-RollOff
           Perform 300-WriteControl
           Display "Lab8Gen: " SavedCount " output generation(s) saved"
            " for run " RunDateNum ", period " RunPeriod
           if ReplacedCount > 0
           Display "Lab8Gen: " ReplacedCount " earlier generation(s)"
            " for " RunDateNum " replaced (rerun)"
           end-if
           if RolledRuns > 0
           Display "Lab8Gen: " RolledRuns " run(s) past the "
            KeepCount "-run retention rolled off, " RolledFiles
            " generation file(s) deleted"
           end-if
           if GenFailed > 0
           Display "Lab8Gen: " GenFailed " generation(s) could not be"
            " written -- see above"
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
           Move RNC-Code to CurCompany
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
            delimited by size into CtlFileName.

       020-FindPeriod.
           Open Input CalFile
           if CalStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read CalFile
           at end Move "Y" to EOF
           not at end
           if RunDateNum not < CAL-Start and
            RunDateNum not > CAL-End
           Move CAL-Period to RunPeriod
           end-if
           end-read
           end-perform
           Close CalFile
           end-if
           Move "N" to EOF.

      *> A row for this company wins over the blank-company default
      *> row; a count of zero or a missing file keeps the default.
       030-LoadParm.
           Open Input ParmFile
           if ParmStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read ParmFile
           at end Move "Y" to EOF
           not at end
           if GP-Keep is numeric
           if GP-Company = Spaces
           Move GP-Keep to DefaultKeep
           else
           if GP-Company = CurCompany
           Move GP-Keep to CompanyKeep
           end-if
           end-if
           end-if
           end-read
           end-perform
           Close ParmFile
           end-if
           Move "N" to EOF
           if CompanyKeep > 0
           Move CompanyKeep to KeepCount
           else
           if DefaultKeep > 0
           Move DefaultKeep to KeepCount
           end-if
           end-if.

      *> Rows already carrying today's date belong to a run being
      *> redone; its generations are deleted and the old rows dropped
      *> here, so the day ends up with exactly the rerun's outputs
      *> and nothing is listed twice.
       040-LoadControl.
           Open Input CtlFile
           if CtlStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read CtlFile
           at end Move "Y" to EOF
           not at end
           if GC-Date = RunDateNum
           Call "CBL_DELETE_FILE" using GC-Name
            returning DelStatus
           Add 1 to ReplacedCount
           else
           Perform 045-AddCtlRow
           end-if
           end-read
           end-perform
           Close CtlFile
           end-if
           Move "N" to EOF.

       045-AddCtlRow.
           if CtlCount = 3000
           Display "Lab8Gen: generation control table full,"
            " run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Add 1 to CtlCount
           Move GC-Date to CT-Date(CtlCount)
           Move GC-Period to CT-Period(CtlCount)
           Move GC-Code to CT-Code(CtlCount)
           Move GC-Count to CT-Count(CtlCount)
           Move GC-Name to CT-Name(CtlCount)
           Move "Y" to CT-Keep(CtlCount).

      *> An output the run didn't produce (no b- employees, no ACH
      *> for a check-only company) simply has no generation.
       100-SaveGenerations.
           Perform Varying GenIndx from 1 by 1 until GenIndx > 35
           Move Spaces to BaseFileName
           String Function Trim(CompanyPrefix)
            Function Trim(GT-Stem(GenIndx))
            Function Trim(GT-Ext(GenIndx))
            delimited by size into BaseFileName
           Move Spaces to GenFileName
           String Function Trim(CompanyPrefix)
            Function Trim(GT-Stem(GenIndx)) "-" RunDateNum
            Function Trim(GT-Ext(GenIndx))
            delimited by size into GenFileName
           Perform 110-CopyOne
           end-perform.

       110-CopyOne.
           Open Input BaseFile
           if BaseStatus not = "00"
           exit paragraph
           end-if
           Open Output GenFile
           if GenStatus not = "00"
           Display "Lab8Gen: cannot write " GenFileName
            ", status " GenStatus
           Add 1 to GenFailed
           Close BaseFile
           exit paragraph
           end-if
           Move 0 to RecCount
           Move "N" to EOF
           Perform until Finished
           Read BaseFile
           at end Move "Y" to EOF
           not at end
           Write Gen-Record from Base-Record
           Add 1 to RecCount
           end-read
           end-perform
           Close BaseFile
           Close GenFile
           Move "N" to EOF
           Move RunDateNum to GC-Date
           Move RunPeriod to GC-Period
           Move GT-Code(GenIndx) to GC-Code
           Move RecCount to GC-Count
           Move GenFileName to GC-Name
           Perform 045-AddCtlRow
           Add 1 to SavedCount.

      *> Retention counts runs, not files: every distinct run date on
      *> the control list is one run. The oldest runs beyond the
      *> retention count lose their generation files and rows.
       200-RollOff.
           Move 0 to DateCount
           Perform Varying CtlIndx from 1 by 1 until CtlIndx > CtlCount
           Move "N" to Date-Found
           Perform Varying DateIndx from 1 by 1
            until DateIndx > DateCount
           if DT-Date(DateIndx) = CT-Date(CtlIndx)
           Move "Y" to Date-Found
           end-if
           end-perform
           if not IsDateFound
           Add 1 to DateCount
           Move CT-Date(CtlIndx) to DT-Date(DateCount)
           end-if
           end-perform
           if DateCount not > KeepCount
           exit paragraph
           end-if
           Perform 210-SortDates
           Compute RolledRuns = DateCount - KeepCount
           Move DT-Date(RolledRuns) to CutoffDate
           Perform Varying CtlIndx from 1 by 1 until CtlIndx > CtlCount
           if CT-Date(CtlIndx) not > CutoffDate
           Move "N" to CT-Keep(CtlIndx)
           Call "CBL_DELETE_FILE" using CT-Name(CtlIndx)
            returning DelStatus
           if DelStatus = 0
           Add 1 to RolledFiles
           end-if
           end-if
           end-perform.

       210-SortDates.
           Perform Varying DateIndx from 1 by 1
            until DateIndx not < DateCount
           Perform Varying DateIndx2 from 1 by 1
            until DateIndx2 > DateCount - DateIndx
           if DT-Date(DateIndx2) > DT-Date(DateIndx2 + 1)
           Move DT-Date(DateIndx2) to DateHold
           Move DT-Date(DateIndx2 + 1) to DT-Date(DateIndx2)
           Move DateHold to DT-Date(DateIndx2 + 1)
           end-if
           end-perform
           end-perform.

       300-WriteControl.
           Open Output CtlFile
           Perform Varying CtlIndx from 1 by 1 until CtlIndx > CtlCount
           if CT-Keep(CtlIndx) = "Y"
           Move CT-Date(CtlIndx) to GC-Date
           Move CT-Period(CtlIndx) to GC-Period
           Move CT-Code(CtlIndx) to GC-Code
           Move CT-Count(CtlIndx) to GC-Count
           Move CT-Name(CtlIndx) to GC-Name
           Write Ctl-Record
           end-if
           end-perform
           Close CtlFile.
