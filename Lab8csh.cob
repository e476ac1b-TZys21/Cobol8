      *Tyler Zysberg
      *> Payroll cash requirements. Treasury has to fund the payroll
      *> account before Lab8Ach transmits, and was adding the number
      *> up by hand from five different files. This program builds
      *> it from the run's own outputs, for the company on the
      *> lab8-runcompany.dat pointer: the direct-deposit files, the
      *> checks the run issued (check register, today, status I),
      *> the final-pay deposits Lab8Fin has queued for the same bank
      *> file, the tax deposit Lab8Dep scheduled off today's pay
      *> history, and the garnishment, 401k (deferral plus match) and
      *> voluntary deduction remittance files. Every requirement is
      *> dated the day the cash actually goes out -- the tax deposit
      *> on Lab8Dep's due date, everything else the run date plus
      *> the lag on lab8-cashlag.dat (type, days; defaults apply
      *> when the file or a row is missing) -- and the report,
      *> lab8-cashreq.dat (company-prefixed), is broken out by
      *> cash-out date with a total per date.
      *>
      *> After a PREVIEW nothing real was written, so the amounts
      *> come off the a-/b-cashprev.dat files the preview leaves
      *> instead, and the tax deposit is dated the TX lag in business
      *> days out, the way Lab8Dep dates it. Net pay (direct deposit
      *> plus payroll checks) is carried on lab8-cashctl.dat so Lab8Bal
      *> can tie it back to the register net.
      *> TZ - manual and off-cycle checks Lab8Man cut today (source
      *> "M") and the deposits it queued on the final-pay queue are
      *> cash too, carried on the off-cycle line with final pay.
      *> TZ - a preview's tax deposit is dated the TX lag in business
      *> days (Lab8Bdy, weekends and lab8-holidays.dat skipped), the
      *> same as Lab8Dep now dates the live deposit; it used to be
      *> calendar days and a Friday preview showed the wrong date.
       Identification Division.
       Program-ID.     Lab8Csh.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select RunCoFile
               Assign to "lab8-runcompany.dat"
               Organization is Line Sequential
               File Status is RunCoStatus.
           Select CompanyFile
               Assign to "lab8-company.dat"
               Organization is Line Sequential
               File Status is CompanyStatus.
           Select RunModeFile
               Assign to "lab8-runmode.dat"
               Organization is Line Sequential
               File Status is RunModeStatus.
           Select CashLagFile
               Assign to "lab8-cashlag.dat"
               Organization is Line Sequential
               File Status is CashLagStatus.
           Select DDFile
               Assign to Dynamic DDFileName
               Organization is Line Sequential
               File Status is DDStatus.
           Select FinalDDFile
               Assign to Dynamic FinalDDName
               Organization is Line Sequential
               File Status is FinalDDStatus.
           Select CheckRegFile
               Assign to Dynamic CheckRegName
               Organization is Line Sequential
               File Status is CheckRegStatus.
           Select DepositFile
               Assign to Dynamic DepositName
               Organization is Line Sequential
               File Status is DepositStatus.
           Select GarnRemitFile
               Assign to Dynamic GarnRemitName
               Organization is Line Sequential
               File Status is GarnRemitStatus.
           Select K401RemitFile
               Assign to Dynamic K401RemitName
               Organization is Line Sequential
               File Status is K401RemitStatus.
           Select DedRemitFile
               Assign to Dynamic DedRemitName
               Organization is Line Sequential
               File Status is DedRemitStatus.
           Select CashPrevFile
               Assign to Dynamic CashPrevName
               Organization is Line Sequential
               File Status is CashPrevStatus.
           Select RptFile
               Assign to Dynamic RptFileName
               Organization is Line Sequential.
           Select CtlFile
               Assign to Dynamic CtlFileName
               Organization is Line Sequential.

       Data Division.
       File Section.
       FD RunCoFile.
       01 RunCo-Record.
           05 RNC-Code Pic X(3).

       FD CompanyFile.
       01 Company-Record.
           05 CO-Code Pic X(3).
           05 CO-LegalName Pic X(35).
           05 CO-EIN Pic X(10).
           05 CO-Prefix Pic X(8).

       FD RunModeFile.
       01 RunMode-Record.
           05 RM-Mode Pic X.

       FD CashLagFile.
       01 CashLag-Record.
           05 CL-Type Pic XX.
           05 CL-Days Pic 99.

       FD DDFile.
       01 DD-Record.
           05 DD-EmpNum Pic 9(5).
           05  Pic X.
           05 DD-Routing Pic 9(9).
           05  Pic X.
           05 DD-AccountNum Pic 9(12).
           05  Pic X.
           05 DD-NetPay Pic 9(9)V99.
           05  Pic X.
           05 DD-Period Pic 9(3).

       FD FinalDDFile.
       01 FDD-Record.
           05 FDD-EmpNum Pic 9(5).
           05  Pic X.
           05 FDD-Routing Pic 9(9).
           05  Pic X.
           05 FDD-AccountNum Pic 9(12).
           05  Pic X.
           05 FDD-NetPay Pic 9(9)V99.
           05  Pic X.
           05 FDD-Period Pic 9(3).
           05  Pic X.
           05 FDD-Source Pic X.
           05  Pic X.
           05 FDD-Date Pic 9(8).

       FD CheckRegFile.
       01 CheckReg-Record.
           05 CR-CheckNum Pic 9(8).
           05  Pic X.
           05 CR-Date Pic 9(8).
           05  Pic X.
           05 CR-Source Pic X.
           05  Pic X.
           05 CR-EmpNum Pic 9(5).
           05  Pic X.
           05 CR-Name Pic X(35).
           05  Pic X.
           05 CR-Amount Pic 9(9)V99.
           05  Pic X.
           05 CR-Status Pic X.
           05  Pic X.
           05 CR-RefCheck Pic 9(8).

       FD DepositFile.
       01 Deposit-Record.
           05 DP-Period Pic 9(3).
           05  Pic X.
           05 DP-RunDate Pic 9(8).
           05  Pic X.
           05 DP-DueDate Pic 9(8).
           05  Pic X.
           05 DP-Fed Pic 9(9)V99.
           05  Pic X.
           05 DP-SocSec Pic 9(9)V99.
           05  Pic X.
           05 DP-Medicare Pic 9(9)V99.
           05  Pic X.
           05 DP-State Pic 9(9)V99.
           05  Pic X.
           05 DP-School Pic 9(9)V99.
           05  Pic X.
           05 DP-Total Pic 9(11)V99.

       FD GarnRemitFile.
       01 GarnRemitRec.
           05 GR-EmpNum Pic 9(5).
           05  Pic X.
           05 GR-OrderId Pic X(10).
           05  Pic X.
           05 GR-Type Pic X.
           05  Pic X.
           05 GR-Priority Pic 9.
           05  Pic X.
           05 GR-Amount Pic 9(7)V99.

       FD K401RemitFile.
       01 K401RemitRec.
           05 KR-EmpNum Pic 9(5).
           05  Pic X.
           05 KR-Deferral Pic 9(7)V99.
           05  Pic X.
           05 KR-Match Pic 9(7)V99.

       FD DedRemitFile.
       01 DedRemitRec.
           05 DR-Code Pic X(3).
           05  Pic X.
           05 DR-EmpNum Pic 9(5).
           05  Pic X.
           05 DR-Amount Pic 9(7)V99.

       FD CashPrevFile.
       01 CashPrev-Record.
           05 CP-Type Pic XX.
           05  Pic X.
           05 CP-EmpNum Pic 9(5).
           05  Pic X.
           05 CP-Amount Pic 9(9)V99.

       FD RptFile.
       01 ot-record Pic X(80).

       FD CtlFile.
       01 Ctl-Record.
           05 CQC-RunDate Pic 9(8).
           05  Pic X.
           05 CQC-Mode Pic X.
           05  Pic X.
           05 CQC-NetTotal Pic 9(11)V99.
           05  Pic X.
           05 CQC-GrandTotal Pic 9(11)V99.

       Working-Storage Section.
       01  EOF Pic X.
           88 Finished Value "Y".
       01  RunCoStatus Pic XX.
       01  CompanyStatus Pic XX.
       01  RunModeStatus Pic XX.
       01  CashLagStatus Pic XX.
       01  DDStatus Pic XX.
       01  FinalDDStatus Pic XX.
       01  CheckRegStatus Pic XX.
       01  DepositStatus Pic XX.
       01  GarnRemitStatus Pic XX.
       01  K401RemitStatus Pic XX.
       01  DedRemitStatus Pic XX.
       01  CashPrevStatus Pic XX.
       01  CoEOF Pic X.
       01  CompanyPrefix Pic X(8) Value "lab8".
       01  CompanyCode Pic X(3) Value Spaces.
       01  CompanyName Pic X(35)
           Value "Stomper & Wombat's Emporium".
       01  DDFileName Pic X(40) Value "lab8a-directdeposit.dat".
       01  FinalDDName Pic X(40) Value "lab8-finaldd.dat".
       01  CheckRegName Pic X(40) Value "lab8-checkregister.dat".
       01  DepositName Pic X(40) Value "lab8-taxdeposit.dat".
       01  GarnRemitName Pic X(40) Value "lab8a-garnremit.dat".
       01  K401RemitName Pic X(40) Value "lab8a-401kremit.dat".
       01  DedRemitName Pic X(40) Value "lab8a-dedremit.dat".
       01  CashPrevName Pic X(40) Value "lab8a-cashprev.dat".
       01  RptFileName Pic X(40) Value "lab8-cashreq.dat".
       01  CtlFileName Pic X(40) Value "lab8-cashctl.dat".
       01  PreviewFlag Pic X Value "N".
           88 IsPreview Value "Y".
       01  Family Pic X.
       01  RunDateNum Pic 9(8).
       01  CashDate Pic 9(8).
       01  CashCat Pic 9.
       01  BdyFunc Pic X.
       01  BdyDays Pic 99.
       01  BdyReason Pic X(30).
       01  CashAmt Pic 9(11)V99.
       01  FamAmt Pic 9(11)V99.
       01  NetTotal Pic 9(11)V99 Value 0.
       01  GrandTotal Pic 9(11)V99 Value 0.
       01  DateTotal Pic 9(11)V99.
      *> One row per requirement category, in report order; the type
      *> code is what lab8-cashlag.dat and the preview files use.
       01  CatDefaults.
           05  Pic X(32) Value "DD00Direct deposit (ACH)".
           05  Pic X(32) Value "CK00Payroll checks".
           05  Pic X(32) Value "FP00Final/manual pay (off-cycle)".
           05  Pic X(32) Value "TX03Tax deposit".
           05  Pic X(32) Value "GN00Garnishment remittance".
           05  Pic X(32) Value "4K00401(k) deferral + match".
           05  Pic X(32) Value "VD00Voluntary deduction remit".
       01  CatTable redefines CatDefaults.
           05 CatRow occurs 7 times.
              10 CG-Type Pic XX.
              10 CG-Days Pic 99.
              10 CG-Desc Pic X(28).
       01  CatIndx Pic 9.
       01  CashTable.
           05 CashRow occurs 200 times.
              10 CQ-Date Pic 9(8).
              10 CQ-Cat Pic 9.
              10 CQ-Amount Pic 9(11)V99.
       01  CashCount Pic 999 Value 0.
       01  CashIndx Pic 999.
       01  CashIndx2 Pic 999.
       01  CashHold Pic X(22).
       01  Row-Found Pic X.
           88 IsRowFound Value "Y".
       01  LastDate Pic 9(8).
       01  DateWork Pic 9(8).
       01  Heading-Line.
           05  Pic X(26) Value "Payroll Cash Requirements ".
           05  Pic X(9) Value "Company: ".
           05 HD-Code Pic X(4).
           05 HD-Name Pic X(35).
       01  RunDate-Line.
           05  Pic X(10) Value "Run Date: ".
           05 RD-Date Pic 99/99/9999.
           05  Pic X(4) Value Spaces.
           05 RD-Stamp Pic X(40).
       01  Column-Line.
           05  Pic X(44) Value
               "Cash-Out Date   Requirement                 ".
           05  Pic X(20) Value "              Amount".
       01  Detail-Line.
           05 DT-Date Pic 99/99/9999.
           05  Pic X(6) Value Spaces.
           05 DT-Desc Pic X(28).
           05  Pic X(4) Value Spaces.
           05 DT-Amount Pic $ZZZ,ZZZ,ZZ9.99.
       01  DateTotal-Line.
           05  Pic X(16) Value Spaces.
           05  Pic X(14) Value "Total due for ".
           05 DTL-Date Pic 99/99/9999.
           05  Pic X(4) Value Spaces.
           05 DTL-Amount Pic $ZZZ,ZZZ,ZZ9.99.
       01  Total-Line.
           05 TL-Label Pic X(48).
           05 TL-Amount Pic $ZZZ,ZZZ,ZZ9.99.
       01  Preview-Stamp Pic X(40)
           Value "** PREVIEW RUN - NOTHING POSTED **".
       01  blank-line Pic X Value Space.

       Procedure Division.
       000-Main.
           Move Function Current-Date (1:8) to RunDateNum
           Perform 010-SetCompanyFiles
           Perform 011-ReadRunMode
           Perform 020-LoadLags
           if IsPreview
           Move "a" to Family
           Perform 150-FromPreview
           Move "b" to Family
           Perform 150-FromPreview
           else
           Move "a" to Family
           Perform 110-LiveFamily
           Move "b" to Family
           Perform 110-LiveFamily
           Perform 120-LiveChecks
           Perform 125-LiveTaxDeposit
           end-if
           Perform 130-FinalDD
           Perform 300-SortCash
           Perform 400-WriteReport
           Perform 450-WriteControl
           Display "Lab8Csh: cash required " GrandTotal
            ", net pay " NetTotal " -- see " Function Trim(RptFileName)
           Move 0 to Return-Code
           goback.

      *> Same company pointer and filename scheme as every step.
       010-SetCompanyFiles.
           Open Input RunCoFile
           if RunCoStatus = "00"
           Read RunCoFile
           at end continue
           not at end
           if RNC-Code not = Spaces
           Move RNC-Code to CompanyCode
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
           end-if
           end-read
           end-perform
           Close CompanyFile
           end-if
           Move "N" to CoEOF.

       014-BuildFileNames.
           Move Spaces to FinalDDName
           String Function Trim(CompanyPrefix) "-finaldd.dat"
            delimited by size into FinalDDName
           Move Spaces to CheckRegName
           String Function Trim(CompanyPrefix) "-checkregister.dat"
            delimited by size into CheckRegName
           Move Spaces to DepositName
           String Function Trim(CompanyPrefix) "-taxdeposit.dat"
            delimited by size into DepositName
           Move Spaces to RptFileName
           String Function Trim(CompanyPrefix) "-cashreq.dat"
            delimited by size into RptFileName
           Move Spaces to CtlFileName
           String Function Trim(CompanyPrefix) "-cashctl.dat"
            delimited by size into CtlFileName.

      *> The per-family files take the family letter after the
      *> prefix, the way the payroll programs name them.
       015-BuildFamilyNames.
           Move Spaces to DDFileName
           String Function Trim(CompanyPrefix) Family
            "-directdeposit.dat" delimited by size into DDFileName
           Move Spaces to GarnRemitName
           String Function Trim(CompanyPrefix) Family
            "-garnremit.dat" delimited by size into GarnRemitName
           Move Spaces to K401RemitName
           String Function Trim(CompanyPrefix) Family
            "-401kremit.dat" delimited by size into K401RemitName
           Move Spaces to DedRemitName
           String Function Trim(CompanyPrefix) Family
            "-dedremit.dat" delimited by size into DedRemitName
           Move Spaces to CashPrevName
           String Function Trim(CompanyPrefix) Family
            "-cashprev.dat" delimited by size into CashPrevName.

       011-ReadRunMode.
           Open Input RunModeFile
           if RunModeStatus = "00"
           Read RunModeFile
           at end continue
           not at end
           if RM-Mode = "P"
           Move "Y" to PreviewFlag
           end-if
           end-read
           Close RunModeFile
           end-if.

      *> A lag row overrides the default days for its type; a type
      *> that isn't one of ours is ignored.
       020-LoadLags.
           Open Input CashLagFile
           if CashLagStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read CashLagFile
           at end Move "Y" to EOF
           not at end
           if CL-Days is numeric
           Perform Varying CatIndx from 1 by 1 until CatIndx > 7
           if CG-Type(CatIndx) = CL-Type
           Move CL-Days to CG-Days(CatIndx)
           end-if
           end-perform
           end-if
           end-read
           end-perform
           Close CashLagFile
           end-if
           Move "N" to EOF.

      *> Direct deposit and the three remittance files for one
      *> family. Only the direct deposit counts toward net pay.
       110-LiveFamily.
           Perform 015-BuildFamilyNames
           Move 0 to FamAmt
           Open Input DDFile
           if DDStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read DDFile
           at end Move "Y" to EOF
           not at end
           Add DD-NetPay to FamAmt
           end-read
           end-perform
           Close DDFile
           end-if
           Add FamAmt to NetTotal
           Move 1 to CashCat
           Move FamAmt to CashAmt
           Perform 200-AddCash
           Move 0 to FamAmt
           Open Input GarnRemitFile
           if GarnRemitStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read GarnRemitFile
           at end Move "Y" to EOF
           not at end
           Add GR-Amount to FamAmt
           end-read
           end-perform
           Close GarnRemitFile
           end-if
           Move 5 to CashCat
           Move FamAmt to CashAmt
           Perform 200-AddCash
           Move 0 to FamAmt
           Open Input K401RemitFile
           if K401RemitStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read K401RemitFile
           at end Move "Y" to EOF
           not at end
           Add KR-Deferral to FamAmt
           Add KR-Match to FamAmt
           end-read
           end-perform
           Close K401RemitFile
           end-if
           Move 6 to CashCat
           Move FamAmt to CashAmt
           Perform 200-AddCash
           Move 0 to FamAmt
           Open Input DedRemitFile
           if DedRemitStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read DedRemitFile
           at end Move "Y" to EOF
           not at end
           Add DR-Amount to FamAmt
           end-read
           end-perform
           Close DedRemitFile
           end-if
           Move 7 to CashCat
           Move FamAmt to CashAmt
           Perform 200-AddCash
           Move "N" to EOF.

      *> Checks this run issued: today's date, still issued. The
      *> payroll families count toward net pay; final-pay checks
      *> Lab8Fin cut today and Lab8Man's manual checks are their
      *> own line. Garnishment payee checks and reissues are not
      *> new cash for this run.
       120-LiveChecks.
           Open Input CheckRegFile
           if CheckRegStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read CheckRegFile
           at end Move "Y" to EOF
           not at end
           if CR-Date = RunDateNum and CR-Status = "I"
           Move CR-Amount to CashAmt
           if CR-Source = "A" or CR-Source = "B"
           Add CR-Amount to NetTotal
           Move 2 to CashCat
           Perform 200-AddCash
           end-if
           if CR-Source = "F" or CR-Source = "M"
           Move 3 to CashCat
           Perform 200-AddCash
           end-if
           end-if
           end-read
           end-perform
           Close CheckRegFile
           end-if
           Move "N" to EOF.

      *> The tax deposit goes out on the due date Lab8Dep put on it.
       125-LiveTaxDeposit.
           Open Input DepositFile
           if DepositStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read DepositFile
           at end Move "Y" to EOF
           not at end
           if DP-RunDate = RunDateNum
           Move 4 to CashCat
           Move DP-DueDate to CashDate
           Move DP-Total to CashAmt
           Perform 205-AddCashOn
           end-if
           end-read
           end-perform
           Close DepositFile
           end-if
           Move "N" to EOF.

      *> Final-pay and manual-check deposits queued since the last
      *> run ride in the same bank file as this run's deposits --
      *> live or preview, they are cash the account has to cover.
       130-FinalDD.
           Move 0 to FamAmt
           Open Input FinalDDFile
           if FinalDDStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read FinalDDFile
           at end Move "Y" to EOF
           not at end
           Add FDD-NetPay to FamAmt
           end-read
           end-perform
           Close FinalDDFile
           end-if
           Move 3 to CashCat
           Move FamAmt to CashAmt
           Perform 200-AddCash
           Move "N" to EOF.

      *> A preview's cash lines carry the type code; direct deposit
      *> and checks are the net pay the register will show.
       150-FromPreview.
           Perform 015-BuildFamilyNames
           Open Input CashPrevFile
           if CashPrevStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read CashPrevFile
           at end Move "Y" to EOF
           not at end
           Move 0 to CashCat
           Perform Varying CatIndx from 1 by 1 until CatIndx > 7
           if CG-Type(CatIndx) = CP-Type
           Move CatIndx to CashCat
           end-if
           end-perform
           if CashCat > 0
           Move CP-Amount to CashAmt
           if CashCat = 1 or CashCat = 2
           Add CP-Amount to NetTotal
           end-if
           Perform 200-AddCash
           end-if
           end-read
           end-perform
           Close CashPrevFile
           end-if
           Move "N" to EOF.

      *> The tax deposit's lag is business days through Lab8Bdy,
      *> exactly as Lab8Dep dates the live deposit; the other lines
      *> are calendar days.
       200-AddCash.
           if CashCat = 4
           Move CG-Days(CashCat) to BdyDays
           Move RunDateNum to CashDate
           Move "A" to BdyFunc
           Call "Lab8Bdy" using BdyFunc CashDate BdyDays BdyReason
           else
           Compute CashDate = Function Date-of-Integer(
            Function Integer-of-Date(RunDateNum) + CG-Days(CashCat))
           end-if
           Perform 205-AddCashOn.

       205-AddCashOn.
           if CashAmt = 0
           exit paragraph
           end-if
           Add CashAmt to GrandTotal
           Move "N" to Row-Found
           Perform Varying CashIndx from 1 by 1
            until CashIndx > CashCount
           if CQ-Date(CashIndx) = CashDate and
            CQ-Cat(CashIndx) = CashCat
           Move "Y" to Row-Found
           Add CashAmt to CQ-Amount(CashIndx)
           end-if
           end-perform
           if not IsRowFound
           if CashCount = 200
           Display "Lab8Csh: cash table full, run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Add 1 to CashCount
           Move CashDate to CQ-Date(CashCount)
           Move CashCat to CQ-Cat(CashCount)
           Move CashAmt to CQ-Amount(CashCount)
           end-if.

      *> Date, then category -- the table is a few dozen rows at
      *> most, so a plain exchange sort does.
       300-SortCash.
           Perform Varying CashIndx from 1 by 1
            until CashIndx > CashCount
           Perform Varying CashIndx2 from CashIndx by 1
            until CashIndx2 > CashCount
           if CQ-Date(CashIndx2) < CQ-Date(CashIndx) or
            (CQ-Date(CashIndx2) = CQ-Date(CashIndx) and
            CQ-Cat(CashIndx2) < CQ-Cat(CashIndx))
           Move CashRow(CashIndx) to CashHold
           Move CashRow(CashIndx2) to CashRow(CashIndx)
           Move CashHold to CashRow(CashIndx2)
           end-if
           end-perform
           end-perform.

       400-WriteReport.
           Open Output RptFile
           Move CompanyCode to HD-Code
           Move CompanyName to HD-Name
           Write ot-record from Heading-Line
           Move RunDateNum to DateWork
           Perform 410-EditDate
           Move DateWork to RD-Date
           if IsPreview
           Move Preview-Stamp to RD-Stamp
           else
           Move Spaces to RD-Stamp
           end-if
           Write ot-record from RunDate-Line
           Write ot-record from blank-line
           Write ot-record from Column-Line
           Move 0 to LastDate
           Move 0 to DateTotal
           Perform Varying CashIndx from 1 by 1
            until CashIndx > CashCount
           if CQ-Date(CashIndx) not = LastDate and LastDate > 0
           Perform 420-WriteDateTotal
           end-if
           Move CQ-Date(CashIndx) to LastDate
           Move CQ-Date(CashIndx) to DateWork
           Perform 410-EditDate
           Move DateWork to DT-Date
           Move CG-Desc(CQ-Cat(CashIndx)) to DT-Desc
           Move CQ-Amount(CashIndx) to DT-Amount
           Write ot-record from Detail-Line
           Add CQ-Amount(CashIndx) to DateTotal
           end-perform
           if LastDate > 0
           Perform 420-WriteDateTotal
           end-if
           Write ot-record from blank-line
           Move "Net pay (direct deposit + payroll checks)"
            to TL-Label
           Move NetTotal to TL-Amount
           Write ot-record from Total-Line
           Move "Total cash required" to TL-Label
           Move GrandTotal to TL-Amount
           Write ot-record from Total-Line
           Close RptFile.

      *> YYYYMMDD in, MMDDYYYY out, ready for a 99/99/9999 edit.
       410-EditDate.
           Move DateWork to CashDate
           Move CashDate (5:4) to DateWork (1:4)
           Move CashDate (1:4) to DateWork (5:4).

       420-WriteDateTotal.
           Move LastDate to DateWork
           Perform 410-EditDate
           Move DateWork to DTL-Date
           Move DateTotal to DTL-Amount
           Write ot-record from DateTotal-Line
           Write ot-record from blank-line
           Move 0 to DateTotal.

       450-WriteControl.
           Open Output CtlFile
           Move Spaces to Ctl-Record
           Move RunDateNum to CQC-RunDate
           if IsPreview
           Move "P" to CQC-Mode
           else
           Move "L" to CQC-Mode
           end-if
           Move NetTotal to CQC-NetTotal
           Move GrandTotal to CQC-GrandTotal
           Write Ctl-Record
           Close CtlFile.
