
      *Tyler Zysberg
      *> Manual and off-cycle checks. When someone is missed in a run
      *> or a check has to be written by hand in an emergency, the
      *> only tools were Lab8Fin (terminations only) and Lab8Adj
      *> (re-computing an old period), so the hand check never
      *> reached the YTD master, pay history or the check register.
      *> This program works the transactions keyed into
      *> lab8-manualchk.dat, one check per row, for any employee on
      *> lab8-empmaster.dat:
      *>   type N -- the amount is the net the employee must receive;
      *>     the gross is found by running trial grosses through the
      *>     payroll cascade until the net comes out to the penny.
      *>   type G -- the amount is the gross, run forward through the
      *>     same cascade as Lab8Fin (graduated federal through
      *>     Lab8Sub, FICA with the wage-base cap off the YTD master,
      *>     state with the work-state/reciprocity rule, school tax,
      *>     employer FICA and unemployment accruals).
      *>   type R -- a check already calculated and handed over; the
      *>     gross and every withholding are taken as keyed and only
      *>     recorded (employer FICA matches the employee's, FUTA and
      *>     SUTA are accrued as usual).
      *> 401k and the Section 125 premiums come out of an N or G check
      *> only when the row's benefits flag is "Y" -- an off-cycle
      *> check is normally taxes only. Every check posts to the YTD
      *> master and to pay history under source "M" in the period
      *> covering today on lab8-paycalendar.dat, and goes to the
      *> check register under the next number off lab8-checkseq.dat.
      *> N and G checks marked "D" go on lab8-finaldd.dat for Lab8Ach
      *> to fold into the next bank file (held or unusable bank data
      *> falls back to a paper check, as in Lab8Fin); the rest print
      *> to lab8-manualcheck.dat. A record-only check gets its
      *> register line and nothing printed. Each posted check is
      *> also written to lab8m-out.csv in the Lab08a CSV layout, with
      *> the check date on the end, which is how Lab8GL journals it
      *> and Lab8Bal balances it; Lab8Dep picks the pay-history rows
      *> up with the rest of the day's postings. A row that can't be
      *> posted -- unknown employee, bad type, deductions bigger than
      *> the gross, a net the gross-up can't reach -- goes to
      *> lab8-manualchk-exc.dat with the reason and nothing is posted
      *> for it. The transaction file is emptied once it has been
      *> worked so no check can post twice. Every file but the
      *> master, calendar, prenote queue and rate files is built off
      *> the lab8-runcompany.dat company prefix.
      *> TZ - each check now accrues workers' comp premium on its
      *> gross off the lab8-wcclass.dat class table, posts the class,
      *> work state, payroll and premium to pay history, and carries
      *> the premium on the CSV ahead of the check date.
       Identification Division.
       Program-ID.     Lab8Man.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select MasterFile
               Assign to "lab8-empmaster.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is EM-EmpNum
               File Status is MasterStatus.
           Select CalFile
               Assign to "lab8-paycalendar.dat"
               Organization is Line Sequential
               File Status is CalStatus.
           Select SchoolFile
               Assign to "lab8a-schooltax.dat"
               Organization is Line Sequential
               File Status is SchoolStatus.
           Select SutaRateFile
               Assign to "lab8-sutarate.dat"
               Organization is Line Sequential
               File Status is SutaStatus.
           Select WcClassFile
               Assign to "lab8-wcclass.dat"
               Organization is Line Sequential
               File Status is WcClassStatus.
           Select ReciprocityFile
               Assign to "lab8-reciprocity.dat"
               Organization is Line Sequential
               File Status is RecipStatus.
           Select K401LimitFile
               Assign to "lab8-401klimit.dat"
               Organization is Line Sequential
               File Status is K401LimitStatus.
           Select ManualFile
               Assign to Dynamic ManualName
               Organization is Line Sequential
               File Status is ManualStatus.
           Select ManExcFile
               Assign to Dynamic ManExcName
               Organization is Line Sequential
               File Status is ManExcStatus.
           Select ManCsvFile
               Assign to Dynamic ManCsvName
               Organization is Line Sequential
               File Status is ManCsvStatus.
           Select YtdFile
               Assign to Dynamic YtdFileName
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is YTD-EmpNum
               File Status is YtdStatus.
           Select BadBankFile
               Assign to Dynamic BadBankName
               Organization is Line Sequential
               File Status is BadBankStatus.
           Select PrenoteFile
               Assign to "lab8-prenote.dat"
               Organization is Line Sequential
               File Status is PrenoteStatus.
           Select CheckSeqFile
               Assign to Dynamic CheckSeqName
               Organization is Line Sequential
               File Status is CheckSeqStatus.
           Select CheckRegFile
               Assign to Dynamic CheckRegName
               Organization is Line Sequential
               File Status is CheckRegStatus.
           Select CheckPrintFile
               Assign to Dynamic CheckPrintName
               Organization is Line Sequential
               File Status is CheckPrintStatus.
           Select FinalDDFile
               Assign to Dynamic FinalDDName
               Organization is Line Sequential
               File Status is FinalDDStatus.
           Select PayHistFile
               Assign to Dynamic PayHistName
               Organization is Line Sequential
               File Status is PayHistStatus.
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
       FD MasterFile.
       01 Master-Record.
           05 EM-EmpNum Pic 9(5).
           05 EM-Image.
               10 EM-RunFile Pic X.
               10 EM-Status Pic X.
               10 EM-EmpData.
                  15 EM-RegNum Pic 99.
                  15 EM-RegNam Pic X(15).
                  15 EM-DeptNum Pic 9(5).
                  15 EM-DeptName Pic X(30).
                  15 EM-EmpNum2 Pic 9(5).
                  15 EM-EmpName.
                     20 EM-LastName Pic X(20).
                     20 EM-FirstName Pic X(15).
                  15 EM-Gender Pic X.
                  15 EM-StAddress Pic X(20).
                  15 EM-CityState Pic X(20).
                  15 EM-JTitle Pic X(20).
                  15 EM-Birthdate Pic X(8).
                  15 EM-HireDate Pic 9(8).
                  15 EM-MarStat Pic X.
                  15 EM-Dep Pic 99.
                  15 EM-SchoolDist Pic X(3).
                  15 EM-Insurance.
                     20 EM-Med Pic X.
                     20 EM-Den Pic X.
                     20 EM-Vis Pic X.
                  15 EM-401k Pic V999.
                  15 EM-PayCode Pic X.
                  15 EM-Pay Pic S9(7)V99.
                  15 EM-Hours Pic S99V99.
                  15 EM-Rate Pic S99V99.
                  15 EM-Sales Pic 9(7)V99.
                  15 EM-Routing Pic 9(9).
                  15 EM-AccountNum Pic 9(12).
                  15 EM-PayFreq Pic X.
           05 EM-SSN Pic 9(9).
           05 EM-WorkState Pic XX.

       FD CalFile.
       01 Cal-Record.
           05 CAL-Period Pic 9(3).
           05 CAL-Start Pic 9(8).
           05 CAL-End Pic 9(8).
           05 CAL-RunDate Pic 9(8).

       FD SchoolFile.
       01 TaxFile.
           05 FileDistrictCode Pic XXX.
           05 FileTaxCode Pic V999.
           05 FileTaxEff Pic X(8).

       FD SutaRateFile.
       01 SutaRateRec.
           05 US-State Pic XX.
           05 US-Rate Pic V9999.
           05 US-Base Pic 9(7).
           05 US-Eff Pic X(8).

       FD WcClassFile.
       01 WcClass-Record.
           05 WC-Type Pic X.
           05 WC-Key Pic X(20).
           05 WC-Class Pic X(4).
           05 WC-Rate Pic 9(3)V9999.
           05 WC-Eff Pic X(8).

       FD ReciprocityFile.
       01 Reciprocity-Record.
           05 RP-WorkState Pic XX.
           05 RP-ResState Pic XX.

       FD K401LimitFile.
       01 K401LimitRec.
           05 KL-Year Pic 9(4).
           05 KL-Base Pic 9(7)V99.
           05 KL-CatchUp Pic 9(7)V99.

       FD ManualFile.
       01 Manual-Record.
           05 MC-EmpNum Pic 9(5).
           05  Pic X.
           05 MC-Type Pic X.
           05  Pic X.
           05 MC-Method Pic X.
           05  Pic X.
           05 MC-Benefits Pic X.
           05  Pic X.
           05 MC-Amount Pic 9(7)V99.
           05  Pic X.
           05 MC-Fed Pic 9(7)V99.
           05  Pic X.
           05 MC-SS Pic 9(7)V99.
           05  Pic X.
           05 MC-Med Pic 9(7)V99.
           05  Pic X.
           05 MC-State Pic 9(7)V99.
           05  Pic X.
           05 MC-School Pic 9(7)V99.
           05  Pic X.
           05 MC-401k Pic 9(7)V99.
           05  Pic X.
           05 MC-Ins Pic 9(7)V99.
           05  Pic X.
           05 MC-Reason Pic X(30).

       FD ManExcFile.
       01 ManExcRecord.
           05 MX-EmpNum Pic 9(5).
           05  Pic X Value Space.
           05 MX-Type Pic X.
           05  Pic X Value Space.
           05 MX-Amount Pic $Z,ZZZ,ZZ9.99.
           05  Pic X Value Space.
           05 MX-Reason Pic X(45).
           05  Pic X Value Space.
           05 MX-Keyed Pic X(30).

       FD ManCsvFile.
       01 ManCsvRec Pic X(300).

       FD YtdFile.
       01 YTD-Record.
           05 YTD-EmpNum Pic 9(5).
           05 YTD-EmpName Pic X(35).
           05 YTD-Gross Pic 9(9)V99.
           05 YTD-401k Pic 9(9)V99.
           05 YTD-FedTax Pic 9(9)V99.
           05 YTD-StateTax Pic 9(9)V99.
           05 YTD-SchoolTax Pic 9(9)V99.
           05 YTD-Insurance Pic 9(9)V99.
           05 YTD-NetPay Pic 9(9)V99.
           05 YTD-SocSec Pic 9(9)V99.
           05 YTD-Medicare Pic 9(9)V99.
           05 YTD-Match Pic 9(9)V99.
           05 YTD-ErSS Pic 9(9)V99.
           05 YTD-ErMed Pic 9(9)V99.
           05 YTD-Sec125 Pic 9(9)V99.

       FD BadBankFile.
       01 BadBank-Record.
           05 BB-EmpNum Pic 9(5).
           05  Pic X.
           05 BB-Routing Pic 9(9).
           05  Pic X.
           05 BB-Account Pic 9(12).

       FD PrenoteFile.
       01 Prenote-Record.
           05 PN-EmpNum Pic 9(5).
           05  Pic X Value Space.
           05 PN-Routing Pic 9(9).
           05  Pic X Value Space.
           05 PN-Account Pic 9(12).
           05  Pic X Value Space.
           05 PN-SentDate Pic 9(8).
           05  Pic X Value Space.
           05 PN-Name Pic X(35).

       FD CheckSeqFile.
       01 CheckSeq-Record.
           05 CSQ-Next Pic 9(8).

       FD CheckRegFile.
       01 CheckReg-Record.
           05 CR-CheckNum Pic 9(8).
           05  Pic X Value Space.
           05 CR-Date Pic 9(8).
           05  Pic X Value Space.
           05 CR-Source Pic X.
           05  Pic X Value Space.
           05 CR-EmpNum Pic 9(5).
           05  Pic X Value Space.
           05 CR-Name Pic X(35).
           05  Pic X Value Space.
           05 CR-Amount Pic 9(9)V99.
           05  Pic X Value Space.
           05 CR-Status Pic X.
           05  Pic X Value Space.
           05 CR-RefCheck Pic 9(8).

       FD CheckPrintFile.
       01 check-record Pic X(80).

       FD FinalDDFile.
       01 FDD-Record.
           05 FDD-EmpNum Pic 9(5).
           05  Pic X Value Space.
           05 FDD-Routing Pic 9(9).
           05  Pic X Value Space.
           05 FDD-AccountNum Pic 9(12).
           05  Pic X Value Space.
           05 FDD-NetPay Pic 9(9)V99.
           05  Pic X Value Space.
           05 FDD-Period Pic 9(3).
           05  Pic X Value Space.
           05 FDD-Source Pic X.
           05  Pic X Value Space.
           05 FDD-Date Pic 9(8).

       FD PayHistFile.
       01 PayHist-Record.
           05 PH-RunDate Pic 9(8).
           05  Pic X Value Space.
           05 PH-Period Pic 9(3).
           05  Pic X Value Space.
           05 PH-EmpNum Pic 9(5).
           05  Pic X Value Space.
           05 PH-Source Pic X.
           05  Pic X Value Space.
           05 PH-Gross Pic 9(9)V99.
           05 PH-401k Pic 9(9)V99.
           05 PH-Fed Pic 9(9)V99.
           05 PH-SS Pic 9(9)V99.
           05 PH-Med Pic 9(9)V99.
           05 PH-State Pic 9(9)V99.
           05 PH-School Pic 9(9)V99.
           05 PH-Ins Pic 9(9)V99.
           05 PH-Garn Pic 9(9)V99.
           05 PH-Net Pic 9(9)V99.
           05 PH-ErSS Pic 9(9)V99.
           05 PH-ErMed Pic 9(9)V99.
           05 PH-Futa Pic 9(9)V99.
           05 PH-Suta Pic 9(9)V99.
           05 PH-Sec125 Pic 9(9)V99.
           05 PH-WHState Pic XX.
           05 PH-WCClass Pic X(4).
           05 PH-WCState Pic XX.
           05 PH-WCWages Pic 9(9)V99.
           05 PH-WComp Pic 9(9)V99.

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
       01  ManEOF Pic X.
           88 IsManDone Value "Y".
       01  RunCoStatus Pic XX.
       01  CompanyStatus Pic XX.
       01  CoEOF Pic X.
       01  CompanyPrefix Pic X(8) Value "lab8".
       01  ManualName Pic X(40) Value "lab8-manualchk.dat".
       01  ManExcName Pic X(40) Value "lab8-manualchk-exc.dat".
       01  ManCsvName Pic X(40) Value "lab8m-out.csv".
       01  YtdFileName Pic X(40) Value "lab8-ytd.dat".
       01  BadBankName Pic X(40) Value "lab8-badbank.dat".
       01  CheckSeqName Pic X(40) Value "lab8-checkseq.dat".
       01  CheckRegName Pic X(40) Value "lab8-checkregister.dat".
       01  CheckPrintName Pic X(40) Value "lab8-manualcheck.dat".
       01  FinalDDName Pic X(40) Value "lab8-finaldd.dat".
       01  PayHistName Pic X(40) Value "lab8-payhist.dat".
       01  MasterStatus Pic XX.
       01  CalStatus Pic XX.
       01  SchoolStatus Pic XX.
       01  SutaStatus Pic XX.
       01  ManualStatus Pic XX.
       01  ManExcStatus Pic XX.
       01  ManCsvStatus Pic XX.
       01  YtdStatus Pic XX.
       01  BadBankStatus Pic XX.
       01  PrenoteStatus Pic XX.
       01  CheckSeqStatus Pic XX.
       01  CheckRegStatus Pic XX.
       01  CheckPrintStatus Pic XX.
       01  FinalDDStatus Pic XX.
       01  PayHistStatus Pic XX.
       01  RunDateNum Pic 9(8).
       01  CYearWork Pic 9(4).
       01  CMonthWork Pic 99.
       01  CDayWork Pic 99.
       01  RunPeriod Pic 9(3) Value 0.
       01  Period-Found Pic X Value "N".
           88 IsPeriodFound Value "Y".
       01  WantEmpNum Pic 9(5).
       01  Row-Ok Pic X.
           88 IsRowOk Value "Y".
       01  ExcReason Pic X(45).
       01  Take-Benefits Pic X.
           88 IsTakeBenefits Value "Y".
       01  Pay-ByCheck Pic X.
           88 IsPayByCheck Value "Y".
       01  ReadCount Pic 9(5) Value 0.
       01  PostedCount Pic 9(5) Value 0.
       01  RejectCount Pic 9(5) Value 0.
       01  CheckCount Pic 9(5) Value 0.
       01  DepositCount Pic 9(5) Value 0.
       01  PostedNet Pic 9(9)V99 Value 0.
       01  TargetNet Pic 9(9)V99.
       01  TryGross Pic S9(9)V99.
       01  NetDiff Pic S9(9)V99.
       01  GrossStep Pic S9(9)V99.
       01  GrossIter Pic 999.
       01  MaxGrossIter Pic 999 Value 200.
       01  Converged Pic X.
           88 IsConverged Value "Y".
       01  TaxTable.
           05 TableRow occurs 200 times.
              10 DistrictCode Pic XXX.
              10 DistrictRate Pic V999.
              10 DistrictEff Pic 9(8).
       01  RC-School Pic 999 Value 1.
       01  Indx Pic 999.
       01  BestEffDate Pic 9(8).
       01  Found Pic X.
       01  CurrentTax Pic V999.
       01  SutaRateTable.
           05 SutaRateRow occurs 60 times.
              10 UST-State Pic XX.
              10 UST-Rate Pic V9999.
              10 UST-Base Pic 9(7).
              10 UST-Eff Pic 9(8).
       01  USCount Pic 99 Value 0.
       01  USIndx Pic 99.
       01  FutaRate Pic V9999 Value .0060.
       01  FutaBase Pic 9(7)V99 Value 7000.00.
       01  SutaRateWork Pic V9999.
       01  SutaBaseWork Pic 9(7)V99.
       01  SutaFound Pic X.
           88 IsSutaFound Value "Y".
       01  SutaBestEff Pic 9(8).
       01  UnempTaxable Pic 9(9)V99.
       01  UnempRoom Pic S9(9)V99.
       01  BadBankTable.
           05 BadBankRow occurs 500 times.
              10 BB-T-EmpNum Pic 9(5).
              10 BB-T-Routing Pic 9(9).
              10 BB-T-Account Pic 9(12).
       01  BBCount Pic 999 Value 0.
       01  BBIndx Pic 999.
       01  BadBankHit Pic X Value "N".
           88 IsBadBankHit Value "Y".
       01  PrenoteHold Pic X Value "N".
           88 IsPrenoteHold Value "Y".
       01  PrenoteAgeDays Pic 99 Value 10.
       01  PrenoteAge Pic S9(7).
       01  Param1 Pic X.
       01  Param2.
           05 PMar Pic 9999V9999.
           05 PUnMar Pic 9999V9999.
       01  Param3 Pic 99.
       01  Param4 Pic XX.
       01  RecipStatus Pic XX.
       01  RecipTable.
           05 RecipRow occurs 200 times.
              10 RPT-WorkState Pic XX.
              10 RPT-ResState Pic XX.
       01  RPCount Pic 999 Value 0.
       01  RPIndx Pic 999.
       01  RecipFound Pic X.
           88 IsRecipFound Value "Y".
       01  EmpResState Pic XX.
       01  EmpSutaState Pic XX.
       01  Param5.
           05 PFedIncome Pic 9(9)V99.
           05 PFedMarStat Pic X.
           05 PFedTax Pic S9(9)V99.
       01  Param6 Pic 9(8).
       01  CSLen Pic 99.
       01  CSStart Pic 99.
       01  MarRate Pic V9999 Value .28.
       01  UnMarRate Pic V9999 Value .33.
       01  SSRate Pic V9999 Value .0620.
       01  MedRate Pic V9999 Value .0145.
       01  SSWageBase Pic 9(9)V99 Value 176100.00.
       01  SSTaxable Pic 9(9)V99.
       01  PriorYtdGross Pic 9(9)V99 Value 0.
       01  MatchRate Pic V99 Value .50.
       01  MatchCapPct Pic V99 Value .06.
       01  MatchCapAmt Pic 9(9)V99.
       01  K401LimitStatus Pic XX.
       01  K401LimitFound Pic X Value "N".
           88 IsK401LimitFound Value "Y".
       01  K401BaseLimit Pic 9(7)V99 Value 0.
       01  K401CatchUpLimit Pic 9(7)V99 Value 0.
       01  K401EmpLimit Pic 9(7)V99 Value 0.
       01  K401BirthYear Pic 9(4).
       01  K401Age Pic S9(4).
       01  K401Room Pic S9(9)V99.
       01  GrossCalc Pic 9(9)V99.
       01  OrigGrossCalc Pic 9(9)V99.
       01  ExtraMath Pic 9(9)V99.
       01  Calc401k Pic 9(9)V99.
       01  CalcMatch Pic 9(9)V99.
       01  CalcFed Pic 9(9)V99.
       01  CalcSS Pic 9(9)V99.
       01  CalcMed Pic 9(9)V99.
       01  CalcState Pic 9(9)V99.
       01  CalcSchool Pic 9(9)V99.
       01  CalcIns Pic 9(9)V99.
       01  Calc125 Pic 9(9)V99.
       01  FicaWages Pic 9(9)V99.
       01  CalcNet Pic 9(9)V99.
       01  ErFutaAmt Pic 9(9)V99 Value 0.
       01  ErSutaAmt Pic 9(9)V99 Value 0.
       01  WcClassStatus Pic XX.
       01  WcClassTable.
           05 WcClassRow occurs 300 times.
              10 WCT-Type Pic X.
              10 WCT-Key Pic X(20).
              10 WCT-Class Pic X(4).
              10 WCT-Rate Pic 9(3)V9999.
              10 WCT-Eff Pic 9(8).
       01  WCCount Pic 999 Value 0.
       01  WCIndx Pic 999.
       01  WcTypeWork Pic X.
       01  WcKey Pic X(20).
       01  WcClassWork Pic X(4).
       01  WcRateWork Pic 9(3)V9999.
       01  WcBestEff Pic 9(8).
       01  WcFound Pic X.
           88 IsWcFound Value "Y".
       01  WcPremAmt Pic 9(9)V99 Value 0.
       01  TotalDeduct Pic 9(9)V99 Value 0.
       01  NextCheckNum Pic 9(8) Value 100001.
       01  Check-Line1.
           05  Pic X(10) Value "Check No: ".
           05 CKL-CheckNum Pic 9(8).
           05  Pic X(12) Value "      Date: ".
           05 CKL-Month Pic Z9/.
           05 CKL-Day Pic 99/.
           05 CKL-Year Pic 9999.
       01  Check-Line2.
           05  Pic X(8) Value "Pay to: ".
           05 CKL-Name Pic X(35).
           05  Pic XX Value Spaces.
           05 CKL-Amount Pic $Z,ZZZ,ZZ9.99.
       01  Check-Line3.
           05  Pic X(8) Value Spaces.
           05 CKL-Addr Pic X(40).
       01  Check-RuleLine Pic X(60) Value All "-".
      *> Same column layout as Lab08a's CSV so Lab8GL posts it with
      *> the same parse, plus the check date, since this file keeps
      *> every day's manual checks rather than one run's.
       01 Csv-Header.
           05 Pic X(53) Value
              "EmpNum,EmpName,DeptNum,GrossPay,Commission,401k,FedTa".
           05 Pic X(30) Value
              "x,SocSec,Medicare,StateTax,Sch".
           05 Pic X(31) Value
              "oolTax,Insurance,Garnish,NetPay".
           05 Pic X(7) Value ",Period".
           05 Pic X(10) Value ",OtherEarn".
           05 Pic X(11) Value ",ErSS,ErMed".
           05 Pic X(10) Value ",Futa,Suta".
           05 Pic X(8) Value ",Arrears".
           05 Pic X(7) Value ",VolDed".
           05 Pic X(6) Value ",WComp".
           05 Pic X(10) Value ",CheckDate".
       01 Csv-Line.
           05 Csv-EmpNum Pic 9(5).
           05 Pic X Value ",".
           05 Csv-EmpName Pic X(35).
           05 Pic X Value ",".
           05 Csv-DeptNum Pic 9(5).
           05 Pic X Value ",".
           05 Csv-Gross Pic Z(7)9.99.
           05 Pic X Value ",".
           05 Csv-Commission Pic Z(7)9.99.
           05 Pic X Value ",".
           05 Csv-401k Pic Z(7)9.99.
           05 Pic X Value ",".
           05 Csv-Fed Pic Z(7)9.99.
           05 Pic X Value ",".
           05 Csv-SS Pic Z(7)9.99.
           05 Pic X Value ",".
           05 Csv-Med Pic Z(7)9.99.
           05 Pic X Value ",".
           05 Csv-State Pic Z(7)9.99.
           05 Pic X Value ",".
           05 Csv-School Pic Z(7)9.99.
           05 Pic X Value ",".
           05 Csv-Ins Pic Z(7)9.99.
           05 Pic X Value ",".
           05 Csv-Garn Pic Z(7)9.99.
           05 Pic X Value ",".
           05 Csv-Net Pic Z(7)9.99.
           05 Pic X Value ",".
           05 Csv-Period Pic ZZ9.
           05 Pic X Value ",".
           05 Csv-OtherEarn Pic Z(7)9.99.
           05 Pic X Value ",".
           05 Csv-ErSS Pic Z(7)9.99.
           05 Pic X Value ",".
           05 Csv-ErMed Pic Z(7)9.99.
           05 Pic X Value ",".
           05 Csv-Futa Pic Z(7)9.99.
           05 Pic X Value ",".
           05 Csv-Suta Pic Z(7)9.99.
           05 Pic X Value ",".
           05 Csv-Arrears Pic Z(7)9.99.
           05 Pic X Value ",".
           05 Csv-VolDed Pic Z(7)9.99.
           05 Pic X Value ",".
           05 Csv-WComp Pic Z(7)9.99.
           05 Pic X Value ",".
           05 Csv-CheckDate Pic 9(8).

       Procedure Division.
       000-Main.
           Move Function Current-Date (1:8) to RunDateNum
           Move RunDateNum (1:4) to CYearWork
           Move RunDateNum (5:2) to CMonthWork
           Move RunDateNum (7:2) to CDayWork
           Perform 010-SetCompanyFiles
           Open Input ManualFile
           if ManualStatus not = "00"
           Display "Lab8Man: no manual checks on "
            Function Trim(ManualName) ", nothing to do"
           Move 0 to Return-Code
           goback
           end-if
           Perform 030-FindPeriod
           Perform 900-LoadSchoolRates
           Perform 905-LoadSutaRates
           Perform 909-LoadWcClass
           Perform 906-LoadBadBank
           Perform 907-Load401kLimits
           Perform 908-LoadReciprocity
           Move "A" to Param1
           Move RunDateNum to Param6
           Call "Lab8Sub" using by content Param1
            by reference Param2 by content Param3
            by content Param4 by reference Param5
            by content Param6
           Open Input MasterFile
           if MasterStatus not = "00"
           Display "Lab8Man: employee master not on hand"
           Close ManualFile
           Move 8 to Return-Code
           stop run
           end-if
           Move "N" to ManEOF
           Perform until IsManDone
           Read ManualFile
           at end Move "Y" to ManEOF
           not at end
           Add 1 to ReadCount
           Perform 100-ProcessManual
           end-read
           end-perform
           Close MasterFile
           Close ManualFile
      *> Every row is now either posted or on the exception file --
      *> emptying the input is what keeps a rerun from paying twice.
           Open Output ManualFile
           Close ManualFile
           Display "Lab8Man: " ReadCount " read, " PostedCount
            " posted (" CheckCount " checks, " DepositCount
            " deposits), " RejectCount " rejected"
           Display "Lab8Man: net posted " PostedNet
           if RejectCount > 0
           Display "Lab8Man: rejected rows are on "
            Function Trim(ManExcName)
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
           end-if
           end-read
           end-perform
           Close CompanyFile
           end-if
           Move "N" to CoEOF.

       014-BuildFileNames.
           Move Spaces to ManualName
           String Function Trim(CompanyPrefix) "-manualchk.dat"
            delimited by size into ManualName
           Move Spaces to ManExcName
           String Function Trim(CompanyPrefix) "-manualchk-exc.dat"
            delimited by size into ManExcName
           Move Spaces to ManCsvName
           String Function Trim(CompanyPrefix) "m-out.csv"
            delimited by size into ManCsvName
           Move Spaces to YtdFileName
           String Function Trim(CompanyPrefix) "-ytd.dat"
            delimited by size into YtdFileName
           Move Spaces to BadBankName
           String Function Trim(CompanyPrefix) "-badbank.dat"
            delimited by size into BadBankName
           Move Spaces to CheckSeqName
           String Function Trim(CompanyPrefix) "-checkseq.dat"
            delimited by size into CheckSeqName
           Move Spaces to CheckRegName
           String Function Trim(CompanyPrefix) "-checkregister.dat"
            delimited by size into CheckRegName
           Move Spaces to CheckPrintName
           String Function Trim(CompanyPrefix) "-manualcheck.dat"
            delimited by size into CheckPrintName
           Move Spaces to FinalDDName
           String Function Trim(CompanyPrefix) "-finaldd.dat"
            delimited by size into FinalDDName
           Move Spaces to PayHistName
           String Function Trim(CompanyPrefix) "-payhist.dat"
            delimited by size into PayHistName.

      *> A manual check belongs to the period covering the day it is
      *> written. No period on the calendar is a hard stop, the same
      *> as Lab8Fin -- the rows stay on file for a rerun.
       030-FindPeriod.
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
           Move "Y" to Period-Found
           end-if
           end-read
           end-perform
           Close CalFile
           end-if
           Move "N" to EOF
           if not IsPeriodFound
           Display "Lab8Man: no pay period on the calendar covers "
            RunDateNum ", run refused"
           Close ManualFile
           Move 8 to Return-Code
           stop run
           end-if.

      *> One transaction row: validate, compute (or take as keyed),
      *> then post and pay. Anything wrong goes to the exception
      *> file before a single amount is posted.
       100-ProcessManual.
           Move "Y" to Row-Ok
           Move Spaces to ExcReason
           Move MC-EmpNum to WantEmpNum
           Perform 110-ValidateRow
           if not IsRowOk
           Perform 420-WriteManExc
           exit paragraph
           end-if
           Move WantEmpNum to EM-EmpNum
           Read MasterFile
           invalid key
           Move "N" to Row-Ok
           Move "Employee not on master" to ExcReason
           end-read
           if not IsRowOk
           Perform 420-WriteManExc
           exit paragraph
           end-if
           Move "N" to Take-Benefits
           if MC-Benefits = "Y"
           Move "Y" to Take-Benefits
           end-if
           Move 0 to Calc401k CalcMatch CalcFed CalcSS CalcMed
           Move 0 to CalcState CalcSchool CalcIns Calc125
           Move 0 to ErFutaAmt ErSutaAmt TotalDeduct CalcNet
           Move 0 to PriorYtdGross
           if MC-Type = "G"
           Move MC-Amount to GrossCalc
           Move MC-Amount to OrigGrossCalc
           Perform 300-CalcDeductions
           end-if
           if MC-Type = "N"
           Perform 250-GrossUp
           end-if
           if MC-Type = "R"
           Perform 260-RecordOnly
           end-if
      *> Every money field is unsigned: deductions bigger than the
      *> gross would wrap on the subtracts and pay the shortfall as
      *> net. The same guard Lab8Fin and the payroll runs apply.
           if IsRowOk and TotalDeduct > OrigGrossCalc
           Move "N" to Row-Ok
           Move "Deductions exceed the gross" to ExcReason
           end-if
           if not IsRowOk
           Perform 420-WriteManExc
           exit paragraph
           end-if
           Perform 400-PostYtd
           Perform 410-WritePayHist
           Perform 415-WriteCsv
           Perform 500-PayEmployee
           Add 1 to PostedCount
           Add CalcNet to PostedNet
           Display "Lab8Man: employee " WantEmpNum " type " MC-Type
            " gross " OrigGrossCalc " net " CalcNet.

       110-ValidateRow.
           if MC-EmpNum not numeric or MC-EmpNum = 0
           Move "N" to Row-Ok
           Move "Employee number missing or not numeric"
            to ExcReason
           exit paragraph
           end-if
           if MC-Type not = "N" and MC-Type not = "G" and
            MC-Type not = "R"
           Move "N" to Row-Ok
           Move "Type must be N (net), G (gross) or R (record)"
            to ExcReason
           exit paragraph
           end-if
           if MC-Type not = "R" and MC-Method not = "C" and
            MC-Method not = "D"
           Move "N" to Row-Ok
           Move "Method must be C (check) or D (deposit)"
            to ExcReason
           exit paragraph
           end-if
           if MC-Amount not numeric or MC-Amount = 0
           Move "N" to Row-Ok
           Move "Amount missing or not numeric" to ExcReason
           exit paragraph
           end-if
           if MC-Type = "R" and (MC-Fed not numeric or
            MC-SS not numeric or MC-Med not numeric or
            MC-State not numeric or MC-School not numeric or
            MC-401k not numeric or MC-Ins not numeric)
           Move "N" to Row-Ok
           Move "Record-only check needs every withholding"
            to ExcReason
           end-if.

      *> Net-to-gross. Start at the net and correct the trial gross
      *> by the net shortfall scaled up by the gross/net ratio the
      *> cascade just produced; inside a nickel, walk a penny at a
      *> time. Each penny of gross moves the net by at most a penny,
      *> so the walk can't step over the target.
       250-GrossUp.
           Move MC-Amount to TargetNet
           Move MC-Amount to TryGross
           Move 0 to GrossIter
           Move "N" to Converged
           Perform 255-TryGross
            until IsConverged or GrossIter > MaxGrossIter
           if not IsConverged
           Move "N" to Row-Ok
           Move "Gross-up did not reach the net to the penny"
            to ExcReason
           end-if.

       255-TryGross.
           Add 1 to GrossIter
           Move TryGross to GrossCalc
           Move TryGross to OrigGrossCalc
           Perform 300-CalcDeductions
           if TotalDeduct > OrigGrossCalc
           Compute GrossStep = TotalDeduct - OrigGrossCalc
            + TargetNet
           Add GrossStep to TryGross
           exit paragraph
           end-if
           Compute NetDiff = TargetNet - CalcNet
           if NetDiff = 0
           Move "Y" to Converged
           exit paragraph
           end-if
           if NetDiff > -0.05 and NetDiff < 0.05
           if NetDiff > 0
           Move 0.01 to GrossStep
           else
           Move -0.01 to GrossStep
           end-if
           else
           if CalcNet > 0
           Compute GrossStep rounded = NetDiff * TryGross / CalcNet
           else
           Move NetDiff to GrossStep
           end-if
           end-if
           Add GrossStep to TryGross
           if TryGross < 0.01
           Move 0.01 to TryGross
           end-if.

      *> A check already worked out by hand: the keyed gross and
      *> withholdings stand. Insurance keyed here is the Section 125
      *> premium, so it comes off the FICA wage like everywhere
      *> else; the employer FICA share mirrors the employee's.
       260-RecordOnly.
           Move MC-Amount to GrossCalc
           Move MC-Amount to OrigGrossCalc
           Move MC-401k to Calc401k
           Move MC-Fed to CalcFed
           Move MC-SS to CalcSS
           Move MC-Med to CalcMed
           Move MC-State to CalcState
           Move MC-School to CalcSchool
           Move MC-Ins to CalcIns
           Move MC-Ins to Calc125
           Compute TotalDeduct = Calc401k + CalcIns + CalcFed +
            CalcSS + CalcMed + CalcState + CalcSchool
           if TotalDeduct > OrigGrossCalc
           exit paragraph
           end-if
           Compute CalcNet = OrigGrossCalc - TotalDeduct
           Subtract Calc125 from OrigGrossCalc giving FicaWages
           if Calc401k > 0
           Multiply OrigGrossCalc by MatchCapPct
            giving MatchCapAmt rounded
           if Calc401k < MatchCapAmt
           Multiply Calc401k by MatchRate giving CalcMatch rounded
           else
           Multiply MatchCapAmt by MatchRate giving CalcMatch rounded
           end-if
           end-if
           Perform 320-LookupStateCode
           Open Input YtdFile
           if YtdStatus = "00"
           Move WantEmpNum to YTD-EmpNum
           Read YtdFile
           invalid key
           continue
           not invalid key
           Subtract YTD-Sec125 from YTD-Gross giving PriorYtdGross
           end-read
           Close YtdFile
           end-if
           Perform 340-CalcUnemployment
           Perform 350-CalcWorkComp.

      *> Same cascade order as 103-CalcDeductions: 401k, Section 125
      *> insurance, federal, FICA off gross less the Section 125
      *> premiums with the wage-base cap, state, school -- rates
      *> through the same Lab8Sub the payroll runs call, resolved as
      *> of today. 401k and insurance only when the row asks.
       300-CalcDeductions.
           Move 0 to TotalDeduct
           if IsTakeBenefits and EM-401k is positive
           Multiply EM-401k by GrossCalc giving Calc401k rounded
           Perform 305-Cap401k
           Subtract Calc401k from GrossCalc
           Add Calc401k to TotalDeduct
           else
           Move 0 to Calc401k
           end-if
           Move 0 to CalcMatch
           if Calc401k > 0
           Multiply OrigGrossCalc by MatchCapPct
            giving MatchCapAmt rounded
           if Calc401k < MatchCapAmt
           Multiply Calc401k by MatchRate giving CalcMatch rounded
           else
           Multiply MatchCapAmt by MatchRate giving CalcMatch rounded
           end-if
           end-if
           Move 0 to CalcIns
           if IsTakeBenefits and EM-Med = "Y"
           Move "M" to Param1
           Move EM-Dep to Param3
           Call "Lab8Sub" using by content Param1
            by reference Param2 by content Param3 by content Param4
           Add PMar to CalcIns
           end-if
           if IsTakeBenefits and EM-Den = "Y"
           Move "D" to Param1
           Move EM-Dep to Param3
           Call "Lab8Sub" using by content Param1
            by reference Param2 by content Param3 by content Param4
           Add PMar to CalcIns
           end-if
           if IsTakeBenefits and EM-Vis = "Y"
           Move "V" to Param1
           Move EM-Dep to Param3
           Call "Lab8Sub" using by content Param1
            by reference Param2 by content Param3 by content Param4
           Add PMar to CalcIns
           end-if
           if CalcIns > GrossCalc
           Move GrossCalc to Calc125
           else
           Move CalcIns to Calc125
           end-if
           Subtract Calc125 from GrossCalc
           Subtract Calc125 from OrigGrossCalc giving FicaWages
           Add CalcIns to TotalDeduct
           Move "F" to Param1
           Move EM-Dep to Param3
           Move GrossCalc to PFedIncome
           Move EM-MarStat to PFedMarStat
           Call "Lab8Sub" using by content Param1
            by reference Param2 by content Param3
            by content Param4 by reference Param5
           if PFedTax not < 0
           Move PFedTax to CalcFed
           else
           if EM-MarStat = "M" or EM-MarStat = "P"
           Multiply GrossCalc by MarRate giving CalcFed rounded
           else
           Multiply GrossCalc by UnMarRate giving CalcFed rounded
           end-if
           end-if
           Subtract CalcFed from GrossCalc
           Add CalcFed to TotalDeduct
           Perform 310-CalcFica
           Move "S" to Param1
           Perform 320-LookupStateCode
           Call "Lab8Sub" using by content Param1
            by reference Param2 by content Param3
            by content Param4
           Multiply GrossCalc by PMar giving CalcState rounded
           Perform 330-SchoolDeduct
           Subtract CalcState from GrossCalc
           Add CalcState to TotalDeduct
           Perform 340-CalcUnemployment
           Perform 350-CalcWorkComp
           Move GrossCalc to CalcNet.

      *> Same annual cap as 165-Cap401k in the payroll runs: base
      *> limit, plus catch-up for anyone 50 or older by year end,
      *> less what's already on YTD-401k.
       305-Cap401k.
           if not IsK401LimitFound
           exit paragraph
           end-if
           Move K401BaseLimit to K401EmpLimit
           if EM-Birthdate is numeric
           Move EM-Birthdate (1:4) to K401BirthYear
           Compute K401Age = CYearWork - K401BirthYear
           if K401Age > 49
           Add K401CatchUpLimit to K401EmpLimit
           end-if
           end-if
           Move K401EmpLimit to K401Room
           Open Input YtdFile
           if YtdStatus = "00"
           Move WantEmpNum to YTD-EmpNum
           Read YtdFile
           invalid key
           continue
           not invalid key
           Compute K401Room = K401EmpLimit - YTD-401k
           end-read
           Close YtdFile
           end-if
           if K401Room < 0
           Move 0 to K401Room
           end-if
           if Calc401k > K401Room
           Move K401Room to Calc401k
           end-if.

       310-CalcFica.
           Move 0 to CalcSS
           Move 0 to CalcMed
           Move 0 to PriorYtdGross
           Move FicaWages to SSTaxable
           Open Input YtdFile
           if YtdStatus = "00"
           Move WantEmpNum to YTD-EmpNum
           Read YtdFile
           invalid key
           continue
           not invalid key
           Subtract YTD-Sec125 from YTD-Gross giving PriorYtdGross
           if PriorYtdGross not < SSWageBase
           Move 0 to SSTaxable
           else
           Subtract PriorYtdGross from SSWageBase giving ExtraMath
           if SSTaxable > ExtraMath
           Move ExtraMath to SSTaxable
           end-if
           end-if
           end-read
           Close YtdFile
           end-if
           if SSTaxable > 0
           Multiply SSTaxable by SSRate giving CalcSS rounded
           end-if
           Multiply FicaWages by MedRate giving CalcMed rounded
           Subtract CalcSS from GrossCalc
           Subtract CalcMed from GrossCalc
           Add CalcSS to TotalDeduct
           Add CalcMed to TotalDeduct.

      *> Residence state off the city/state field; the work state on
      *> the master takes over unless the pair is reciprocal, the
      *> same rule as 172-ResolveWorkState in the payroll runs.
       320-LookupStateCode.
           Move Spaces to EmpResState
           Compute CSLen =
            Function Length(Function Trim(EM-CityState))
           if CSLen > 1
           Compute CSStart = CSLen - 1
           Move EM-CityState (CSStart:2) to EmpResState
           end-if
           Move EmpResState to Param4
           Move EmpResState to EmpSutaState
           if EM-WorkState is alphabetic and EM-WorkState not = Spaces
           Move EM-WorkState to EmpSutaState
           if EM-WorkState not = EmpResState
           Move "N" to RecipFound
           Perform Varying RPIndx from 1 by 1 until RPIndx > RPCount
           if RPT-WorkState(RPIndx) = EM-WorkState and
            RPT-ResState(RPIndx) = EmpResState
           Move "Y" to RecipFound
           end-if
           end-perform
           if not IsRecipFound
           Move EM-WorkState to Param4
           end-if
           end-if
           end-if.

       330-SchoolDeduct.
           Move 0 to CalcSchool
           if EM-SchoolDist not = "   "
           Move "N" to Found
           Move 0 to BestEffDate
           Perform Varying Indx from 1 by 1 until Indx = RC-School
           if EM-SchoolDist = DistrictCode(Indx) and
            DistrictEff(Indx) not > RunDateNum and
            (Found not = "Y" or DistrictEff(Indx) not < BestEffDate)
           Move DistrictEff(Indx) to BestEffDate
           Move DistrictRate(Indx) to CurrentTax
           Move "Y" to Found
           end-if
           end-perform
           if Found = "Y"
           Multiply GrossCalc by CurrentTax giving CalcSchool rounded
           Subtract CalcSchool from GrossCalc
           Add CalcSchool to TotalDeduct
           end-if
           end-if.

      *> Employer unemployment accrual, same caps as
      *> 122-CalcUnemployment in the payroll runs.
       340-CalcUnemployment.
           Move 0 to ErFutaAmt
           Move 0 to ErSutaAmt
           Compute UnempRoom = FutaBase - PriorYtdGross
           if UnempRoom > 0
           if UnempRoom > FicaWages
           Move FicaWages to UnempTaxable
           else
           Move UnempRoom to UnempTaxable
           end-if
           Multiply UnempTaxable by FutaRate giving ErFutaAmt rounded
           end-if
           Move 0 to SutaRateWork
           Move 0 to SutaBaseWork
           Move "N" to SutaFound
           Move 0 to SutaBestEff
           Perform Varying USIndx from 1 by 1 until USIndx > USCount
           if UST-State(USIndx) = EmpSutaState and
            UST-Eff(USIndx) not > RunDateNum and
            (not IsSutaFound or UST-Eff(USIndx) not < SutaBestEff)
           Move UST-Eff(USIndx) to SutaBestEff
           Move UST-Rate(USIndx) to SutaRateWork
           Move UST-Base(USIndx) to SutaBaseWork
           Move "Y" to SutaFound
           end-if
           end-perform
           if IsSutaFound and SutaRateWork > 0
           Compute UnempRoom = SutaBaseWork - PriorYtdGross
           if UnempRoom > 0
           if UnempRoom > FicaWages
           Move FicaWages to UnempTaxable
           else
           Move UnempRoom to UnempTaxable
           end-if
           Multiply UnempTaxable by SutaRateWork
            giving ErSutaAmt rounded
           end-if
           end-if.

      *> Workers' comp accrual, same class lookup as 176-CalcWorkComp
      *> in the payroll runs: the job-title row, else the department
      *> row, latest effective date not after today. A manual check
      *> carries no overtime split or earnings codes, so the whole
      *> gross is the insurer's payroll.
       350-CalcWorkComp.
           Move 0 to WcRateWork
           Move EM-JTitle to WcKey
           Move "J" to WcTypeWork
           Perform 355-FindWcClass
           if not IsWcFound
           Move Spaces to WcKey
           Move EM-DeptNum to WcKey (1:5)
           Move "D" to WcTypeWork
           Perform 355-FindWcClass
           end-if
           if not IsWcFound
           Move "????" to WcClassWork
           Move 0 to WcRateWork
           end-if
           Compute WcPremAmt rounded = OrigGrossCalc * WcRateWork / 100.

       355-FindWcClass.
           Move "N" to WcFound
           Move 0 to WcBestEff
           Perform Varying WCIndx from 1 by 1 until WCIndx > WCCount
           if WCT-Type(WCIndx) = WcTypeWork and
            WCT-Key(WCIndx) = WcKey and
            WCT-Eff(WCIndx) not > RunDateNum and
            (not IsWcFound or WCT-Eff(WCIndx) not < WcBestEff)
           Move WCT-Eff(WCIndx) to WcBestEff
           Move WCT-Class(WCIndx) to WcClassWork
           Move WCT-Rate(WCIndx) to WcRateWork
           Move "Y" to WcFound
           end-if
           end-perform.

       400-PostYtd.
           Open I-O YtdFile
           if YtdStatus = "35"
           Open Output YtdFile
           Close YtdFile
           Open I-O YtdFile
           end-if
           Move WantEmpNum to YTD-EmpNum
           Read YtdFile
           invalid key
           Move EM-EmpName to YTD-EmpName
           Move OrigGrossCalc to YTD-Gross
           Move Calc401k to YTD-401k
           Move CalcFed to YTD-FedTax
           Move CalcState to YTD-StateTax
           Move CalcSchool to YTD-SchoolTax
           Move CalcIns to YTD-Insurance
           Move Calc125 to YTD-Sec125
           Move CalcNet to YTD-NetPay
           Move CalcSS to YTD-SocSec
           Move CalcMed to YTD-Medicare
           Move CalcMatch to YTD-Match
           Move CalcSS to YTD-ErSS
           Move CalcMed to YTD-ErMed
           Write YTD-Record
           not invalid key
           Add OrigGrossCalc to YTD-Gross
           Add Calc401k to YTD-401k
           Add CalcFed to YTD-FedTax
           Add CalcState to YTD-StateTax
           Add CalcSchool to YTD-SchoolTax
           Add CalcIns to YTD-Insurance
           Add Calc125 to YTD-Sec125
           Add CalcNet to YTD-NetPay
           Add CalcSS to YTD-SocSec
           Add CalcMed to YTD-Medicare
           Add CalcMatch to YTD-Match
           Add CalcSS to YTD-ErSS
           Add CalcMed to YTD-ErMed
           Rewrite YTD-Record
           end-read
           Close YtdFile.

       410-WritePayHist.
           Open Extend PayHistFile
           if PayHistStatus = "35"
           Open Output PayHistFile
           Close PayHistFile
           Open Extend PayHistFile
           end-if
           Move RunDateNum to PH-RunDate
           Move RunPeriod to PH-Period
           Move WantEmpNum to PH-EmpNum
           Move "M" to PH-Source
           Move OrigGrossCalc to PH-Gross
           Move Calc401k to PH-401k
           Move CalcFed to PH-Fed
           Move CalcSS to PH-SS
           Move CalcMed to PH-Med
           Move CalcState to PH-State
           Move CalcSchool to PH-School
           Move CalcIns to PH-Ins
           Move 0 to PH-Garn
           Move CalcNet to PH-Net
           Move CalcSS to PH-ErSS
           Move CalcMed to PH-ErMed
           Move ErFutaAmt to PH-Futa
           Move ErSutaAmt to PH-Suta
           Move Calc125 to PH-Sec125
           Move Param4 to PH-WHState
           Move WcClassWork to PH-WCClass
           Move EmpSutaState to PH-WCState
           Move OrigGrossCalc to PH-WCWages
           Move WcPremAmt to PH-WComp
           Write PayHist-Record
           Close PayHistFile.

      *> The file keeps every day's manual checks; the header goes on
      *> only when the file is started.
       415-WriteCsv.
           Open Extend ManCsvFile
           if ManCsvStatus = "35"
           Open Output ManCsvFile
           Write ManCsvRec from Csv-Header
           Close ManCsvFile
           Open Extend ManCsvFile
           end-if
           Move WantEmpNum to Csv-EmpNum
           Move EM-EmpName to Csv-EmpName
           Move EM-DeptNum to Csv-DeptNum
           Move OrigGrossCalc to Csv-Gross
           Move 0 to Csv-Commission
           Move Calc401k to Csv-401k
           Move CalcFed to Csv-Fed
           Move CalcSS to Csv-SS
           Move CalcMed to Csv-Med
           Move CalcState to Csv-State
           Move CalcSchool to Csv-School
           Move CalcIns to Csv-Ins
           Move 0 to Csv-Garn
           Move CalcNet to Csv-Net
           Move RunPeriod to Csv-Period
           Move 0 to Csv-OtherEarn
           Move CalcSS to Csv-ErSS
           Move CalcMed to Csv-ErMed
           Move ErFutaAmt to Csv-Futa
           Move ErSutaAmt to Csv-Suta
           Move 0 to Csv-Arrears
           Move 0 to Csv-VolDed
           Move WcPremAmt to Csv-WComp
           Move RunDateNum to Csv-CheckDate
           Write ManCsvRec from Csv-Line
           Close ManCsvFile.

      *> A record-only check was already handed over -- it only
      *> needs its register line. A deposit goes to the master's own
      *> account unless that account bounced, is still prenoting or
      *> isn't on file, in which case a check is cut instead.
       500-PayEmployee.
           if MC-Type = "R"
           Perform 535-WriteRegister
           Add 1 to CheckCount
           exit paragraph
           end-if
           Move "Y" to Pay-ByCheck
           if MC-Method = "D"
           Perform 510-CheckBadBank
           Perform 520-CheckPrenote
           if EM-Routing not = 0 and EM-AccountNum not = 0 and
            not IsBadBankHit and not IsPrenoteHold
           Move "N" to Pay-ByCheck
           else
           Display "Lab8Man: deposit for employee " WantEmpNum
            " held, paid by check"
           end-if
           end-if
           if IsPayByCheck
           Perform 530-WriteCheck
           Add 1 to CheckCount
           else
           Open Extend FinalDDFile
           if FinalDDStatus = "35"
           Open Output FinalDDFile
           Close FinalDDFile
           Open Extend FinalDDFile
           end-if
           Move WantEmpNum to FDD-EmpNum
           Move EM-Routing to FDD-Routing
           Move EM-AccountNum to FDD-AccountNum
           Move CalcNet to FDD-NetPay
           Move RunPeriod to FDD-Period
           Move "M" to FDD-Source
           Move RunDateNum to FDD-Date
           Write FDD-Record
           Close FinalDDFile
           Add 1 to DepositCount
           end-if.

       510-CheckBadBank.
           Move "N" to BadBankHit
           Perform Varying BBIndx from 1 by 1 until BBIndx > BBCount
           if BB-T-EmpNum(BBIndx) = WantEmpNum and
            (BB-T-Account(BBIndx) = 0 or
            (BB-T-Routing(BBIndx) = EM-Routing and
            BB-T-Account(BBIndx) = EM-AccountNum))
           Move "Y" to BadBankHit
           end-if
           end-perform.

       520-CheckPrenote.
           Move "N" to PrenoteHold
           Open Input PrenoteFile
           if PrenoteStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read PrenoteFile
           at end Move "Y" to EOF
           not at end
           if PN-EmpNum = WantEmpNum and PN-Routing = EM-Routing and
            PN-Account = EM-AccountNum
           if PN-SentDate = 0
           Move "Y" to PrenoteHold
           else
           Compute PrenoteAge =
            Function Integer-of-Date(RunDateNum) -
            Function Integer-of-Date(PN-SentDate)
           if PrenoteAge < PrenoteAgeDays
           Move "Y" to PrenoteHold
           end-if
           end-if
           end-if
           end-read
           end-perform
           Close PrenoteFile
           end-if
           Move "N" to EOF.

      *> Same check document as Lab8Fin's; the register line goes on
      *> under the same number.
       530-WriteCheck.
           Perform 540-LoadCheckSeq
           Move NextCheckNum to CKL-CheckNum
           Move CMonthWork to CKL-Month
           Move CDayWork to CKL-Day
           Move CYearWork to CKL-Year
           Open Extend CheckPrintFile
           if CheckPrintStatus = "35"
           Open Output CheckPrintFile
           Close CheckPrintFile
           Open Extend CheckPrintFile
           end-if
           Write check-record from Check-Line1
           Move EM-EmpName to CKL-Name
           Move CalcNet to CKL-Amount
           Write check-record from Check-Line2
           Move EM-StAddress to CKL-Addr
           Write check-record from Check-Line3
           Move EM-CityState to CKL-Addr
           Write check-record from Check-Line3
           Write check-record from Check-RuleLine
           Close CheckPrintFile
           Perform 535-WriteRegister.

      *> Register line under the next controlled number, source "M"
      *> so Lab8Bal and Lab8Csh can tell manual checks from the runs'.
       535-WriteRegister.
           Perform 540-LoadCheckSeq
           Open Extend CheckRegFile
           if CheckRegStatus = "35"
           Open Output CheckRegFile
           Close CheckRegFile
           Open Extend CheckRegFile
           end-if
           Move NextCheckNum to CR-CheckNum
           Move RunDateNum to CR-Date
           Move "M" to CR-Source
           Move WantEmpNum to CR-EmpNum
           Move EM-EmpName to CR-Name
           Move CalcNet to CR-Amount
           Move "I" to CR-Status
           Move 0 to CR-RefCheck
           Write CheckReg-Record
           Close CheckRegFile
           Add 1 to NextCheckNum
           Perform 550-SaveCheckSeq.

       420-WriteManExc.
           Add 1 to RejectCount
           Open Extend ManExcFile
           if ManExcStatus = "35"
           Open Output ManExcFile
           Close ManExcFile
           Open Extend ManExcFile
           end-if
           Move Spaces to ManExcRecord
           Move WantEmpNum to MX-EmpNum
           Move MC-Type to MX-Type
           if MC-Amount is numeric
           Move MC-Amount to MX-Amount
           else
           Move 0 to MX-Amount
           end-if
           Move ExcReason to MX-Reason
           Move MC-Reason to MX-Keyed
           Write ManExcRecord
           Close ManExcFile
           Display "Lab8Man: employee " WantEmpNum " rejected -- "
            Function Trim(ExcReason).

       540-LoadCheckSeq.
           Open Input CheckSeqFile
           if CheckSeqStatus = "00"
           Read CheckSeqFile
           at end continue
           not at end
           if CSQ-Next > NextCheckNum
           Move CSQ-Next to NextCheckNum
           end-if
           end-read
           Close CheckSeqFile
           end-if.

       550-SaveCheckSeq.
           Open Output CheckSeqFile
           Move NextCheckNum to CSQ-Next
           Write CheckSeq-Record
           Close CheckSeqFile.

       900-LoadSchoolRates.
           Open Input SchoolFile
           if SchoolStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read SchoolFile
           at end Move "Y" to EOF
           not at end
           if RC-School > 200
           Display "Lab8Man: school tax table full, run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Move FileDistrictCode to DistrictCode(RC-School)
           Move FileTaxCode to DistrictRate(RC-School)
           if FileTaxEff is numeric
           Move FileTaxEff to DistrictEff(RC-School)
           else
           Move 0 to DistrictEff(RC-School)
           end-if
           Add 1 to RC-School
           end-read
           end-perform
           Close SchoolFile
           end-if
           Move "N" to EOF.

       905-LoadSutaRates.
           Move 0 to USCount
           Open Input SutaRateFile
           if SutaStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read SutaRateFile
           at end Move "Y" to EOF
           not at end
           if USCount = 60
           Display "Lab8Man: SUTA rate table full, run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Add 1 to USCount
           Move US-State to UST-State(USCount)
           Move US-Rate to UST-Rate(USCount)
           Move US-Base to UST-Base(USCount)
           if US-Eff is numeric
           Move US-Eff to UST-Eff(USCount)
           else
           Move 0 to UST-Eff(USCount)
           end-if
           end-read
           end-perform
           Close SutaRateFile
           end-if
           Move "N" to EOF.

      *> Workers' comp classes off lab8-wcclass.dat, "J" and "D"
      *> rows as in the payroll runs (the "X" earnings-code rows have
      *> nothing to apply to here).
       909-LoadWcClass.
           Move 0 to WCCount
           Open Input WcClassFile
           if WcClassStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read WcClassFile
           at end Move "Y" to EOF
           not at end
           if WC-Type = "J" or WC-Type = "D"
           if WCCount = 300
           Display "Lab8Man: workers' comp class table full,"
            " run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Add 1 to WCCount
           Move WC-Type to WCT-Type(WCCount)
           Move WC-Key to WCT-Key(WCCount)
           Move WC-Class to WCT-Class(WCCount)
           if WC-Rate is numeric
           Move WC-Rate to WCT-Rate(WCCount)
           else
           Move 0 to WCT-Rate(WCCount)
           end-if
           if WC-Eff is numeric
           Move WC-Eff to WCT-Eff(WCCount)
           else
           Move 0 to WCT-Eff(WCCount)
           end-if
           end-if
           end-read
           end-perform
           Close WcClassFile
           end-if
           Move "N" to EOF.

       906-LoadBadBank.
           Move 0 to BBCount
           Open Input BadBankFile
           if BadBankStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read BadBankFile
           at end Move "Y" to EOF
           not at end
           if BBCount = 500
           Display "Lab8Man: bad-bank table full, run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Add 1 to BBCount
           Move BB-EmpNum to BB-T-EmpNum(BBCount)
           if BB-Routing is numeric and BB-Account is numeric
           Move BB-Routing to BB-T-Routing(BBCount)
           Move BB-Account to BB-T-Account(BBCount)
           else
           Move 0 to BB-T-Routing(BBCount)
           Move 0 to BB-T-Account(BBCount)
           end-if
           end-read
           end-perform
           Close BadBankFile
           end-if
           Move "N" to EOF.

       907-Load401kLimits.
           Move "N" to K401LimitFound
           Open Input K401LimitFile
           if K401LimitStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read K401LimitFile
           at end Move "Y" to EOF
           not at end
           if KL-Year = CYearWork
           Move KL-Base to K401BaseLimit
           Move KL-CatchUp to K401CatchUpLimit
           Move "Y" to K401LimitFound
           end-if
           end-read
           end-perform
           Close K401LimitFile
           end-if
           Move "N" to EOF.

       908-LoadReciprocity.
           Move 0 to RPCount
           Open Input ReciprocityFile
           if RecipStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read ReciprocityFile
           at end Move "Y" to EOF
           not at end
           if RPCount = 200
           Display "Lab8Man: reciprocity table full, run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Add 1 to RPCount
           Move RP-WorkState to RPT-WorkState(RPCount)
           Move RP-ResState to RPT-ResState(RPCount)
           end-read
           end-perform
           Close ReciprocityFile
           end-if
           Move "N" to EOF.
