
      *Tyler Zysberg
      *> Quarterly federal Form 941 worksheet and Schedule B. Lab8Dep
      *> says what to deposit each run and Lab8Qtr/Lab8Uemp cover the
      *> state side, but the federal quarterly return was still being
      *> put together by hand. This program takes QUARTER [YEAR] on
      *> the command line (year defaults to the current one), rolls
      *> the quarter's postings on lab8-payhist.dat up into the 941
      *> lines -- employee count for the pay period including the
      *> 12th of the quarter's last month, wages, federal income tax
      *> withheld, Social Security and Medicare wages and tax at the
      *> combined employee and employer rates, and the fractions-of-
      *> cents adjustment between that computed tax and both halves
      *> actually posted -- and prints the Schedule B daily liability
      *> listing by pay date with month totals, to lab8-941.dat.
      *> Treasury keys what was actually paid on lab8-941deposits.dat
      *> (tax year, quarter, date paid, amount, reference). Each pay
      *> date's liability is due the same number of days after the
      *> pay date as Lab8Dep dates its deposit lines; the listing
      *> shows whether the deposits on file had covered it by then,
      *> covered it late, or never covered it. A late deposit sets
      *> return code 4, a shortfall 8, so the return can't go out
      *> until it agrees with the money.
      *> TZ - due dates count business days now, the way Lab8Dep
      *> dates its deposit lines: weekends and the bank holidays on
      *> lab8-holidays.dat don't count toward the lag (Lab8Bdy).
       Identification Division.
       Program-ID.     Lab8941.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select PayHistFile
               Assign to Dynamic PayHistName
               Organization is Line Sequential
               File Status is PayHistStatus.
           Select CalFile
               Assign to "lab8-paycalendar.dat"
               Organization is Line Sequential
               File Status is CalStatus.
           Select DepMadeFile
               Assign to Dynamic DepMadeName
               Organization is Line Sequential
               File Status is DepMadeStatus.
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
       FD PayHistFile.
       01 PayHist-Record.
           05 PH-RunDate Pic 9(8).
           05  Pic X.
           05 PH-Period Pic 9(3).
           05  Pic X.
           05 PH-EmpNum Pic 9(5).
           05  Pic X.
           05 PH-Source Pic X.
           05  Pic X.
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

       FD CalFile.
       01 Cal-Record.
           05 CAL-Period Pic 9(3).
           05 CAL-Start Pic 9(8).
           05 CAL-End Pic 9(8).
           05 CAL-RunDate Pic 9(8).

       FD DepMadeFile.
       01 DepMade-Record.
           05 DM-Year Pic 9(4).
           05  Pic X.
           05 DM-Qtr Pic 9.
           05  Pic X.
           05 DM-Date Pic 9(8).
           05  Pic X.
           05 DM-Amount Pic 9(9)V99.
           05  Pic X.
           05 DM-Reference Pic X(20).

       FD RptFile.
       01 ot-record Pic X(132).

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
       01  PayHistStatus Pic XX.
       01  CalStatus Pic XX.
       01  DepMadeStatus Pic XX.
       01  RunCoStatus Pic XX.
       01  CompanyStatus Pic XX.
       01  CoEOF Pic X.
       01  CompanyPrefix Pic X(8) Value "lab8".
       01  CompanyName Pic X(35) Value Spaces.
       01  CompanyEIN Pic X(10) Value Spaces.
       01  PayHistName Pic X(40) Value "lab8-payhist.dat".
       01  DepMadeName Pic X(40) Value "lab8-941deposits.dat".
       01  RptName Pic X(40) Value "lab8-941.dat".
       01  ArgNum Pic 99.
       01  ArgWork Pic X(10).
       01  WantQtr Pic 9.
       01  WantYear Pic 9(4).
       01  QStart Pic 9(8).
       01  QEnd Pic 9(8).
       01  YStart Pic 9(8).
       01  Day12 Pic 9(8).
       01  Period12 Pic 9(3) Value 0.
       01  Period12-Found Pic X Value "N".
           88 IsPeriod12Found Value "Y".
       01  DueLagDays Pic 99 Value 3.
       01  DueWork Pic 9(8).
       01  BdyFunc Pic X.
       01  BdyReason Pic X(30).
       01  SSCombRate Pic V999 Value .124.
       01  MedCombRate Pic V999 Value .029.
       01  AddlMedRate Pic V999 Value .009.
       01  SSWageBase Pic 9(9)V99 Value 176100.00.
       01  AddlMedBase Pic 9(9)V99 Value 200000.00.
       01  EmpTable.
           05 EmpRow occurs 5000 times.
              10 ET-EmpNum Pic 9(5).
              10 ET-YtdFica Pic 9(9)V99.
              10 ET-Paid12 Pic X.
       01  EmpCount Pic 9(4) Value 0.
       01  EmpIndx Pic 9(4).
       01  Emp-Found Pic X.
           88 IsEmpFound Value "Y".
       01  DayTable.
           05 DayRow occurs 100 times.
              10 DY-Date Pic 9(8).
              10 DY-DueDate Pic 9(8).
              10 DY-Liab Pic 9(11)V99.
              10 DY-Status Pic X(5).
              10 DY-PaidDate Pic 9(8).
       01  DayCount Pic 999 Value 0.
       01  DayIndx Pic 999.
       01  DayShift Pic 999.
       01  DepTable.
           05 DepRow occurs 500 times.
              10 DT-Date Pic 9(8).
              10 DT-Amount Pic 9(9)V99.
       01  DepCount Pic 999 Value 0.
       01  DepIndx Pic 999.
       01  DepIndx2 Pic 999.
       01  FicaWage Pic 9(9)V99.
       01  SSRoom Pic S9(9)V99.
       01  SSPart Pic 9(9)V99.
       01  AddlPart Pic S9(9)V99.
       01  RowLiab Pic 9(9)V99.
       01  L1-Heads Pic 9(5) Value 0.
       01  L2-Wages Pic 9(11)V99 Value 0.
       01  L3-FedWH Pic 9(11)V99 Value 0.
       01  L5a-Wages Pic 9(11)V99 Value 0.
       01  L5a-Tax Pic 9(11)V99 Value 0.
       01  L5c-Wages Pic 9(11)V99 Value 0.
       01  L5c-Tax Pic 9(11)V99 Value 0.
       01  L5d-Wages Pic 9(11)V99 Value 0.
       01  L5d-Tax Pic 9(11)V99 Value 0.
       01  L5e-Tax Pic 9(11)V99 Value 0.
       01  L6-Tax Pic 9(11)V99 Value 0.
       01  L7-Adjust Pic S9(11)V99 Value 0.
       01  L12-Tax Pic S9(11)V99 Value 0.
       01  L13-Deposits Pic 9(11)V99 Value 0.
       01  L14-Balance Pic S9(11)V99 Value 0.
       01  PostedFica Pic 9(11)V99 Value 0.
       01  MonthLiab Pic 9(11)V99 occurs 3 times.
       01  MonthIndx Pic 9.
       01  QtrFirstMonth Pic 99.
       01  DateMonth Pic 99.
       01  SchedBTotal Pic 9(11)V99 Value 0.
       01  CumLiab Pic 9(11)V99.
       01  CumByDue Pic 9(11)V99.
       01  CumByDate Pic 9(11)V99.
       01  LiabShown Pic 9(11)V99.
       01  LateCount Pic 999 Value 0.
       01  ShortCount Pic 999 Value 0.
       01  Title-Line.
           05  Pic X(36) Value
               "Form 941 Worksheet           Quarter".
           05  Pic X Value Space.
           05 TI-Qtr Pic 9.
           05  Pic X(6) Value "  Year".
           05  Pic X Value Space.
           05 TI-Year Pic 9(4).
       01  Employer-Line.
           05  Pic X(10) Value "Employer: ".
           05 EL-Name Pic X(35).
           05  Pic X(7) Value "  EIN: ".
           05 EL-EIN Pic X(10).
       01  Count-Line.
           05 CL-Line Pic X(4).
           05 CL-Desc Pic X(50).
           05 CL-Count Pic ZZ,ZZ9.
       01  Amount-Line.
           05 AL-Line Pic X(4).
           05 AL-Desc Pic X(50).
           05 AL-Wages Pic $ZZZ,ZZZ,ZZ9.99 Blank When Zero.
           05  Pic X(3) Value Spaces.
           05 AL-Tax Pic $ZZZ,ZZZ,ZZ9.99-.
       01  SchedTitle-Line.
           05  Pic X(44) Value
               "Schedule B -- Tax Liability by Pay Date     ".
       01  SchedHeading-Line.
           05  Pic X(44) Value
               " Pay Date    Liability        Due Date     ".
           05  Pic X(30) Value
               "Status  Covered On            ".
       01  SchedDetail-Line.
           05  Pic X Value Space.
           05 SD-Date Pic 9(8).
           05  Pic X(2) Value Spaces.
           05 SD-Liab Pic $ZZZ,ZZZ,ZZ9.99.
           05  Pic X(3) Value Spaces.
           05 SD-DueDate Pic 9(8).
           05  Pic X(5) Value Spaces.
           05 SD-Status Pic X(5).
           05  Pic X(3) Value Spaces.
           05 SD-PaidDate Pic X(8).
       01  SchedMonth-Line.
           05  Pic X(7) Value " Month ".
           05 SM-Month Pic 9.
           05  Pic X(3) Value Spaces.
           05 SM-Liab Pic $ZZZ,ZZZ,ZZ9.99.
       01  DepTitle-Line.
           05  Pic X(44) Value
               "Deposits Made                               ".
       01  DepDetail-Line.
           05  Pic X Value Space.
           05 DD-Date Pic 9(8).
           05  Pic X(2) Value Spaces.
           05 DD-Amount Pic $ZZZ,ZZZ,ZZ9.99.
       01  Cert-Line.
           05 CT-Result Pic X(16).
           05 CT-Desc Pic X(40).
           05 CT-Amt1 Pic $ZZZ,ZZZ,ZZ9.99-.
           05  Pic X(4) Value " vs ".
           05 CT-Amt2 Pic $ZZZ,ZZZ,ZZ9.99-.
       01  blank-line Pic X Value Space.

       Procedure Division.
       000-Main.
           Perform 010-SetCompanyFiles
           Perform 020-GetArguments
           Perform 030-SetQuarterDates
           Perform 040-FindPeriod12
           Perform 100-LoadHistory
           Perform 200-LoadDeposits
           Perform 300-ComputeLines
           Perform 400-Reconcile
           Open Output RptFile
           Perform 500-WriteReturn
           Perform 600-WriteScheduleB
           Perform 700-WriteDeposits
           Perform 800-WriteCertificates
           Close RptFile
           Move L12-Tax to LiabShown
           Display "Lab8941: quarter " WantQtr " " WantYear
            " liability " LiabShown " deposited " L13-Deposits
           if ShortCount > 0
           Display "Lab8941: " ShortCount
            " pay date(s) not covered by deposits on "
            Function Trim(DepMadeName)
           Move 8 to Return-Code
           else
           if LateCount > 0 or L5d-Tax > 0
           Display "Lab8941: " LateCount
            " pay date(s) deposited late -- see " Function Trim(RptName)
           Move 4 to Return-Code
           else
           Move 0 to Return-Code
           end-if
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
           Move Spaces to PayHistName
           String Function Trim(CompanyPrefix) "-payhist.dat"
            delimited by size into PayHistName
           Move Spaces to DepMadeName
           String Function Trim(CompanyPrefix) "-941deposits.dat"
            delimited by size into DepMadeName
           Move Spaces to RptName
           String Function Trim(CompanyPrefix) "-941.dat"
            delimited by size into RptName.

       020-GetArguments.
           Move 1 to ArgNum
           Display ArgNum Upon Argument-Number
           Accept ArgWork from Argument-Value
           if ArgWork = Spaces
           Display "Lab8941: usage: QUARTER [YEAR]"
           Move 1 to Return-Code
           stop run
           end-if
           Compute WantQtr = Function Numval(ArgWork)
           if WantQtr < 1 or WantQtr > 4
           Display "Lab8941: quarter must be 1 through 4"
           Move 1 to Return-Code
           stop run
           end-if
           Move Function Current-Date (1:4) to WantYear
           Move 2 to ArgNum
           Display ArgNum Upon Argument-Number
           Move Spaces to ArgWork
           Accept ArgWork from Argument-Value
           if ArgWork not = Spaces
           Compute WantYear = Function Numval(ArgWork)
           end-if.

       030-SetQuarterDates.
           Compute YStart = WantYear * 10000 + 101
           Compute QtrFirstMonth = WantQtr * 3 - 2
           Compute QStart = WantYear * 10000 + QtrFirstMonth * 100 + 1
           if WantQtr = 1
           Compute QEnd = WantYear * 10000 + 331
           else
           if WantQtr = 2
           Compute QEnd = WantYear * 10000 + 630
           else
           if WantQtr = 3
           Compute QEnd = WantYear * 10000 + 930
           else
           Compute QEnd = WantYear * 10000 + 1231
           end-if
           end-if
           end-if
           Compute Day12 = WantYear * 10000 + (WantQtr * 3) * 100 + 12.

      *> Line 1 counts the employees paid for the pay period that
      *> includes the 12th of the quarter's last month.
       040-FindPeriod12.
           Open Input CalFile
           if CalStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read CalFile
           at end Move "Y" to EOF
           not at end
           if Day12 not < CAL-Start and Day12 not > CAL-End
           Move CAL-Period to Period12
           Move "Y" to Period12-Found
           end-if
           end-read
           end-perform
           Close CalFile
           end-if
           Move "N" to EOF
           if not IsPeriod12Found
           Display "Lab8941: no pay period on the calendar covers "
            Day12 ", line 1 reported as zero"
           end-if.

      *> Everything from January 1 up to the quarter end goes through
      *> the employee table so the Social Security wage base and the
      *> additional Medicare threshold are applied on the year's
      *> running wages; only the quarter's rows feed the lines.
       100-LoadHistory.
           Open Input PayHistFile
           if PayHistStatus not = "00"
           Display "Lab8941: no pay history file on hand"
           Move 1 to Return-Code
           stop run
           end-if
           Move 0 to MonthLiab(1) MonthLiab(2) MonthLiab(3)
           Move "N" to EOF
           Perform until Finished
           Read PayHistFile
           at end Move "Y" to EOF
           not at end
           if PH-RunDate not < YStart and PH-RunDate not > QEnd
           Perform 110-PostEvent
           end-if
           end-read
           end-perform
           Close PayHistFile
           Move "N" to EOF.

       110-PostEvent.
           Move "N" to Emp-Found
           Perform Varying EmpIndx from 1 by 1 until EmpIndx > EmpCount
            or IsEmpFound
           if ET-EmpNum(EmpIndx) = PH-EmpNum
           Move "Y" to Emp-Found
           end-if
           end-perform
           if IsEmpFound
           Subtract 1 from EmpIndx
           else
           if EmpCount = 5000
           Display "Lab8941: employee table full, run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Add 1 to EmpCount
           Move EmpCount to EmpIndx
           Move PH-EmpNum to ET-EmpNum(EmpIndx)
           Move 0 to ET-YtdFica(EmpIndx)
           Move "N" to ET-Paid12(EmpIndx)
           end-if
           Subtract PH-Sec125 from PH-Gross giving FicaWage
           if PH-RunDate not < QStart
           Perform 120-AddQuarter
           end-if
           Add FicaWage to ET-YtdFica(EmpIndx).

      *> Section 125 premiums come off both the income-tax and FICA
      *> wage, 401(k) deferrals off the income-tax wage only -- the
      *> same arithmetic Lab8W2 uses for boxes 1, 3 and 5.
       120-AddQuarter.
           Compute L2-Wages = L2-Wages + PH-Gross - PH-Sec125
            - PH-401k
           Add PH-Fed to L3-FedWH
           Compute SSRoom = SSWageBase - ET-YtdFica(EmpIndx)
           if SSRoom < 0
           Move 0 to SSRoom
           end-if
           if FicaWage < SSRoom
           Move FicaWage to SSPart
           else
           Move SSRoom to SSPart
           end-if
           Add SSPart to L5a-Wages
           Add FicaWage to L5c-Wages
           Compute AddlPart = ET-YtdFica(EmpIndx) + FicaWage
            - AddlMedBase
           if AddlPart > FicaWage
           Move FicaWage to AddlPart
           end-if
           if AddlPart > 0
           Add AddlPart to L5d-Wages
           end-if
           Compute RowLiab = PH-Fed + PH-SS + PH-ErSS + PH-Med
            + PH-ErMed
           Compute PostedFica = PostedFica + PH-SS + PH-ErSS + PH-Med
            + PH-ErMed
           if IsPeriod12Found and PH-Period = Period12 and
            ET-Paid12(EmpIndx) = "N"
           Move "Y" to ET-Paid12(EmpIndx)
           Add 1 to L1-Heads
           end-if
           Move PH-RunDate (5:2) to DateMonth
           Compute MonthIndx = DateMonth - QtrFirstMonth + 1
           Add RowLiab to MonthLiab(MonthIndx)
           Perform 130-NoteDay.

      *> Schedule B lists the liability on the day wages were paid.
      *> The table is kept in date order as days are added.
       130-NoteDay.
           Perform Varying DayIndx from 1 by 1 until DayIndx > DayCount
            or DY-Date(DayIndx) not < PH-RunDate
           continue
           end-perform
           if DayIndx not > DayCount
           if DY-Date(DayIndx) = PH-RunDate
           Add RowLiab to DY-Liab(DayIndx)
           exit paragraph
           end-if
           end-if
           if DayCount = 100
           Display "Lab8941: pay date table full, run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Perform Varying DayShift from DayCount by -1
            until DayShift < DayIndx
           Move DayRow(DayShift) to DayRow(DayShift + 1)
           end-perform
           Add 1 to DayCount
           Move PH-RunDate to DY-Date(DayIndx)
           Move PH-RunDate to DueWork
           Move "A" to BdyFunc
           Call "Lab8Bdy" using BdyFunc DueWork DueLagDays BdyReason
           Move DueWork to DY-DueDate(DayIndx)
           Move RowLiab to DY-Liab(DayIndx)
           Move Spaces to DY-Status(DayIndx)
           Move 0 to DY-PaidDate(DayIndx).

      *> Treasury's file holds every quarter's payments; only the
      *> rows applied to this quarter count.
       200-LoadDeposits.
           Open Input DepMadeFile
           if DepMadeStatus not = "00"
           Display "Lab8941: no deposits on " Function Trim(DepMadeName)
           exit paragraph
           end-if
           Move "N" to EOF
           Perform until Finished
           Read DepMadeFile
           at end Move "Y" to EOF
           not at end
           if DM-Year = WantYear and DM-Qtr = WantQtr
           Perform 210-AddDeposit
           end-if
           end-read
           end-perform
           Close DepMadeFile
           Move "N" to EOF.

       210-AddDeposit.
           if DM-Date not numeric or DM-Amount not numeric
           Display "Lab8941: deposit row " DM-Reference
            " not numeric, skipped"
           exit paragraph
           end-if
           if DepCount = 500
           Display "Lab8941: deposit table full, run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Add 1 to DepCount
           Move DM-Date to DT-Date(DepCount)
           Move DM-Amount to DT-Amount(DepCount)
           Add DM-Amount to L13-Deposits.

      *> Lines 5a and 5c are the wages times the combined rate; what
      *> was actually posted was figured a check at a time, and the
      *> difference is the fractions-of-cents adjustment on line 7.
      *> Payroll does not withhold the additional Medicare tax, so
      *> line 5d stays out of the line 7 comparison and is flagged.
       300-ComputeLines.
           Compute L5a-Tax rounded = L5a-Wages * SSCombRate
           Compute L5c-Tax rounded = L5c-Wages * MedCombRate
           Compute L5d-Tax rounded = L5d-Wages * AddlMedRate
           Compute L5e-Tax = L5a-Tax + L5c-Tax + L5d-Tax
           Compute L6-Tax = L3-FedWH + L5e-Tax
           Compute L7-Adjust = PostedFica - L5a-Tax - L5c-Tax
           Compute L12-Tax = L6-Tax + L7-Adjust
           Compute L14-Balance = L12-Tax - L13-Deposits
           Perform Varying DayIndx from 1 by 1 until DayIndx > DayCount
           Add DY-Liab(DayIndx) to SchedBTotal
           end-perform.

      *> Deposits are applied oldest liability first: a pay date is
      *> covered once the deposits to date reach the running
      *> liability through that day. Covered by its due date is OK,
      *> covered afterwards is LATE, never covered is SHORT.
       400-Reconcile.
           Move 0 to CumLiab
           Perform 410-CheckDay
            Varying DayIndx from 1 by 1 until DayIndx > DayCount.

       410-CheckDay.
           Add DY-Liab(DayIndx) to CumLiab
           Move 0 to CumByDue
           Perform Varying DepIndx from 1 by 1 until DepIndx > DepCount
           if DT-Date(DepIndx) not > DY-DueDate(DayIndx)
           Add DT-Amount(DepIndx) to CumByDue
           end-if
           end-perform
           if CumByDue not < CumLiab
           Move "OK" to DY-Status(DayIndx)
           exit paragraph
           end-if
           if L13-Deposits < CumLiab
           Move "SHORT" to DY-Status(DayIndx)
           Add 1 to ShortCount
           exit paragraph
           end-if
           Move "LATE" to DY-Status(DayIndx)
           Add 1 to LateCount
           Move 99999999 to DY-PaidDate(DayIndx)
           Perform Varying DepIndx from 1 by 1 until DepIndx > DepCount
           if DT-Date(DepIndx) < DY-PaidDate(DayIndx)
           Perform 420-SumToDate
           if CumByDate not < CumLiab
           Move DT-Date(DepIndx) to DY-PaidDate(DayIndx)
           end-if
           end-if
           end-perform.

       420-SumToDate.
           Move 0 to CumByDate
           Perform Varying DepIndx2 from 1 by 1
            until DepIndx2 > DepCount
           if DT-Date(DepIndx2) not > DT-Date(DepIndx)
           Add DT-Amount(DepIndx2) to CumByDate
           end-if
           end-perform.

       500-WriteReturn.
           Move WantQtr to TI-Qtr
           Move WantYear to TI-Year
           Write ot-record from Title-Line
           Move CompanyName to EL-Name
           Move CompanyEIN to EL-EIN
           Write ot-record from Employer-Line
           Write ot-record from blank-line
           Move "1" to CL-Line
           Move "Employees paid for the period including the 12th"
            to CL-Desc
           Move L1-Heads to CL-Count
           Write ot-record from Count-Line
           Move "2" to AL-Line
           Move "Wages, tips and other compensation" to AL-Desc
           Move L2-Wages to AL-Wages
           Move 0 to AL-Tax
           Write ot-record from Amount-Line
           Move "3" to AL-Line
           Move "Federal income tax withheld" to AL-Desc
           Move 0 to AL-Wages
           Move L3-FedWH to AL-Tax
           Write ot-record from Amount-Line
           Move "5a" to AL-Line
           Move "Taxable social security wages x .124" to AL-Desc
           Move L5a-Wages to AL-Wages
           Move L5a-Tax to AL-Tax
           Write ot-record from Amount-Line
           Move "5c" to AL-Line
           Move "Taxable Medicare wages and tips x .029" to AL-Desc
           Move L5c-Wages to AL-Wages
           Move L5c-Tax to AL-Tax
           Write ot-record from Amount-Line
           Move "5d" to AL-Line
           Move "Wages subject to additional Medicare x .009"
            to AL-Desc
           Move L5d-Wages to AL-Wages
           Move L5d-Tax to AL-Tax
           Write ot-record from Amount-Line
           Move "5e" to AL-Line
           Move "Total social security and Medicare taxes" to AL-Desc
           Move 0 to AL-Wages
           Move L5e-Tax to AL-Tax
           Write ot-record from Amount-Line
           Move "6" to AL-Line
           Move "Total taxes before adjustments" to AL-Desc
           Move L6-Tax to AL-Tax
           Write ot-record from Amount-Line
           Move "7" to AL-Line
           Move "Adjustment for fractions of cents"
            to AL-Desc
           Move L7-Adjust to AL-Tax
           Write ot-record from Amount-Line
           Move "12" to AL-Line
           Move "Total taxes after adjustments" to AL-Desc
           Move L12-Tax to AL-Tax
           Write ot-record from Amount-Line
           Move "13" to AL-Line
           Move "Total deposits for this quarter" to AL-Desc
           Move L13-Deposits to AL-Tax
           Write ot-record from Amount-Line
           if L14-Balance < 0
           Move "15" to AL-Line
           Move "Overpayment" to AL-Desc
           Compute AL-Tax = 0 - L14-Balance
           else
           Move "14" to AL-Line
           Move "Balance due" to AL-Desc
           Move L14-Balance to AL-Tax
           end-if
           Write ot-record from Amount-Line.

       600-WriteScheduleB.
           Write ot-record from blank-line
           Write ot-record from SchedTitle-Line
           Write ot-record from SchedHeading-Line
           Perform Varying DayIndx from 1 by 1 until DayIndx > DayCount
           Move DY-Date(DayIndx) to SD-Date
           Move DY-Liab(DayIndx) to SD-Liab
           Move DY-DueDate(DayIndx) to SD-DueDate
           Move DY-Status(DayIndx) to SD-Status
           Move Spaces to SD-PaidDate
           if DY-PaidDate(DayIndx) > 0
           Move DY-PaidDate(DayIndx) to SD-PaidDate
           end-if
           Write ot-record from SchedDetail-Line
           end-perform
           Write ot-record from blank-line
           Perform Varying MonthIndx from 1 by 1 until MonthIndx > 3
           Move MonthIndx to SM-Month
           Move MonthLiab(MonthIndx) to SM-Liab
           Write ot-record from SchedMonth-Line
           end-perform.

       700-WriteDeposits.
           Write ot-record from blank-line
           Write ot-record from DepTitle-Line
           Perform Varying DepIndx from 1 by 1 until DepIndx > DepCount
           Move DT-Date(DepIndx) to DD-Date
           Move DT-Amount(DepIndx) to DD-Amount
           Write ot-record from DepDetail-Line
           end-perform.

      *> Same certificate shape Lab8Bal and Lab8Qtr print. Schedule B
      *> is what was posted, so it only falls short of line 12 by
      *> additional Medicare payroll never withheld.
       800-WriteCertificates.
           Write ot-record from blank-line
           Move "Schedule B total vs line 12              " to CT-Desc
           Move SchedBTotal to CT-Amt1
           Move L12-Tax to CT-Amt2
           if SchedBTotal = L12-Tax
           Move "IN BALANCE      " to CT-Result
           else
           Move "*OUT OF BALANCE*" to CT-Result
           end-if
           Write ot-record from Cert-Line
           Move "Deposits made vs line 12                 " to CT-Desc
           Move L13-Deposits to CT-Amt1
           Move L12-Tax to CT-Amt2
           if L13-Deposits < L12-Tax
           Move "*SHORTFALL*     " to CT-Result
           else
           if LateCount > 0
           Move "*LATE DEPOSITS* " to CT-Result
           else
           Move "IN BALANCE      " to CT-Result
           end-if
           end-if
           Write ot-record from Cert-Line
           if L5d-Tax > 0
           Display "Lab8941: additional Medicare " L5d-Tax
            " owed but not withheld -- correct before filing"
           end-if.
