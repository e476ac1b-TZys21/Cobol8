
      *Tyler Zysberg
      *> Pay calendar generator. lab8-paycalendar.dat used to be
      *> typed in by hand every December and nobody checked the pay
      *> dates against the bank's calendar. This program takes
      *> [YEAR] on the command line (next year if left off) and
      *> builds that year's pay periods for each pay frequency --
      *> W weekly, B biweekly, S semimonthly (1st-15th, 16th-month
      *> end), M monthly -- one file per frequency,
      *> lab8-paycal-YYYY-F.dat, in the same layout as
      *> lab8-paycalendar.dat (period, start, end, pay date), ready to
      *> be put in place of it for the new year.
      *> A period belongs to the year its pay date falls in, the
      *> year its wages are taxed in. The pay date is the period end
      *> plus the frequency's pay lag; one that lands on a weekend or
      *> a bank holiday on lab8-holidays.dat moves back to the prior
      *> business day (Lab8Bdy), never forward into a late check.
      *> A lag must not push the pay date past the period end: the
      *> payroll runs, Lab8Drv and Lab8Ach all find the period being
      *> paid as the one whose start and end cover the run date, so a
      *> pay date past CAL-End is run -- and its deposits dated -- as
      *> the next period's. Any that do are counted and warned about.
      *> lab8-calparm.dat carries one row per frequency wanted:
      *> frequency code, the end date of any one period in the
      *> weekly/biweekly cycle (the cycle is carried forward from
      *> it, so next year's biweekly periods line up with this
      *> year's), and the pay lag in days. No parameter file means
      *> all four frequencies off the defaults below.
      *> Every period, its scheduled and actual pay date and why it
      *> moved are listed on lab8-paycal-YYYY-rpt.dat, with a warning
      *> when the year carries a 53rd weekly or 27th biweekly pay
      *> date -- salaried pay is figured per check off 52 and 26.
       Identification Division.
       Program-ID.     Lab8Cal.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select ParmFile
               Assign to "lab8-calparm.dat"
               Organization is Line Sequential
               File Status is ParmStatus.
           Select CalOutFile
               Assign to Dynamic CalOutName
               Organization is Line Sequential.
           Select RptFile
               Assign to Dynamic RptName
               Organization is Line Sequential.

       Data Division.
       File Section.
       FD ParmFile.
       01 Parm-Record.
           05 CP-Freq Pic X.
           05  Pic X.
           05 CP-Anchor Pic X(8).
           05  Pic X.
           05 CP-PayLag Pic X(2).

       FD CalOutFile.
       01 Cal-Record.
           05 CAL-Period Pic 9(3).
           05 CAL-Start Pic 9(8).
           05 CAL-End Pic 9(8).
           05 CAL-RunDate Pic 9(8).

       FD RptFile.
       01 ot-record Pic X(132).

       Working-Storage Section.
       01  EOF Pic X.
           88 Finished Value "Y".
       01  ParmStatus Pic XX.
       01  CalOutName Pic X(40).
       01  RptName Pic X(40).
       01  ArgNum Pic 99.
       01  ArgWork Pic X(10).
       01  WantYear Pic 9(4).
       01  TodayNum Pic 9(8).
      *> Defaults: weekly and biweekly periods end on a Saturday and
      *> pay on the Friday before it, the period end rolled back to a
      *> business day; semimonthly and monthly pay on the last day of
      *> the period. None carries a lag.
       01  FreqData.
           05  Pic X(22) Value "WWeekly     2025010400".
           05  Pic X(22) Value "BBiweekly   2025010400".
           05  Pic X(22) Value "SSemimonthly0000000000".
           05  Pic X(22) Value "MMonthly    0000000000".
       01  FreqTable Redefines FreqData.
           05 FreqRow occurs 4 times.
              10 FQ-Freq Pic X.
              10 FQ-Name Pic X(11).
              10 FQ-Anchor Pic 9(8).
              10 FQ-Lag Pic 99.
       01  FreqWanted Pic X occurs 4 times.
       01  FreqIndx Pic 9.
       01  Freq-Found Pic X.
           88 IsFreqFound Value "Y".
       01  StepDays Pic 99.
       01  StartInt Pic 9(7).
       01  EndInt Pic 9(7).
       01  FloorInt Pic 9(7).
       01  StartDate Pic 9(8).
       01  EndDate Pic 9(8).
       01  SchedDate Pic 9(8).
       01  PayDate Pic 9(8).
       01  PayYear Pic 9(4).
       01  NextFirst Pic 9(8).
       01  MonthWork Pic 99.
       01  YearWork Pic 9(4).
       01  PeriodNum Pic 9(3).
       01  MovedCount Pic 9(3).
       01  PastEndCount Pic 9(3).
       01  FreqCount Pic 9 Value 0.
       01  Year-Done Pic X.
           88 IsYearDone Value "Y".
       01  BdyFunc Pic X.
       01  BdyDays Pic 99 Value 0.
       01  BdyReason Pic X(30).
       01  DateWork Pic 9(8).
       01  DateHold Pic 9(8).
       01  Title-Line.
           05  Pic X(30) Value "Pay Calendar                  ".
           05  Pic X(5) Value "Year ".
           05 TI-Year Pic 9(4).
       01  Freq-Line.
           05  Pic X(11) Value "Frequency: ".
           05 FL-Name Pic X(11).
           05  Pic X(9) Value "   File: ".
           05 FL-File Pic X(40).
       01  Heading-Line.
           05  Pic X(36) Value
               "Period  Start       End         Sche".
           05  Pic X(36) Value
               "duled   Pay Date    Moved Because   ".
       01  Detail-Line.
           05 DL-Period Pic ZZ9.
           05  Pic X(5) Value Spaces.
           05 DL-Start Pic 99/99/9999.
           05  Pic X(2) Value Spaces.
           05 DL-End Pic 99/99/9999.
           05  Pic X(2) Value Spaces.
           05 DL-Sched Pic 99/99/9999.
           05  Pic X(2) Value Spaces.
           05 DL-Pay Pic 99/99/9999.
           05  Pic X(2) Value Spaces.
           05 DL-Reason Pic X(30).
       01  Count-Line.
           05 CL-Periods Pic ZZ9.
           05  Pic X(21) Value " pay date(s), moved: ".
           05 CL-Moved Pic ZZ9.
       01  PastEnd-Line.
           05  Pic X(11) Value "*WARNING - ".
           05 PL-Count Pic ZZ9.
           05  Pic X(36) Value
               " pay date(s) fall after their period".
           05  Pic X(36) Value
               " end -- the pay lag must be reduced ".
       01  Extra-Line.
           05  Pic X(36) Value
               "*EXTRA PAY DATE THIS YEAR -- SALARIE".
           05  Pic X(36) Value
               "D PAY IS FIGURED PER CHECK OFF 52/26".
       01  blank-line Pic X Value Space.

       Procedure Division.
       000-Main.
           Move Function Current-Date (1:8) to TodayNum
           Perform 020-GetArguments
           Perform 030-LoadParms
           Move Spaces to RptName
           String "lab8-paycal-" WantYear "-rpt.dat"
            delimited by size into RptName
           Open Output RptFile
           Move WantYear to TI-Year
           Write ot-record from Title-Line
           Perform Varying FreqIndx from 1 by 1 until FreqIndx > 4
           if FreqWanted(FreqIndx) = "Y"
           Perform 200-BuildFrequency
           end-if
           end-perform
           Close RptFile
           Display "Lab8Cal: " FreqCount " calendar(s) built for "
            WantYear ", listing on " Function Trim(RptName)
           Move 0 to Return-Code
           goback.

       020-GetArguments.
           Move 1 to ArgNum
           Display ArgNum Upon Argument-Number
           Move Spaces to ArgWork
           Accept ArgWork from Argument-Value
           if ArgWork = Spaces
           Compute WantYear = Function Numval(TodayNum (1:4)) + 1
           else
           Compute WantYear = Function Numval(ArgWork)
           end-if
           if WantYear < 1601
           Display "Lab8Cal: usage: [YEAR]"
           Move 1 to Return-Code
           stop run
           end-if.

      *> A row only has to say what differs from the default -- a
      *> blank anchor or lag keeps the default for that frequency.
       030-LoadParms.
           Open Input ParmFile
           if ParmStatus not = "00"
           Display "Lab8Cal: lab8-calparm.dat not on hand,"
            " all four frequencies built off the defaults"
           Perform Varying FreqIndx from 1 by 1 until FreqIndx > 4
           Move "Y" to FreqWanted(FreqIndx)
           end-perform
           exit paragraph
           end-if
           Perform Varying FreqIndx from 1 by 1 until FreqIndx > 4
           Move "N" to FreqWanted(FreqIndx)
           end-perform
           Move "N" to EOF
           Perform until Finished
           Read ParmFile
           at end Move "Y" to EOF
           not at end
           Perform 035-ApplyParm
           end-read
           end-perform
           Close ParmFile
           Move "N" to EOF.

       035-ApplyParm.
           Move "N" to Freq-Found
           Perform Varying FreqIndx from 1 by 1 until FreqIndx > 4
           if FQ-Freq(FreqIndx) = CP-Freq
           Move "Y" to Freq-Found
           Move "Y" to FreqWanted(FreqIndx)
           if CP-Anchor is numeric
           Move CP-Anchor to FQ-Anchor(FreqIndx)
           end-if
           if CP-PayLag is numeric
           Move CP-PayLag to FQ-Lag(FreqIndx)
           end-if
           end-if
           end-perform
           if not IsFreqFound
           Display "Lab8Cal: frequency " CP-Freq
            " on lab8-calparm.dat is not W, B, S or M -- row skipped"
           end-if.

       200-BuildFrequency.
           Move Spaces to CalOutName
           String "lab8-paycal-" WantYear "-" FQ-Freq(FreqIndx) ".dat"
            delimited by size into CalOutName
           Open Output CalOutFile
           Write ot-record from blank-line
           Move FQ-Name(FreqIndx) to FL-Name
           Move CalOutName to FL-File
           Write ot-record from Freq-Line
           Write ot-record from Heading-Line
           Move 0 to PeriodNum
           Move 0 to MovedCount
           Move 0 to PastEndCount
           Perform 210-FirstStart
           Move "N" to Year-Done
           Perform until IsYearDone
           Perform 220-SetPeriodEnd
           Perform 230-SetPayDate
           if PayYear > WantYear
           Move "Y" to Year-Done
           else
           if PayYear = WantYear
           Perform 240-WritePeriod
           end-if
           Compute StartInt = EndInt + 1
           end-if
           end-perform
           Close CalOutFile
           Move PeriodNum to CL-Periods
           Move MovedCount to CL-Moved
           Write ot-record from Count-Line
           if PastEndCount > 0
           Move PastEndCount to PL-Count
           Write ot-record from PastEnd-Line
           Display "Lab8Cal: " Function Trim(FQ-Name(FreqIndx))
            " calendar has " PastEndCount
            " pay date(s) after the period end"
           end-if
           if (FQ-Freq(FreqIndx) = "W" and PeriodNum > 52) or
            (FQ-Freq(FreqIndx) = "B" and PeriodNum > 26)
           Write ot-record from Extra-Line
           Display "Lab8Cal: " Function Trim(FQ-Name(FreqIndx))
            " calendar has " PeriodNum " pay dates in " WantYear
           end-if
           Add 1 to FreqCount.

      *> Weekly and biweekly periods walk the anchor's cycle back to
      *> a start safely ahead of the year (the first pay date can
      *> fall in January off a December period); semimonthly and
      *> monthly just start from the first of September before.
       210-FirstStart.
           Compute FloorInt = Function Integer-of-Date(
            (WantYear - 1) * 10000 + 0901)
           if FQ-Freq(FreqIndx) = "W" or FQ-Freq(FreqIndx) = "B"
           if FQ-Freq(FreqIndx) = "W"
           Move 7 to StepDays
           else
           Move 14 to StepDays
           end-if
           Compute StartInt = Function Integer-of-Date(
            FQ-Anchor(FreqIndx)) - StepDays + 1
           Perform until StartInt not > FloorInt
           Subtract StepDays from StartInt
           end-perform
           Perform until StartInt + StepDays > FloorInt
           Add StepDays to StartInt
           end-perform
           else
           Move FloorInt to StartInt
           end-if.

       220-SetPeriodEnd.
           Compute StartDate = Function Date-of-Integer(StartInt)
           if FQ-Freq(FreqIndx) = "W" or FQ-Freq(FreqIndx) = "B"
           Compute EndInt = StartInt + StepDays - 1
           end-if
           if FQ-Freq(FreqIndx) = "S"
           if StartDate (7:2) = "01"
           Compute EndInt = StartInt + 14
           else
           Perform 225-EndOfMonth
           end-if
           end-if
           if FQ-Freq(FreqIndx) = "M"
           Perform 225-EndOfMonth
           end-if
           Compute EndDate = Function Date-of-Integer(EndInt).

       225-EndOfMonth.
           Move StartDate (1:4) to YearWork
           Move StartDate (5:2) to MonthWork
           if MonthWork = 12
           Add 1 to YearWork
           Move 1 to MonthWork
           else
           Add 1 to MonthWork
           end-if
           Compute NextFirst = YearWork * 10000 + MonthWork * 100 + 1
           Compute EndInt = Function Integer-of-Date(NextFirst) - 1.

       230-SetPayDate.
           Compute SchedDate = Function Date-of-Integer(
            EndInt + FQ-Lag(FreqIndx))
           Move SchedDate to PayDate
           Move "P" to BdyFunc
           Call "Lab8Bdy" using BdyFunc PayDate BdyDays BdyReason
           Move PayDate (1:4) to PayYear.

       240-WritePeriod.
           Add 1 to PeriodNum
           Move PeriodNum to CAL-Period
           Move StartDate to CAL-Start
           Move EndDate to CAL-End
           Move PayDate to CAL-RunDate
           Write Cal-Record
           Move PeriodNum to DL-Period
           Move StartDate to DateWork
           Perform 410-EditDate
           Move DateWork to DL-Start
           Move EndDate to DateWork
           Perform 410-EditDate
           Move DateWork to DL-End
           Move SchedDate to DateWork
           Perform 410-EditDate
           Move DateWork to DL-Sched
           Move PayDate to DateWork
           Perform 410-EditDate
           Move DateWork to DL-Pay
           Move BdyReason to DL-Reason
           if BdyReason not = Spaces
           Add 1 to MovedCount
           end-if
           if PayDate > EndDate
           Add 1 to PastEndCount
           end-if
           Write ot-record from Detail-Line.

      *> YYYYMMDD in, MMDDYYYY out, ready for a 99/99/9999 edit.
       410-EditDate.
           Move DateWork to DateHold
           Move DateHold (5:4) to DateWork (1:4)
           Move DateHold (1:4) to DateWork (5:4).
