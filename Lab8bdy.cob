
      *Tyler Zysberg
      *> Business-day routines. Pay dates, ACH effective dates and
      *> tax deposit due dates all have to land on a day the banks
      *> are open, and until now every program did its own calendar
      *> arithmetic and knew nothing about weekends or bank
      *> holidays. The holidays live on lab8-holidays.dat (date,
      *> description -- one row per observed bank holiday, keyed by
      *> hand each year off the Federal Reserve schedule) and are
      *> loaded once on the first call. Function codes:
      *>   "P" -- if the date is a weekend or holiday, roll it back
      *>          to the prior business day; the reason it moved
      *>          comes back in the fourth parameter (spaces if it
      *>          was already a business day).
      *>   "A" -- add the number of business days in the third
      *>          parameter to the date; the answer is always a
      *>          business day.
      *>   "C" -- check only: the date is left alone and the reason
      *>          is spaces for a business day.
      *> No holiday file means weekends only, with a warning.
       Identification Division.
       Program-ID.     Lab8Bdy.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select HolidayFile
               Assign to "lab8-holidays.dat"
               Organization is Line Sequential
               File Status is HolidayStatus.

       Data Division.
       File Section.
       FD HolidayFile.
       01 Holiday-Record.
           05 HO-Date Pic X(8).
           05  Pic X.
           05 HO-Desc Pic X(30).

       Working-Storage Section.
       01  EOF Pic X.
           88 Finished Value "Y".
       01  HolidayStatus Pic XX.
       01  Loaded Pic X Value "N".
           88 IsLoaded Value "Y".
       01  HolidayTable.
           05 HolidayRow occurs 300 times.
              10 HT-Date Pic 9(8).
              10 HT-Desc Pic X(30).
       01  HolCount Pic 999 Value 0.
       01  HolIndx Pic 999.
       01  DayInt Pic 9(7).
       01  DayWork Pic 9(8).
       01  DayQuot Pic 9(7).
       01  DayOfWeek Pic 9.
       01  DaysLeft Pic 99.
       01  DayReason Pic X(30).
       01  Business-Day Pic X.
           88 IsBusinessDay Value "Y".

       Linkage Section.
       01  BdyFunc Pic X.
       01  BdyDate Pic 9(8).
       01  BdyDays Pic 99.
       01  BdyReason Pic X(30).

       Procedure Division using BdyFunc BdyDate BdyDays BdyReason.
       000-Main.
           if not IsLoaded
           Perform 900-LoadHolidays
           Move "Y" to Loaded
           end-if
           Move Spaces to BdyReason
           Move BdyDate to DayWork
           if BdyFunc = "P"
           Perform 100-CheckDay
           if not IsBusinessDay
           Move DayReason to BdyReason
           Perform 110-StepBack
           Perform until IsBusinessDay
           Perform 110-StepBack
           end-perform
           Move DayWork to BdyDate
           end-if
           end-if
           if BdyFunc = "A"
           Move BdyDays to DaysLeft
           Perform until DaysLeft = 0
           Perform 120-StepForward
           Perform until IsBusinessDay
           Perform 120-StepForward
           end-perform
           Subtract 1 from DaysLeft
           end-perform
           Move DayWork to BdyDate
           end-if
           if BdyFunc = "C"
           Perform 100-CheckDay
           if not IsBusinessDay
           Move DayReason to BdyReason
           end-if
           end-if
           exit Program.

      *> Integer-of-Date counts from Monday 1 January 1601, so the
      *> remainder by seven runs 1 = Monday through 6 = Saturday,
      *> 0 = Sunday.
       100-CheckDay.
           Move "Y" to Business-Day
           Move Spaces to DayReason
           Compute DayInt = Function Integer-of-Date(DayWork)
           Divide DayInt by 7 giving DayQuot remainder DayOfWeek
           if DayOfWeek = 6
           Move "N" to Business-Day
           Move "SATURDAY" to DayReason
           exit paragraph
           end-if
           if DayOfWeek = 0
           Move "N" to Business-Day
           Move "SUNDAY" to DayReason
           exit paragraph
           end-if
           Perform Varying HolIndx from 1 by 1 until HolIndx > HolCount
           if HT-Date(HolIndx) = DayWork
           Move "N" to Business-Day
           Move HT-Desc(HolIndx) to DayReason
           end-if
           end-perform.

       110-StepBack.
           Compute DayWork = Function Date-of-Integer(
            Function Integer-of-Date(DayWork) - 1)
           Perform 100-CheckDay.

       120-StepForward.
           Compute DayWork = Function Date-of-Integer(
            Function Integer-of-Date(DayWork) + 1)
           Perform 100-CheckDay.

       900-LoadHolidays.
           Move 0 to HolCount
           Open Input HolidayFile
           if HolidayStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read HolidayFile
           at end Move "Y" to EOF
           not at end
           if HO-Date is numeric
           if HolCount = 300
           Display "Lab8Bdy: holiday table full, run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Add 1 to HolCount
           Move HO-Date to HT-Date(HolCount)
           Move HO-Desc to HT-Desc(HolCount)
           if HT-Desc(HolCount) = Spaces
           Move "BANK HOLIDAY" to HT-Desc(HolCount)
           end-if
           end-if
           end-read
           end-perform
           Close HolidayFile
           else
           Display "Lab8Bdy: lab8-holidays.dat not on hand,"
            " weekends only"
           end-if
           Move "N" to EOF.
