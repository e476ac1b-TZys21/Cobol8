      *> the same 50%-up-to-6%-of-gross rule 116-Calc401kMatch uses,
      *> and the delta posts to YTD-Match -- an adjusted deferral no
      *> longer leaves a stale match figure on the YTD master.
      *> TZ - medical, dental and vision premiums are Section 125
      *> pretax here too, taken right after 401k and ahead of federal,
      *> state and FICA like 103-CalcDeductions; the pretax delta
      *> posts to YTD-Sec125 so the W-2 wage boxes stay right.
      *> TZ - a correction whose period was paid in a year Lab8Yec
      *> has already closed (lab8-yecontrol.dat) no longer lands on
      *> this year's YTD master. It posts to the W-2c correction
      *> ledger, lab8-w2cledger.dat, one row per year and employee
      *> carrying the W-2 boxes as previously reported (taken off
      *> the year's lab8-ytd-YYYY.dat snapshot the first time) and
      *> as corrected, and the year's control record is flagged as
      *> having corrections outstanding until Lab8W2c files them.
      *> TZ - the corrected period's date comes from the paid date
      *> the transaction now carries (AJ-PayDate, filled by Lab8Mrt
      *> RETRO) rather than a period-number lookup on a calendar
      *> that starts its numbering over each year, so a correction
      *> to a closed year no longer resolves into this one.
       Identification Division.
       Program-ID.     Lab8Adj.

               Access Mode is Dynamic
               Record Key is YTD-EmpNum
               File Status is YtdStatus.
           Select YeControlFile
               Assign to "lab8-yecontrol.dat"
               Organization is Line Sequential
               File Status is YeControlStatus.
           Select PriorYtdFile
               Assign to Dynamic PriorYtdName
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is PY-EmpNum
               File Status is PriorYtdStatus.
           Select LedgerFile
               Assign to "lab8-w2cledger.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is WC-Key
               File Status is LedgerStatus.

       Data Division.
       File Section.
           05 AJ-HireDate Pic 9(8).
           05 AJ-OldPay Pic 9(7)V99.
           05 AJ-NewPay Pic 9(7)V99.
           05 AJ-PayDate Pic 9(8).

       FD  SchoolFile.
       01  TaxFile.
           05 YTD-Match Pic 9(9)V99.
           05 YTD-ErSS Pic 9(9)V99.
           05 YTD-ErMed Pic 9(9)V99.
           05 YTD-Sec125 Pic 9(9)V99.

       FD  YeControlFile.
       01  YeControl-Record.
           05 YC-Year Pic 9(4).
           05  Pic X.
           05 YC-Date Pic 9(8).
           05  Pic X.
           05 YC-CorrFlag Pic X.
           05  Pic X.
           05 YC-CorrDate Pic 9(8).

       FD  PriorYtdFile.
       01  PriorYtd-Record.
           05 PY-EmpNum Pic 9(5).
           05 PY-EmpName Pic X(35).
           05 PY-Gross Pic 9(9)V99.
           05 PY-401k Pic 9(9)V99.
           05 PY-FedTax Pic 9(9)V99.
           05 PY-StateTax Pic 9(9)V99.
           05 PY-SchoolTax Pic 9(9)V99.
           05 PY-Insurance Pic 9(9)V99.
           05 PY-NetPay Pic 9(9)V99.
           05 PY-SocSec Pic 9(9)V99.
           05 PY-Medicare Pic 9(9)V99.
           05 PY-Match Pic 9(9)V99.
           05 PY-ErSS Pic 9(9)V99.
           05 PY-ErMed Pic 9(9)V99.
           05 PY-Sec125 Pic 9(9)V99.

      *> One row per closed year and employee. The box groups are
      *> laid out alike: Box 1 wages, 2 federal tax, 3 SS wages, 4
      *> SS tax, 5 Medicare wages, 6 Medicare tax, 12 code D 401k,
      *> 17 state tax.
       FD  LedgerFile.
       01  Ledger-Record.
           05 WC-Key.
              10 WC-Year Pic 9(4).
              10 WC-EmpNum Pic 9(5).
           05 WC-EmpName Pic X(35).
           05 WC-Status Pic X.
           05 WC-FirstDate Pic 9(8).
           05 WC-LastDate Pic 9(8).
           05 WC-FiledDate Pic 9(8).
           05 WC-Orig.
              10 WC-OBox1 Pic 9(9)V99.
              10 WC-OBox2 Pic 9(9)V99.
              10 WC-OBox3 Pic 9(9)V99.
              10 WC-OBox4 Pic 9(9)V99.
              10 WC-OBox5 Pic 9(9)V99.
              10 WC-OBox6 Pic 9(9)V99.
              10 WC-OBox12D Pic 9(9)V99.
              10 WC-OBox17 Pic 9(9)V99.
           05 WC-Corr.
              10 WC-CBox1 Pic 9(9)V99.
              10 WC-CBox2 Pic 9(9)V99.
              10 WC-CBox3 Pic 9(9)V99.
              10 WC-CBox4 Pic 9(9)V99.
              10 WC-CBox5 Pic 9(9)V99.
              10 WC-CBox6 Pic 9(9)V99.
              10 WC-CBox12D Pic 9(9)V99.
              10 WC-CBox17 Pic 9(9)V99.

       Working-Storage Section.
       01  EOF Pic X.
       01  CalcState Pic 9(9)V99.
       01  CalcSchool Pic 9(9)V99.
       01  CalcIns Pic 9(9)V99.
       01  Calc125 Pic 9(9)V99.
       01  FicaWages Pic 9(9)V99.
       01  CalcNet Pic 9(9)V99.
       01  Old-Gross Pic 9(9)V99.
       01  Old-401k Pic 9(9)V99.
       01  Old-State Pic 9(9)V99.
       01  Old-School Pic 9(9)V99.
       01  Old-Ins Pic 9(9)V99.
       01  Old-Sec125 Pic 9(9)V99.
       01  Old-Net Pic 9(9)V99.
       01  Old-Match Pic 9(9)V99.
       01  Delta-Gross Pic S9(9)V99.
       01  Delta-State Pic S9(9)V99.
       01  Delta-School Pic S9(9)V99.
       01  Delta-Ins Pic S9(9)V99.
       01  Delta-Sec125 Pic S9(9)V99.
       01  Delta-Net Pic S9(9)V99.
       01  Delta-Match Pic S9(9)V99.
       01  AdjCount Pic 9(5) Value 0.
       01  SkipCount Pic 9(5) Value 0.
       01  CorrCount Pic 9(5) Value 0.
       01  YeControlStatus Pic XX.
       01  PriorYtdStatus Pic XX.
       01  LedgerStatus Pic XX.
       01  PriorYtdName Pic X(40).
       01  AdjYear Pic 9(4).
       01  SSWageBase Pic 9(9)V99 Value 176100.
       01  ClosedTable.
           05 ClosedRow occurs 100 times.
              10 CY-Year Pic 9(4).
              10 CY-Date Pic 9(8).
              10 CY-CorrFlag Pic X.
              10 CY-CorrDate Pic 9(8).
       01  CYCount Pic 999 Value 0.
       01  CYIndx Pic 999.
       01  Closed-Year Pic X.
           88 IsClosedYear Value "Y".
       01  Ledger-Found Pic X.
           88 IsLedgerFound Value "Y".
       01  Snap-Found Pic X.
           88 IsSnapFound Value "Y".

       Procedure Division.
       000-Main.
           Move RunDateNum (5:2) to CMonthWork
           Move RunDateNum (7:2) to CDayWork
           Perform 900-LoadSchoolRates
           Perform 905-LoadClosedYears
           Perform 070-OpenYtd
           Open Input AdjTransFile
           Open Output AdjRegFile
           Close AdjRegFile
           Close YtdFile
           Display "Lab8Adj: " AdjCount " adjustment(s) applied"
           if CorrCount > 0
           Display "Lab8Adj: " CorrCount " of them for a closed year,"
            " posted to the W-2c ledger"
           Perform 480-SaveClosedYears
           end-if
           if SkipCount > 0
           Display "Lab8Adj: " SkipCount
            " adjustment(s) skipped, employee not on YTD master"
            " or closed-year snapshot"
           Move 1 to Return-Code
           else
           Move 0 to Return-Code
           Move CalcState to Old-State
           Move CalcSchool to Old-School
           Move CalcIns to Old-Ins
           Move Calc125 to Old-Sec125
           Move CalcNet to Old-Net
           Move CalcMatch to Old-Match
           Move AJ-NewPay to ScenPay
           Compute Delta-State = CalcState - Old-State
           Compute Delta-School = CalcSchool - Old-School
           Compute Delta-Ins = CalcIns - Old-Ins
           Compute Delta-Sec125 = Calc125 - Old-Sec125
           Compute Delta-Net = CalcNet - Old-Net
           Compute Delta-Match = CalcMatch - Old-Match
      *> The W-2 year is the year the corrected period was paid in.
           Move AsOfDate (1:4) to AdjYear
           Move "N" to Closed-Year
           Perform Varying CYIndx from 1 by 1 until CYIndx > CYCount
           if CY-Year(CYIndx) = AdjYear
           Move "Y" to Closed-Year
           end-if
           end-perform
           if IsClosedYear
           Perform 450-PostCorrection
           else
           Perform 400-PostYtd
           end-if.

      *> Mirrors 101-CalculateGross (periodic division by pay
      *> frequency plus the longevity bonus) and 103-CalcDeductions
           Multiply MatchCapAmt by MatchRate giving CalcMatch rounded
           end-if
           end-if
           Move 0 to CalcIns
           if AJ-Med = "Y"
           Move "M" to Param1
           Move AJ-Dep to Param3
           Call "Lab8Sub" using by content Param1
            by reference Param2 by content Param3 by content Param4
           Add PMar to CalcIns
           end-if
           if AJ-Den = "Y"
           Move "D" to Param1
           Move AJ-Dep to Param3
           Call "Lab8Sub" using by content Param1
            by reference Param2 by content Param3 by content Param4
           Add PMar to CalcIns
           end-if
           if AJ-Vis = "Y"
           Move "V" to Param1
           Move AJ-Dep to Param3
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
           Move "F" to Param1
           Move AJ-Dep to Param3
           Move GrossCalc to PFedIncome
           end-if
           end-if
           Subtract CalcFed from GrossCalc
           Multiply FicaWages by SSRate giving CalcSS rounded
           Multiply FicaWages by MedRate giving CalcMed rounded
           Subtract CalcSS from GrossCalc
           Subtract CalcMed from GrossCalc
           Move "S" to Param1
           Multiply GrossCalc by PMar giving CalcState rounded
           Perform 330-SchoolDeduct
           Subtract CalcState from GrossCalc
           Move GrossCalc to CalcNet.

       310-LongevityBonus.
           end-if.

      *> The corrected period's own date drives every
      *> effective-dated rate lookup and the W-2 year. The date the
      *> period was paid, when the transaction carries it, is what
      *> the original run used. An older row without one falls back
      *> to the period's scheduled run date on lab8-paycalendar.dat
      *> -- only safe while that is still the calendar the period
      *> was paid off, since period numbers start over every year.
      *> A period that isn't on the calendar falls back to today with
      *> a warning rather than silently picking a rate from the
      *> wrong era.
       150-ResolveAsOf.
           if AJ-PayDate is numeric and AJ-PayDate > 0
           Move AJ-PayDate to AsOfDate
           exit paragraph
           end-if
           Move "N" to Period-Found
           Move RunDateNum to AsOfDate
           Open Input CalFile
           if CalStatus = "00"
           Move "N" to EOF
           Perform until Finished or IsPeriodFound
           Read CalFile
           at end Move "Y" to EOF
           not at end
           Add Delta-State to YTD-StateTax
           Add Delta-School to YTD-SchoolTax
           Add Delta-Ins to YTD-Insurance
           Add Delta-Sec125 to YTD-Sec125
           Add Delta-Net to YTD-NetPay
           Add Delta-SS to YTD-SocSec
           Add Delta-Med to YTD-Medicare
           Move "PAY" to AR-Action
           end-if
           Write AdjReg-Record.

      *> Every close Lab8Yec has recorded, with its corrections flag,
      *> so the flag can be raised and the file written back whole.
       905-LoadClosedYears.
           Move 0 to CYCount
           Open Input YeControlFile
           if YeControlStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read YeControlFile
           at end Move "Y" to EOF
           not at end
           if CYCount = 100
           Display "Lab8Adj: year-end control table full,"
            " run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Add 1 to CYCount
           Move YC-Year to CY-Year(CYCount)
           Move YC-Date to CY-Date(CYCount)
           Move YC-CorrFlag to CY-CorrFlag(CYCount)
           if YC-CorrDate is numeric
           Move YC-CorrDate to CY-CorrDate(CYCount)
           else
           Move 0 to CY-CorrDate(CYCount)
           end-if
           end-read
           end-perform
           Close YeControlFile
           end-if
           Move "N" to EOF.

      *> A closed year's W-2 is already filed, so the correction goes
      *> to the ledger, never to the snapshot or this year's master.
      *> The first correction for the year seeds both box sets from
      *> the snapshot; once Lab8W2c has filed a W-2c, the corrected
      *> figures become the previously reported ones for the next.
       450-PostCorrection.
           Open I-O LedgerFile
           if LedgerStatus = "35"
           Open Output LedgerFile
           Close LedgerFile
           Open I-O LedgerFile
           end-if
           Move AdjYear to WC-Year
           Move AJ-EmpNum to WC-EmpNum
           Move "Y" to Ledger-Found
           Read LedgerFile
           invalid key
           Move "N" to Ledger-Found
           end-read
           if not IsLedgerFound
           Perform 460-SeedFromSnapshot
           if not IsSnapFound
           Close LedgerFile
           Add 1 to SkipCount
           Display "Lab8Adj: employee " AJ-EmpNum " not on the "
            AdjYear " snapshot, adjustment skipped"
           exit paragraph
           end-if
           end-if
           if WC-Status = "F"
           Move WC-Corr to WC-Orig
           end-if
           Move "O" to WC-Status
           Move RunDateNum to WC-LastDate
           Compute WC-CBox1 = WC-CBox1 + Delta-Gross - Delta-Sec125
            - Delta-401k
           Add Delta-Fed to WC-CBox2
           Compute WC-CBox5 = WC-CBox5 + Delta-Gross - Delta-Sec125
           if WC-CBox5 > SSWageBase
           Move SSWageBase to WC-CBox3
           else
           Move WC-CBox5 to WC-CBox3
           end-if
           Add Delta-SS to WC-CBox4
           Add Delta-Med to WC-CBox6
           Add Delta-401k to WC-CBox12D
           Add Delta-State to WC-CBox17
           if IsLedgerFound
           Rewrite Ledger-Record
           else
           Write Ledger-Record
           end-if
           Close LedgerFile
           Perform 470-FlagYear
           Perform 410-WriteAdjLine
           Add 1 to AdjCount
           Add 1 to CorrCount.

      *> Same box arithmetic as Lab8W2's 100-WriteW2, off the
      *> snapshot Lab8Yec took when the year closed.
       460-SeedFromSnapshot.
           Move Spaces to PriorYtdName
           String "lab8-ytd-" AdjYear ".dat"
            delimited by size into PriorYtdName
           Move "N" to Snap-Found
           Open Input PriorYtdFile
           if PriorYtdStatus not = "00"
           exit paragraph
           end-if
           Move AJ-EmpNum to PY-EmpNum
           Read PriorYtdFile
           invalid key
           continue
           not invalid key
           Move "Y" to Snap-Found
           end-read
           Close PriorYtdFile
           if not IsSnapFound
           exit paragraph
           end-if
           Move AdjYear to WC-Year
           Move AJ-EmpNum to WC-EmpNum
           Move PY-EmpName to WC-EmpName
           Move "O" to WC-Status
           Move RunDateNum to WC-FirstDate
           Move 0 to WC-FiledDate
           Subtract PY-Sec125 from PY-Gross giving WC-OBox5
           Subtract PY-401k from WC-OBox5 giving WC-OBox1
           Move PY-FedTax to WC-OBox2
           if WC-OBox5 > SSWageBase
           Move SSWageBase to WC-OBox3
           else
           Move WC-OBox5 to WC-OBox3
           end-if
           Move PY-SocSec to WC-OBox4
           Move PY-Medicare to WC-OBox6
           Move PY-401k to WC-OBox12D
           Move PY-StateTax to WC-OBox17
           Move WC-Orig to WC-Corr.

       470-FlagYear.
           Perform Varying CYIndx from 1 by 1 until CYIndx > CYCount
           if CY-Year(CYIndx) = AdjYear
           Move "C" to CY-CorrFlag(CYIndx)
           Move RunDateNum to CY-CorrDate(CYIndx)
           end-if
           end-perform.

      *> Written back whole, in the order Lab8Yec recorded the
      *> closes.
       480-SaveClosedYears.
           Open Output YeControlFile
           Perform Varying CYIndx from 1 by 1 until CYIndx > CYCount
           Move Spaces to YeControl-Record
           Move CY-Year(CYIndx) to YC-Year
           Move CY-Date(CYIndx) to YC-Date
           Move CY-CorrFlag(CYIndx) to YC-CorrFlag
           Move CY-CorrDate(CYIndx) to YC-CorrDate
           Write YeControl-Record
           end-perform
           Close YeControlFile.
