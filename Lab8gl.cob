      *> still foots to the penny. A split that doesn't sum to 100
      *> percent (Lab8Val rejects them up front) is ignored and the
      *> home department charged, same as before.
      *> TZ - "ACCRUE" on the command line (optionally followed by
      *> the closing month-end date, YYYYMMDD; the end of last
      *> month when omitted) runs month-end accrual mode instead of
      *> the run journal. The period on lab8-paycalendar.dat that
      *> covers the month end and is paid after it is the open
      *> period; the share of its days (CAL-Start through the month
      *> end) that fall in the closing month is applied to the
      *> gross by department -- labor-distribution split included
      *> -- and to the employer taxes from the latest run's CSVs,
      *> the best estimate on hand of what the open period will
      *> pay. The accrual (debit expense, credit the "L" ACCRU
      *> accrued-wages row and the employer-tax liabilities) is
      *> dated the month end, and the matching reversal dated the
      *> first of the next month goes on the same file,
      *> lab8-glaccrual.dat, which cross-foots like the journal.
      *> TZ - manual and off-cycle checks Lab8Man wrote today
      *> (lab8m-out.csv, rows dated today) are journaled with the
      *> run, through the same postings as a Lab08a CSV line. The
      *> month-end accrual leaves them out -- a one-off check is no
      *> guide to what the open period will pay.
      *> TZ - the workers' comp premium the runs and Lab8Man now carry
      *> as the last money column of their CSVs (ahead of Lab8Man's
      *> check date) is journaled as a pair: debit the "D" WCOMP
      *> expense account, credit the "L" WCOMP accrued liability.
      *> The CSV records are read at their full width.
       Identification Division.
       Program-ID.     Lab8GL.

           Select BCsvFile
               Assign to "lab8b-out.csv"
               Organization is Line Sequential.
           Select MCsvFile
               Assign to "lab8m-out.csv"
               Organization is Line Sequential
               File Status is MCsvStatus.
           Select GLMapFile
               Assign to "lab8-glaccounts.dat"
               Organization is Line Sequential.
           Select JournalFile
               Assign to "lab8-gljournal.dat"
               Organization is Line Sequential.
           Select CalFile
               Assign to "lab8-paycalendar.dat"
               Organization is Line Sequential
               File Status is CalStatus.
           Select AccrualFile
               Assign to "lab8-glaccrual.dat"
               Organization is Line Sequential.

       Data Division.
       File Section.
       FD  ACsvFile.
       01  ACsvRec Pic X(300).

       FD  BCsvFile.
       01  BCsvRec Pic X(300).

       FD  MCsvFile.
       01  MCsvRec Pic X(300).

       FD  GLMapFile.
       01  GLMapRec.
           05  Pic X Value Space.
           05 JR-Desc Pic X(30).

       FD  CalFile.
       01  Cal-Record.
           05 CAL-Period Pic 9(3).
           05 CAL-Start Pic 9(8).
           05 CAL-End Pic 9(8).
           05 CAL-RunDate Pic 9(8).

       FD  AccrualFile.
       01  Accrual-Record.
           05 AJ-Date Pic 9(8).
           05  Pic X.
           05 AJ-Account Pic 9(8).
           05  Pic X.
           05 AJ-DrCr Pic XX.
           05  Pic X.
           05 AJ-Amount Pic 9(9)V99.
           05  Pic X.
           05 AJ-Desc Pic X(30).

       Working-Storage Section.
       01  EOF Pic X.
           88 Finished Value "Y".
       01  CsvWork Pic X(300).
       01  CsvField1 Pic X(35).
       01  CsvField2 Pic X(35).
       01  CsvField3 Pic X(35).
       01  CsvField20 Pic X(35).
       01  CsvField21 Pic X(35).
       01  CsvField22 Pic X(35).
       01  CsvField23 Pic X(35).
       01  CsvField24 Pic X(35).
       01  MCsvStatus Pic XX.
       01  ManualCount Pic 9(5) Value 0.
       01  WorkDeptNum Pic 9(5).
       01  WorkAmount Pic 9(9)V99.
       01  WorkEmpNum Pic 9(5).
       01  DedSuta Pic 9(9)V99 Value 0.
       01  DedArrears Pic 9(9)V99 Value 0.
       01  DedVol Pic 9(9)V99 Value 0.
       01  DedWComp Pic 9(9)V99 Value 0.
       01  ErTaxTotal Pic 9(9)V99 Value 0.
       01  NonTaxTotal Pic 9(9)V99 Value 0.
       01  NetTotal Pic 9(9)V99 Value 0.
       01  Header-Seen Pic X.
           88 IsHeaderSeen Value "Y".
       01  PreviewTally Pic 9(4).
       01  ArgNum Pic 99.
       01  ArgWork Pic X(10).
       01  AccrualMode Pic X Value "N".
           88 IsAccrualMode Value "Y".
       01  CalStatus Pic XX.
       01  MonthEnd Pic 9(8).
       01  NextFirst Pic 9(8).
       01  Period-Found Pic X Value "N".
           88 IsPeriodFound Value "Y".
       01  OpenPeriod Pic 9(3).
       01  OpenStart Pic 9(8).
       01  OpenEnd Pic 9(8).
       01  AccrDays Pic 9(5).
       01  PeriodDays Pic 9(5).
       01  EntryDate Pic 9(8).
       01  EntryDebit Pic XX.
       01  EntryCredit Pic XX.
       01  EntryLabel Pic X(8).
       01  EntryDrCr Pic XX.
       01  EntryDesc Pic X(30).
       01  FirstOfMonth Pic 9(8).
       01  AccrAmount Pic 9(9)V99.
       01  AccrWages Pic 9(9)V99.
       01  AccrErTax Pic 9(9)V99.
       01  AccrTotal Pic 9(10)V99 Value 0.
       01  RevTotal Pic 9(10)V99 Value 0.

       Procedure Division.
       000-Main.
           Move Function Current-Date (1:8) to RunDate
           Perform 010-ReadMode
           Perform 900-LoadGLMap
           Perform 910-LoadLaborDist
           Perform 100-ReadCsvA
           Perform 110-ReadCsvB
           if not IsAccrualMode
           Perform 105-ReadCsvM
           end-if
           if IsAccrualMode
           Perform 500-MonthEndAccrual
           else
           Open Output JournalFile
           Perform 200-WriteDebits
           Perform 210-WriteCredits
           Close JournalFile
           end-if
           Perform 300-CrossFoot
           goback.

      *> The month end defaults to the last day of the month before
      *> the run date -- the close is keyed after the month is over.
       010-ReadMode.
           Move 1 to ArgNum
           Display ArgNum Upon Argument-Number
           Move Spaces to ArgWork
           Accept ArgWork from Argument-Value
           if Function Trim(Function Upper-Case(ArgWork)) = "ACCRUE"
           Move "Y" to AccrualMode
           Move RunDate to FirstOfMonth
           Move "01" to FirstOfMonth (7:2)
           Compute MonthEnd = Function Date-of-Integer(
            Function Integer-of-Date(FirstOfMonth) - 1)
           Move 2 to ArgNum
           Display ArgNum Upon Argument-Number
           Move Spaces to ArgWork
           Accept ArgWork from Argument-Value
           if ArgWork not = Spaces
           Compute MonthEnd = Function Numval(ArgWork)
           end-if
           if Function Test-Date-YYYYMMDD(MonthEnd) not = 0
           Display "Lab8GL: usage: ACCRUE [YYYYMMDD month-end date]"
           Move 1 to Return-Code
           stop run
           end-if
           Compute NextFirst = Function Date-of-Integer(
            Function Integer-of-Date(MonthEnd) + 1)
           if NextFirst (7:2) not = "01"
           Display "Lab8GL: " MonthEnd " is not a month-end date"
           Move 1 to Return-Code
           stop run
           end-if
           end-if.

       900-LoadGLMap.
           Open Input GLMapFile
           Move "N" to EOF
           Close BCsvFile
           Move "N" to EOF.

      *> Manual and off-cycle checks from Lab8Man go on the journal
      *> for the day they were written. The file keeps every day's
      *> checks in the Lab08a layout with the check date on the end,
      *> so only today's rows post; no file means no manual checks.
       105-ReadCsvM.
           Open Input MCsvFile
           if MCsvStatus = "00"
           Move "N" to EOF
           Move "N" to Header-Seen
           Perform until Finished
           Read MCsvFile
           at end Move "Y" to EOF
           not at end
           if IsHeaderSeen
           Move MCsvRec to CsvWork
           Unstring CsvWork delimited by ","
            into CsvField1 CsvField2 CsvField3 CsvField4 CsvField5
            CsvField6 CsvField7 CsvField8 CsvField9 CsvField10
            CsvField11 CsvField12 CsvField13 CsvField14
            CsvField15 CsvField16 CsvField17 CsvField18
            CsvField19 CsvField20 CsvField21 CsvField22
            CsvField23 CsvField24
           if Function Numval(CsvField24) = RunDate
           Add 1 to ManualCount
           Perform 125-PostFieldsA
           end-if
           else
           Move "Y" to Header-Seen
           end-if
           end-read
           end-perform
           Close MCsvFile
           end-if
           Move "N" to EOF
           if ManualCount > 0
           Display "Lab8GL: " ManualCount
            " manual check(s) from lab8m-out.csv on the journal"
           end-if.

      *> A preview run stamps ",PREVIEW" onto the CSV header --
      *> those amounts never posted, and booking a journal from them
      *> would balance perfectly against money that never moved.
            CsvField11 CsvField12 CsvField13 CsvField14
            CsvField15 CsvField16 CsvField17 CsvField18
            CsvField19 CsvField20 CsvField21 CsvField22
            CsvField23
           Perform 125-PostFieldsA.

      *> Field-for-field the Lab08a layout, shared by the run's CSV
      *> and Lab8Man's manual-check CSV.
       125-PostFieldsA.
           Compute WorkEmpNum = Function Numval(CsvField1)
           Compute WorkDeptNum = Function Numval(CsvField3)
           Compute WorkAmount = Function Numval(CsvField4)
           Compute WorkAmount = Function Numval(CsvField21)
           Add WorkAmount to DedArrears
           Compute WorkAmount = Function Numval(CsvField22)
           Add WorkAmount to DedVol
           Compute WorkAmount = Function Numval(CsvField23)
           Add WorkAmount to DedWComp.

       130-ParseCsvB.
           Unstring CsvWork delimited by ","
            CsvField6 CsvField7 CsvField8 CsvField9 CsvField10
            CsvField11 CsvField12 CsvField13 CsvField14
            CsvField15 CsvField16 CsvField17 CsvField18 CsvField19
            CsvField20 CsvField21 CsvField22
           Compute WorkEmpNum = Function Numval(CsvField1)
           Compute WorkDeptNum = Function Numval(CsvField3)
           Compute WorkAmount = Function Numval(CsvField4)
           Compute WorkAmount = Function Numval(CsvField20)
           Add WorkAmount to DedArrears
           Compute WorkAmount = Function Numval(CsvField21)
           Add WorkAmount to DedVol
           Compute WorkAmount = Function Numval(CsvField22)
           Add WorkAmount to DedWComp.

      *> A valid split (rows on file, percentages summing to exactly
      *> one) allocates the employee's gross slice by slice, the last
           Move "Employer payroll tax" to JR-Desc
           Write Journal-Record
           Add ErTaxTotal to DebitTotal
           end-if
      *> Workers' comp premium accrued by the runs is insurance
      *> expense, booked against the WCOMP liability the premium
      *> audit settles.
           if DedWComp > 0
           Move "D" to LookupType
           Move "WCOMP" to LookupKey
           Perform 230-LookupAccount
           Move RunDate to JR-RunDate
           Move LookupAccount to JR-Account
           Move "DR" to JR-DrCr
           Move DedWComp to JR-Amount
           Move "Workers' comp premium" to JR-Desc
           Write Journal-Record
           Add DedWComp to DebitTotal
           end-if.

       220-WriteDeptDebit.
           Move DedVol to WorkAmount
           Move "Voluntary deductions payable" to JR-Desc
           Perform 240-WriteCredit
           Move "WCOMP" to LookupKey
           Move DedWComp to WorkAmount
           Move "Workers' comp accrued" to JR-Desc
           Perform 240-WriteCredit
           Move "NET  " to LookupKey
           Move NetTotal to WorkAmount
           Move "Net pay payable" to JR-Desc

       300-CrossFoot.
           if DebitTotal = CreditTotal and UnmappedCount = 0
            and AccrTotal = RevTotal
           Display "Lab8GL: journal in balance, debits = credits"
           Move 0 to Return-Code
           else
           Display "Lab8GL: JOURNAL OUT OF BALANCE, debits "
            DebitTotal " credits " CreditTotal
           end-if
           if AccrTotal not = RevTotal
           Display "Lab8GL: REVERSAL DOES NOT MATCH ACCRUAL, accrued "
            AccrTotal " reversed " RevTotal
           end-if
           if UnmappedCount > 0
           Display "Lab8GL: " UnmappedCount
            " line(s) posted to suspense, fix lab8-glaccounts.dat"
           end-if
           Move 1 to Return-Code
           end-if.

      *> No open period means every day of the month was paid in the
      *> month -- the accrual file is still written, empty, so last
      *> month's entries can't be picked up again by mistake.
       500-MonthEndAccrual.
           Perform 510-FindOpenPeriod
           Open Output AccrualFile
           if IsPeriodFound
           Compute AccrDays = Function Integer-of-Date(MonthEnd)
            - Function Integer-of-Date(OpenStart) + 1
           Compute PeriodDays = Function Integer-of-Date(OpenEnd)
            - Function Integer-of-Date(OpenStart) + 1
           Display "Lab8GL: accruing " AccrDays " of " PeriodDays
            " days of period " OpenPeriod " at " MonthEnd
           Move MonthEnd to EntryDate
           Move "DR" to EntryDebit
           Move "CR" to EntryCredit
           Move "Accrued" to EntryLabel
           Perform 520-WriteAccrualSet
           Move NextFirst to EntryDate
           Move "CR" to EntryDebit
           Move "DR" to EntryCredit
           Move "Reversed" to EntryLabel
           Perform 520-WriteAccrualSet
           else
           Display "Lab8GL: no unpaid pay period spans " MonthEnd
            ", nothing to accrue"
           end-if
           Close AccrualFile.

      *> The open period covers the month end and pays after it; a
      *> period already paid in the month is already on the books.
       510-FindOpenPeriod.
           Move "N" to Period-Found
           Open Input CalFile
           if CalStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read CalFile
           at end Move "Y" to EOF
           not at end
           if MonthEnd not < CAL-Start and MonthEnd not > CAL-End
            and CAL-RunDate > MonthEnd
           Move "Y" to Period-Found
           Move CAL-Period to OpenPeriod
           Move CAL-Start to OpenStart
           Move CAL-End to OpenEnd
           end-if
           end-read
           end-perform
           Close CalFile
           end-if
           Move "N" to EOF.

      *> One pass writes the accrual, a second pass with the sides
      *> swapped writes the reversal. Every share is rounded the same
      *> way both times, so the reversal takes out exactly what the
      *> accrual put in.
       520-WriteAccrualSet.
           Move 0 to AccrWages
           Perform Varying DGIndx from 1 by 1 until DGIndx > DGCount
           Compute AccrAmount rounded = DGGross(DGIndx) * AccrDays
            / PeriodDays
           if AccrAmount > 0
           Move "D" to LookupType
           Move DGDeptNum(DGIndx) to LookupKey
           Move EntryDebit to EntryDrCr
           Move Spaces to EntryDesc
           String Function Trim(EntryLabel) " wages dept "
            DGDeptNum(DGIndx) delimited by size into EntryDesc
           Perform 530-WriteAccrLine
           Add AccrAmount to AccrWages
           end-if
           end-perform
           Move AccrWages to AccrAmount
           Move "L" to LookupType
           Move "ACCRU" to LookupKey
           Move EntryCredit to EntryDrCr
           Move Spaces to EntryDesc
           String Function Trim(EntryLabel) " wages payable"
            delimited by size into EntryDesc
           Perform 530-WriteAccrLine
           Move 0 to AccrErTax
           Move "ERSS " to LookupKey
           Move DedErSS to WorkAmount
           Perform 540-AccrueErTax
           Move "ERMED" to LookupKey
           Move DedErMed to WorkAmount
           Perform 540-AccrueErTax
           Move "FUTA " to LookupKey
           Move DedFuta to WorkAmount
           Perform 540-AccrueErTax
           Move "SUTA " to LookupKey
           Move DedSuta to WorkAmount
           Perform 540-AccrueErTax
           Move AccrErTax to AccrAmount
           Move "D" to LookupType
           Move "ERTAX" to LookupKey
           Move EntryDebit to EntryDrCr
           Move Spaces to EntryDesc
           String Function Trim(EntryLabel) " employer payroll tax"
            delimited by size into EntryDesc
           Perform 530-WriteAccrLine.

       540-AccrueErTax.
           Compute AccrAmount rounded = WorkAmount * AccrDays
            / PeriodDays
           Move "L" to LookupType
           Move EntryCredit to EntryDrCr
           Move Spaces to EntryDesc
           String Function Trim(EntryLabel) " " Function Trim(LookupKey)
            " liability" delimited by size into EntryDesc
           Perform 530-WriteAccrLine
           Add AccrAmount to AccrErTax.

      *> Lines go out in the journal's layout; accrual debits are
      *> tallied against reversal credits so the pair can be proved.
       530-WriteAccrLine.
           if AccrAmount > 0
           Perform 230-LookupAccount
           Move Spaces to Accrual-Record
           Move EntryDate to AJ-Date
           Move LookupAccount to AJ-Account
           Move EntryDrCr to AJ-DrCr
           Move AccrAmount to AJ-Amount
           Move EntryDesc to AJ-Desc
           Write Accrual-Record
           if EntryDrCr = "DR"
           Add AccrAmount to DebitTotal
           else
           Add AccrAmount to CreditTotal
           end-if
           if EntryDate = MonthEnd and EntryDrCr = "DR"
           Add AccrAmount to AccrTotal
           end-if
           if EntryDate = NextFirst and EntryDrCr = "CR"
           Add AccrAmount to RevTotal
           end-if
           end-if.
