      * earnings statement show it masked except the last four, read
      * per employee off lab8-empmaster.dat. The full number prints
      * only where it legally belongs: Lab8W2 and Lab8Qtr.
      * Tyler Zysberg - medical, dental and vision premiums are now
      * Section 125 pretax: they come off before federal, state and
      * FICA (108-Sec125Premiums) and post to the new YTD-Sec125 and
      * PH-Sec125 buckets so Lab8W2 can report the reduced wages.
      * Tyler Zysberg - the 401k deferral now stops at the year's
      * elective deferral limit off lab8-401klimit.dat (base limit,
      * plus the catch-up limit for anyone 50 or older by year end),
      * checked against YTD-401k at calculation time; the match and
      * the remittance follow the capped amount, and every run lists
      * who hit or is near the limit on lab8a-401klimit.dat.
      * Tyler Zysberg - earnings codes are now classed regular or
      * supplemental on lab8-earncode.dat. Taxable supplemental
      * earnings (bonuses and the like) are withheld at the flat
      * federal supplemental rate, and at the state's own
      * supplemental rate where lab8-statetaxrate.dat carries one,
      * instead of riding through the brackets with the regular
      * wages; the supplemental withholding prints as its own line
      * on the register and the earnings statement.
      * Tyler Zysberg - the timesheet now carries second-shift,
      * third-shift, holiday-worked and holiday-not-worked hours.
      * Each pays the premium set on lab8-premium.dat (cents-per-hour
      * adder or multiplier, effective-dated); premiums flagged as
      * part of the regular rate raise the overtime rate for the
      * period, and every premium prints as its own line on the
      * register and the earnings statement.
      * Tyler Zysberg - state withholding now follows where the
      * employee works: the work state on the employee master
      * (EM-WorkState) is withheld for unless lab8-reciprocity.dat
      * pairs that work state with the employee's residence state,
      * in which case the residence state is withheld for as
      * before. SUTA always goes to the work state, and pay history
      * carries the state actually withheld for (PH-WHState).
      * Tyler Zysberg - net pay can now be split across several bank
      * accounts off lab8-ddalloc.dat: flat-amount and percent rows
      * are paid in priority order, a remainder row (or, without one,
      * the master's own account) takes what is left, and every
      * split is its own direct-deposit row. A bounced or still-
      * prenoting account holds only its own split, which is paid by
      * check; the rest of the deposit goes through.
      * Tyler Zysberg - a PREVIEW run now writes lab8a-cashprev.dat
      * (company-prefixed): per employee, what the live run would
      * send by direct deposit and by check (the deposit splits and
      * holds worked out as live), the tax deposit share, the
      * garnishment, 401k and voluntary deduction remittances -- so
      * Lab8Csh can put a cash requirements report in front of
      * treasury before anything is posted.
      * Tyler Zysberg - workers' comp premium is now accrued per
      * employee in 176-CalcWorkComp off the effective-dated class
      * table lab8-wcclass.dat (job-title rows ahead of department
      * rows, rate per $100 of payroll), on gross less the overtime
      * premium and the earnings codes the insurer excludes. The
      * class, work state, payroll and premium post to pay history,
      * the premium rides on the CSV for Lab8GL's expense/liability
      * pair, and Lab8WC prints the quarterly audit summary. The CSV
      * record is widened to hold the full line.
       Identification Division.
       Program-ID.     Lab08a.

               Assign to "lab8-sutarate.dat"
               Organization is Line Sequential
               File Status is SutaStatus.
           Select K401LimitFile
               Assign to "lab8-401klimit.dat"
               Organization is Line Sequential
               File Status is K401LimitStatus.
           Select K401LimitRptFile
               Assign to Dynamic K401LimitRptName
               Organization is Line Sequential.
           Select FedBracketFile
               Assign to "lab8-fedtaxbracket.dat"
               Organization is Line Sequential
               Assign to Dynamic EarnTransName
               Organization is Line Sequential
               File Status is EarnTransStatus.
           Select EarnCodeFile
               Assign to "lab8-earncode.dat"
               Organization is Line Sequential
               File Status is EarnCodeStatus.
           Select WcClassFile
               Assign to "lab8-wcclass.dat"
               Organization is Line Sequential
               File Status is WcClassStatus.
           Select LeaveBalFile
               Assign to Dynamic LeaveBalName
               Organization is Indexed
               Assign to "lab8-timesheet.dat"
               Organization is Line Sequential
               File Status is TimesheetStatus.
           Select ReciprocityFile
               Assign to "lab8-reciprocity.dat"
               Organization is Line Sequential
               File Status is RecipStatus.
           Select DDAllocFile
               Assign to "lab8-ddalloc.dat"
               Organization is Line Sequential
               File Status is DDAllocStatus.
           Select CashPrevFile
               Assign to Dynamic CashPrevName
               Organization is Line Sequential.
           Select PremiumFile
               Assign to "lab8-premium.dat"
               Organization is Line Sequential
               File Status is PremStatus.
           Select LaborDistFile
               Assign to "lab8-labordist.dat"
               Organization is Line Sequential
           05 STCode Pic XX.
           05 STRate Pic V9999.
           05 STEff Pic X(8).
           05 STSuppRate Pic V9999.

       FD SutaRateFile.
       01 SutaRateRec.
           05 US-Base Pic 9(7).
           05 US-Eff Pic X(8).

       FD K401LimitFile.
       01 K401LimitRec.
           05 KL-Year Pic 9(4).
           05 KL-Base Pic 9(7)V99.
           05 KL-CatchUp Pic 9(7)V99.

       FD K401LimitRptFile.
       01 K401LimitRptRec.
           05 KLR-EmpNum Pic 9(5).
           05  Pic X Value Space.
           05 KLR-Name Pic X(35).
           05  Pic X Value Space.
           05 KLR-Status Pic X(8).
           05  Pic X Value Space.
           05 KLR-Limit Pic $ZZZ,ZZ9.99.
           05  Pic X Value Space.
           05 KLR-YtdDeferral Pic $ZZZ,ZZ9.99.
           05  Pic X Value Space.
           05 KLR-Clipped Pic $ZZZ,ZZ9.99.
           05  Pic X Value Space.
           05 KLR-CatchUp Pic X.

       FD FedBracketFile.
       01 FedBracketRec.
           05 FBType Pic X.
           05 ET-Taxable Pic X.
           05 ET-Period Pic 9(3).

       FD ReciprocityFile.
       01 Reciprocity-Record.
           05 RP-WorkState Pic XX.
           05 RP-ResState Pic XX.

       FD DDAllocFile.
       01 DDAlloc-Record.
           05 DA-EmpNum Pic 9(5).
           05  Pic X.
           05 DA-Priority Pic 9.
           05  Pic X.
           05 DA-Type Pic X.
           05  Pic X.
           05 DA-Value Pic 9(7)V99.
           05  Pic X.
           05 DA-Routing Pic 9(9).
           05  Pic X.
           05 DA-Account Pic 9(12).

       FD CashPrevFile.
       01 CashPrev-Record.
           05 CP-Type Pic XX.
           05  Pic X.
           05 CP-EmpNum Pic 9(5).
           05  Pic X.
           05 CP-Amount Pic 9(9)V99.

       FD PremiumFile.
       01 Premium-Record.
           05 PR-Type Pic XX.
           05 PR-Desc Pic X(15).
           05 PR-Method Pic X.
           05 PR-Value Pic 9(3)V9999.
           05 PR-InRegRate Pic X.
           05 PR-Eff Pic X(8).

       FD EarnCodeFile.
       01 EarnCode-Record.
           05 EC-Code Pic X(3).
           05 EC-Desc Pic X(15).
           05 EC-Class Pic X.

       FD WcClassFile.
       01 WcClass-Record.
           05 WC-Type Pic X.
           05 WC-Key Pic X(20).
           05 WC-Class Pic X(4).
           05 WC-Rate Pic 9(3)V9999.
           05 WC-Eff Pic X(8).
       FD LeaveBalFile.
       01 LeaveBal-Record.
           05 LB-EmpNum Pic 9(5).
       FD BadBankFile.
       01 BadBank-Record.
           05 BB-EmpNum Pic 9(5).
           05  Pic X.
           05 BB-Routing Pic 9(9).
           05  Pic X.
           05 BB-Account Pic 9(12).

       FD PrenoteFile.
       01 Prenote-Record.
           05 TS-Period Pic 9(3).
           05 TS-RegHrs Pic 99V99.
           05 TS-OTHrs Pic 99V99.
           05 TS-Shift2Hrs Pic 99V99.
           05 TS-Shift3Hrs Pic 99V99.
           05 TS-HolWrkHrs Pic 99V99.
           05 TS-HolOffHrs Pic 99V99.

       FD TsExcFile.
       01 TsExcRecord.
           05 EM-EmpNum Pic 9(5).
           05 EM-Image Pic X(232).
           05 EM-SSN Pic 9(9).
           05 EM-WorkState Pic XX.

       FD CheckSeqFile.
       01 CheckSeq-Record.
           05 PH-ErMed Pic 9(9)V99.
           05 PH-Futa Pic 9(9)V99.
           05 PH-Suta Pic 9(9)V99.
           05 PH-Sec125 Pic 9(9)V99.
           05 PH-WHState Pic XX.
           05 PH-WCClass Pic X(4).
           05 PH-WCState Pic XX.
           05 PH-WCWages Pic 9(9)V99.
           05 PH-WComp Pic 9(9)V99.

       FD K401RemitFile.
       01 K401RemitRec.
           05 CKNextCheck Pic 9(8).

       FD  CsvFile.
       01  CsvRecord Pic X(300).

       FD  StubFile.
       01  stub-record Pic X(72).
           05 YTD-Match Pic 9(9)V99.
           05 YTD-ErSS Pic 9(9)V99.
           05 YTD-ErMed Pic 9(9)V99.
           05 YTD-Sec125 Pic 9(9)V99.



       01 StateTaxRate Pic V9999 Value .0475.
       01 DefaultStateRate Pic V9999 Value .0475.
       01 InsuranceDeduct Pic 9(9)V99.
       01 Sec125Amt Pic 9(9)V99 Value 0.
       01 FicaWages Pic 9(9)V99.
       01 TaxTable.
          05 TableRow occurs 200 times.
             10 DistrictCode Pic XXX.
       01 MatchCapPct Pic V99 Value .06.
       01 MatchCapAmt Pic 9(9)V99.
       01 MatchAmt Pic 9(9)V99 Value 0.
       01 K401LimitStatus Pic XX.
       01 K401LimitRptName Pic X(40) Value "lab8a-401klimit.dat".
       01 K401LimitFound Pic X Value "N".
          88 IsK401LimitFound Value "Y".
       01 K401BaseLimit Pic 9(7)V99 Value 0.
       01 K401CatchUpLimit Pic 9(7)V99 Value 0.
       01 K401EmpLimit Pic 9(7)V99 Value 0.
       01 K401BirthYear Pic 9(4).
       01 K401Age Pic S9(4).
       01 K401CatchUpElig Pic X Value "N".
          88 IsK401CatchUpElig Value "Y".
       01 K401PriorYtd Pic 9(9)V99 Value 0.
       01 K401Room Pic S9(9)V99.
       01 K401Clipped Pic 9(9)V99 Value 0.
       01 K401NearPct Pic V99 Value .90.
       01 K401NearAmt Pic 9(9)V99.
       01 K401AfterRun Pic 9(9)V99.
       01 K401RptCount Pic 9(4) Value 0.
       01 K401CapLine.
           05  Pic X(10) Value Spaces.
           05  Pic X(24) Value "401k Capped at Limit by ".
           05 KC-Amount Pic $ZZZ,ZZ9.99.
       01 PayHistStatus Pic XX.
       01 CheckRegStatus Pic XX.
       01 CheckSeqStatus Pic XX.
       01 BadBankTable.
          05 BadBankRow occurs 500 times.
             10 BB-T-EmpNum Pic 9(5).
             10 BB-T-Routing Pic 9(9).
             10 BB-T-Account Pic 9(12).
       01 BBCount Pic 999 Value 0.
       01 BBIndx Pic 999.
       01 BadBankHit Pic X.
             10 TST-Period Pic 9(3).
             10 TST-RegHrs Pic 99V99.
             10 TST-OTHrs Pic 99V99.
             10 TST-Shift2Hrs Pic 99V99.
             10 TST-Shift3Hrs Pic 99V99.
             10 TST-HolWrkHrs Pic 99V99.
             10 TST-HolOffHrs Pic 99V99.
       01 TSCount Pic 9(4) Value 0.
       01 TSIndx Pic 9(4).
       01 TsFound Pic X.
          88 IsTsFound Value "Y".
       01 PremStatus Pic XX.
       01 RecipStatus Pic XX.
       01 RecipTable.
          05 RecipRow occurs 200 times.
             10 RPT-WorkState Pic XX.
             10 RPT-ResState Pic XX.
       01 RPCount Pic 999 Value 0.
       01 RPIndx Pic 999.
       01 RecipFound Pic X.
          88 IsRecipFound Value "Y".
       01 EmpResState Pic XX.
       01 EmpWorkState Pic XX Value Spaces.
       01 EmpSutaState Pic XX.
       01 DDAllocStatus Pic XX.
       01 DDAllocTable.
          05 DDAllocRow occurs 2000 times.
             10 DAT-EmpNum Pic 9(5).
             10 DAT-Priority Pic 9.
             10 DAT-Type Pic X.
             10 DAT-Value Pic 9(7)V99.
             10 DAT-Routing Pic 9(9).
             10 DAT-Account Pic 9(12).
       01 DACount Pic 9(4) Value 0.
       01 DAIndx Pic 9(4).
       01 DAPriority Pic 99.
       01 DDRemaining Pic 9(9)V99.
       01 DDSplitAmt Pic 9(9)V99.
       01 CheckAmount Pic 9(9)V99.
       01 SplitRouting Pic 9(9).
       01 SplitAccount Pic 9(12).
       01 SplitCount Pic 99.
       01 RemainderFound Pic X.
          88 IsRemainderFound Value "Y".
       01 CashPrevName Pic X(40) Value "lab8a-cashprev.dat".
       01 CashPrevType Pic XX.
       01 CashPrevAmt Pic 9(9)V99.
       01 PremRateTable.
          05 PremRateRow occurs 100 times.
             10 PRT-Type Pic XX.
             10 PRT-Desc Pic X(15).
             10 PRT-Method Pic X.
             10 PRT-Value Pic 9(3)V9999.
             10 PRT-InRegRate Pic X.
             10 PRT-Eff Pic 9(8).
       01 PRCount Pic 999 Value 0.
       01 PRIndx Pic 999.
       01 PremType Pic XX.
       01 PremHours Pic 99V99.
       01 PremAmt Pic 9(7)V99.
       01 PremMethod Pic X.
       01 PremValue Pic 9(3)V9999.
       01 PremInRegRate Pic X.
       01 PremDesc Pic X(15).
       01 PremBestEff Pic 9(8).
       01 PremFound Pic X.
          88 IsPremFound Value "Y".
       01 PremRegRateAmt Pic 9(7)V99 Value 0.
       01 PremHoursWorked Pic 9(3)V99.
       01 PremOTAdj Pic 9(7)V99.
       01 PremList.
          05 PremListRow occurs 5 times.
             10 PL-Desc Pic X(15).
             10 PL-Hours Pic 99V99.
             10 PL-Amount Pic 9(7)V99.
       01 PremCount Pic 9 Value 0.
       01 PremIndx Pic 9.
       01 WcClassStatus Pic XX.
       01 WcClassTable.
          05 WcClassRow occurs 300 times.
             10 WCT-Type Pic X.
             10 WCT-Key Pic X(20).
             10 WCT-Class Pic X(4).
             10 WCT-Rate Pic 9(3)V9999.
             10 WCT-Eff Pic 9(8).
       01 WCCount Pic 999 Value 0.
       01 WCIndx Pic 999.
       01 WcTypeWork Pic X.
       01 WcKey Pic X(20).
       01 WcClassWork Pic X(4).
       01 WcRateWork Pic 9(3)V9999.
       01 WcBestEff Pic 9(8).
       01 WcFound Pic X.
          88 IsWcFound Value "Y".
       01 WcExcluded Pic X.
          88 IsWcExcluded Value "Y".
       01 WcOTPrem Pic 9(7)V99 Value 0.
       01 WcExclAmt Pic 9(9)V99 Value 0.
       01 WcWages Pic 9(9)V99 Value 0.
       01 WcPremAmt Pic 9(9)V99 Value 0.
       01 WcNoClassCount Pic 9(5) Value 0.
       01 PremLine.
           05  Pic X(10) Value Spaces.
           05  Pic X(13) Value "Premium Pay: ".
           05 PM-Desc Pic X(15).
           05  Pic XX Value Spaces.
           05 PM-Hours Pic Z9.99.
           05  Pic X(6) Value " hrs  ".
           05 PM-Amount Pic $ZZZ,ZZ9.99.
       01 MasterStatus Pic XX.
       01 Master-OK Pic X Value "N".
          88 IsMasterOK Value "Y".
       01 EarnIndx Pic 9(4).
       01 TaxEarnAmt Pic 9(9)V99 Value 0.
       01 NonTaxEarnAmt Pic 9(9)V99 Value 0.
       01 EarnCodeStatus Pic XX.
       01 EarnCodeTable.
          05 EarnCodeRow occurs 200 times.
             10 ECT-Code Pic X(3).
             10 ECT-Class Pic X.
       01 ECCount Pic 999 Value 0.
       01 ECIndx Pic 999.
       01 SuppEarnAmt Pic 9(9)V99 Value 0.
       01 SuppTaxable Pic 9(9)V99 Value 0.
       01 RegWages Pic 9(9)V99.
       01 SuppFedRate Pic V9999 Value .2200.
       01 SuppFedAmt Pic 9(9)V99 Value 0.
       01 SuppStateAmt Pic 9(9)V99 Value 0.
       01 StateSuppRate Pic V9999 Value 0.
       01 SuppLine.
           05  Pic X(10) Value Spaces.
           05  Pic X(24) Value "Supplemental W/H - Fed: ".
           05 SP-Fed Pic $ZZZ,ZZ9.99.
           05  Pic X(9) Value "  State: ".
           05 SP-State Pic $ZZZ,ZZ9.99.
       01 OtherEarnLine.
           05  Pic X(10) Value Spaces.
           05  Pic X(16) Value "Other Earnings: ".
             10 SRStateCode Pic XX.
             10 SRStateRate Pic V9999.
             10 SREff Pic 9(8).
             10 SRSuppRate Pic V9999.
       01 SRCount Pic 999.
       01 SRIndx Pic 999.
       01 EmpStateCode Pic XX.
           05 Pic X(10) Value ",Futa,Suta".
           05 Pic X(8) Value ",Arrears".
           05 Pic X(7) Value ",VolDed".
           05 Pic X(6) Value ",WComp".
           05 Csv-HdrMode Pic X(8) Value Spaces.
       01 Csv-Line.
           05 Csv-EmpNum Pic 9(5).
           05 Csv-Arrears Pic Z(7)9.99.
           05 Pic X Value ",".
           05 Csv-VolDed Pic Z(7)9.99.
           05 Pic X Value ",".
           05 Csv-WComp Pic Z(7)9.99.



           else
           Move 0 to SREff(SRCount)
           end-if
           if STSuppRate is numeric
           Move STSuppRate to SRSuppRate(SRCount)
           else
           Move 0 to SRSuppRate(SRCount)
           end-if
           end-perform
           close StateTaxFile
           Move 'N' to EOF
           Perform 918-LoadDedCodes
           Perform 919-LoadDedElects
           Perform 921-LoadTimesheets
           Perform 925-LoadPremiums
           Perform 926-LoadReciprocity
           Perform 927-LoadDDAlloc
           Perform 922-LoadLaborDist
           Perform 076-OpenMaster
           Perform 908-LoadLeaveTrans
           Perform 909-LoadEarnTrans
           Perform 924-LoadEarnCodes
           Perform 933-LoadWcClass
           Perform 075-OpenLeaveBal
           move Function current-date to DateandTime
           Move CurrentDate to RunDateNum
           Perform 907-FindPeriod
           Perform 923-Load401kLimits
           Perform 50-SortInput
           if not IsPreview
           Perform 060-CheckRestart
           Write SchoolExcRecord from Preview-StampLine
           Write EarnExcRecord from Preview-StampLine
           Write TsExcRecord from Preview-StampLine
           Write K401LimitRptRec from Preview-StampLine
           Open Output CashPrevFile
           else
           Open Output CheckptFile
           end-if
           Close PayHistFile
           Close CheckPrintFile
           Close CheckRegFile
           else
           Close CashPrevFile
           end-if
           Close YtdFile.
           Close CsvFile.
           Close StubFile.
           Close EarnExcFile.
           Close TsExcFile.
           Close K401LimitRptFile.
           if K401RptCount > 0
           Display "Lab08a: " K401RptCount
            " employee(s) at or near the 401k limit"
           end-if
           if WcNoClassCount > 0
           Display "Lab08a: " WcNoClassCount
            " employee(s) with no workers' comp class"
           end-if
           Close LeaveBalFile.
           if IsMasterOK
           Close MasterFile
           Open Extend DedRemitFile
           Open Extend EarnExcFile
           Open Extend TsExcFile
           Open Extend K401LimitRptFile
           Open Extend CheckPrintFile
           Perform 085-OpenPayHist
           Perform 086-OpenCheckSeq
           Open Output StubFile
           Open Output EarnExcFile
           Open Output TsExcFile
           Open Output K401LimitRptFile
           if not IsPreview
           Open Output DDFile
           Open Output GarnRemitFile
           close SortedInput.
        
        101-CalculateGross.
           Move 0 to WcOTPrem
           if PayCode = "H"
           Perform 105-CalcHourlyGross
           else
      *> time and a half. No timecard means the employee is flagged
      *> to the exception file and paid from the master's Hours
      *> field the old way, so a missing timesheet is visible instead
      *> of silently repeating last period's hours. Shift and holiday
      *> premiums ride on the same timecard (169-CalcPremiums).
        105-CalcHourlyGross.
           Move "N" to TsFound
           Perform Varying TSIndx from 1 by 1 until TSIndx > TSCount
           Multiply TST-OTHrs(TSIndx) by Rate giving ExtraMath rounded
           Multiply ExtraMath by 1.5 giving ExtraMath rounded
           Add ExtraMath to MathVar giving GrossCalc
           Compute WcOTPrem rounded = TST-OTHrs(TSIndx) * Rate * .5
           Perform 169-CalcPremiums
           end-if
           end-perform
           if not IsTsFound
           Multiply OTHours by Rate giving ExtraMath rounded
           Multiply ExtraMath by 1.5 giving ExtraMath rounded
           Add ExtraMath to MathVar giving GrossCalc
           Compute WcOTPrem rounded = OTHours * Rate * .5
           else
           Multiply Hours by Rate giving GrossCalc rounded
           end-if
           end-if.

      *> Shift 2, shift 3 and holiday-worked hours are already inside
      *> the regular and overtime hours, so they earn only the premium
      *> on top: hours times the adder (cents per hour), or hours
      *> times rate times the multiplier less one. Holiday-not-worked
      *> hours are not on the card at all, so they also earn their
      *> straight time. Premiums flagged as part of the regular rate
      *> are spread over the hours worked and the overtime hours get
      *> the extra half of that on top, the way the regular-rate
      *> rule requires. A pay type with no premium row on file pays
      *> no premium and goes to the timesheet exception file.
        169-CalcPremiums.
           Move 0 to PremCount
           Move 0 to PremRegRateAmt
           Move "S2" to PremType
           Move TST-Shift2Hrs(TSIndx) to PremHours
           Perform 170-OnePremium
           Move "S3" to PremType
           Move TST-Shift3Hrs(TSIndx) to PremHours
           Perform 170-OnePremium
           Move "HW" to PremType
           Move TST-HolWrkHrs(TSIndx) to PremHours
           Perform 170-OnePremium
           Move "HN" to PremType
           Move TST-HolOffHrs(TSIndx) to PremHours
           Perform 170-OnePremium
           Add TST-RegHrs(TSIndx) TST-OTHrs(TSIndx)
            giving PremHoursWorked
           if PremRegRateAmt > 0 and TST-OTHrs(TSIndx) > 0
            and PremHoursWorked > 0
           Compute PremOTAdj rounded = PremRegRateAmt /
            PremHoursWorked * .5 * TST-OTHrs(TSIndx)
           if PremOTAdj > 0
           Add 1 to PremCount
           Move "OT on Premiums" to PL-Desc(PremCount)
           Move TST-OTHrs(TSIndx) to PL-Hours(PremCount)
           Move PremOTAdj to PL-Amount(PremCount)
           Add PremOTAdj to GrossCalc
           Add PremOTAdj to WcOTPrem
           end-if
           end-if.

        170-OnePremium.
           if PremHours > 0
           Perform 171-LookupPremium
           if not IsPremFound
           Move EmpNum to TX-EmpNum
           Move EmpName to TX-Name
           Move RunPeriod to TX-Period
           Move Spaces to TX-Reason
           String "No premium rate for pay type " PremType
            delimited by size into TX-Reason
           Write TsExcRecord
           Add 1 to OpExceptions
           Move 0 to PremAmt
           else
           if PremMethod = "A"
           Compute PremAmt rounded = PremHours * PremValue / 100
           else
           if PremValue > 1
           Compute PremAmt rounded = PremHours * Rate *
            (PremValue - 1)
           else
           Move 0 to PremAmt
           end-if
           end-if
           if PremInRegRate = "Y"
           Add PremAmt to PremRegRateAmt
           end-if
           end-if
           if PremType = "HN"
           Compute PremAmt rounded = PremAmt + (PremHours * Rate)
           end-if
           if PremAmt > 0
           Add 1 to PremCount
           if IsPremFound
           Move PremDesc to PL-Desc(PremCount)
           else
           Move PremType to PL-Desc(PremCount)
           end-if
           Move PremHours to PL-Hours(PremCount)
           Move PremAmt to PL-Amount(PremCount)
           Add PremAmt to GrossCalc
           end-if
           end-if.

      *> Latest row for the pay type that is in effect on the run date.
        171-LookupPremium.
           Move "N" to PremFound
           Move 0 to PremBestEff
           Perform Varying PRIndx from 1 by 1 until PRIndx > PRCount
           if PRT-Type(PRIndx) = PremType and
            PRT-Eff(PRIndx) not > RunDateNum and
            (not IsPremFound or PRT-Eff(PRIndx) not < PremBestEff)
           Move PRT-Eff(PRIndx) to PremBestEff
           Move PRT-Desc(PRIndx) to PremDesc
           Move PRT-Method(PRIndx) to PremMethod
           Move PRT-Value(PRIndx) to PremValue
           Move PRT-InRegRate(PRIndx) to PremInRegRate
           Move "Y" to PremFound
           end-if
           end-perform.

      *> Which state withholds: the residence state (off the city/
      *> state field) when the employee has no work state on the
      *> master, works in the state they live in, or works in a
      *> state that has a reciprocity agreement with their home
      *> state; otherwise the work state. Unemployment is owed to
      *> the work state whichever way withholding goes.
        172-ResolveWorkState.
           Move EmpResState to EmpStateCode
           Move EmpResState to EmpSutaState
           if EmpWorkState not = Spaces
           Move EmpWorkState to EmpSutaState
           if EmpWorkState not = EmpResState
           Move "N" to RecipFound
           Perform Varying RPIndx from 1 by 1 until RPIndx > RPCount
           if RPT-WorkState(RPIndx) = EmpWorkState and
            RPT-ResState(RPIndx) = EmpResState
           Move "Y" to RecipFound
           end-if
           end-perform
           if not IsRecipFound
           Move EmpWorkState to EmpStateCode
           end-if
           end-if
           end-if.

        155-WriteTsExc.
           Move EmpNum to TX-EmpNum
           Move EmpName to TX-Name
           Move TS-Period to TST-Period(TSCount)
           Move TS-RegHrs to TST-RegHrs(TSCount)
           Move TS-OTHrs to TST-OTHrs(TSCount)
           if TS-Shift2Hrs is numeric
           Move TS-Shift2Hrs to TST-Shift2Hrs(TSCount)
           else
           Move 0 to TST-Shift2Hrs(TSCount)
           end-if
           if TS-Shift3Hrs is numeric
           Move TS-Shift3Hrs to TST-Shift3Hrs(TSCount)
           else
           Move 0 to TST-Shift3Hrs(TSCount)
           end-if
           if TS-HolWrkHrs is numeric
           Move TS-HolWrkHrs to TST-HolWrkHrs(TSCount)
           else
           Move 0 to TST-HolWrkHrs(TSCount)
           end-if
           if TS-HolOffHrs is numeric
           Move TS-HolOffHrs to TST-HolOffHrs(TSCount)
           else
           Move 0 to TST-HolOffHrs(TSCount)
           end-if
           end-read
           end-perform
           Close TimesheetFile
           end-if
           Move 'N' to EOF.

        926-LoadReciprocity.
           Move 0 to RPCount
           Open Input ReciprocityFile
           if RecipStatus = "00"
           Move 'N' to EOF
           Perform until Finished
           Read ReciprocityFile
           at end Move 'Y' to EOF
           not at end
           if RPCount = 200
           Display "Lab08a: reciprocity table full, run aborted"
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
           Move 'N' to EOF.

      *> Deposit allocations, all employees, in file order; 147-WriteDD
      *> walks them by priority. Rows with an unknown type are skipped
      *> here -- Lab8Mnt only ever writes F, P and R.
        927-LoadDDAlloc.
           Move 0 to DACount
           Open Input DDAllocFile
           if DDAllocStatus = "00"
           Move 'N' to EOF
           Perform until Finished
           Read DDAllocFile
           at end Move 'Y' to EOF
           not at end
           if (DA-Type = "F" or DA-Type = "P" or DA-Type = "R") and
            DA-Value is numeric and DA-Routing is numeric and
            DA-Account is numeric
           if DACount = 2000
           Display "Lab08a: deposit allocation table full, run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Add 1 to DACount
           Move DA-EmpNum to DAT-EmpNum(DACount)
           Move DA-Priority to DAT-Priority(DACount)
           Move DA-Type to DAT-Type(DACount)
           Move DA-Value to DAT-Value(DACount)
           Move DA-Routing to DAT-Routing(DACount)
           Move DA-Account to DAT-Account(DACount)
           end-if
           end-read
           end-perform
           Close DDAllocFile
           end-if
           Move 'N' to EOF.

        925-LoadPremiums.
           Move 0 to PRCount
           Open Input PremiumFile
           if PremStatus = "00"
           Move 'N' to EOF
           Perform until Finished
           Read PremiumFile
           at end Move 'Y' to EOF
           not at end
           if PRCount = 100
           Display "Lab08a: premium table full, run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Add 1 to PRCount
           Move PR-Type to PRT-Type(PRCount)
           Move PR-Desc to PRT-Desc(PRCount)
           Move PR-Method to PRT-Method(PRCount)
           Move PR-Value to PRT-Value(PRCount)
           Move PR-InRegRate to PRT-InRegRate(PRCount)
           if PR-Eff is numeric
           Move PR-Eff to PRT-Eff(PRCount)
           else
           Move 0 to PRT-Eff(PRCount)
           end-if
           end-read
           end-perform
           Close PremiumFile
           end-if
           Move 'N' to EOF.

        102-CheckControl.
           if DeptNum <> ContDept
           if LineNum > 33
        103-CalcDeductions.
           Move 0 to TotalDeduct
           Move 0 to InsuranceDeduct
           Move 0 to K401Clipped
           if 401k is positive
           Multiply 401k by GrossCalc giving ExtraMath rounded
           Perform 165-Cap401k
           Subtract ExtraMath from GrossCalc
           Move ExtraMath to 401kOut
           Move ExtraMath to YTD401k
           end-if
           Perform 116-Calc401kMatch
           Perform 156-VolPretax
           Perform 108-Sec125Premiums
           Perform 111-SplitSupplemental
           Perform 113-CalcFedTax
           Multiply SuppTaxable by SuppFedRate giving SuppFedAmt rounded
           Add SuppFedAmt to ExtraMath
           Subtract ExtraMath from GrossCalc
           Move ExtraMath to FedTax
           Move ExtraMath to YTDFed
           Perform 112-CalcFica
           Perform 110-LookupStateRate
           Perform 122-CalcUnemployment
           Perform 176-CalcWorkComp
           if SuppTaxable > 0 and StateSuppRate > 0
           Perform 120-CalcSuppState
           else
           Multiply GrossCalc by StateTaxRate giving ExtraMath rounded
           end-if
           Perform 124-SchoolDeduct
           Subtract ExtraMath from GrossCalc
           Move ExtraMath to StateTax
           Move ExtraMath to YTDState
           Add ExtraMath to TotalDeduct
           Perform 157-VolPosttax
           Perform 114-CalcGarnish
           if TotalDeduct > OrigGrossCalc
           Move 'Y' to NegNetPay
           else
           Subtract VolPostAmt from GrossCalc
           Subtract GarnDeduct from GrossCalc
           Perform 123-RecoverArrears
           Add NonTaxEarnAmt to GrossCalc
           Move GrossCalc to NetPay
           Move GrossCalc to YTDNetPay
           end-if.

      *> Medical, dental and vision premiums are paid under the
      *> Section 125 cafeteria plan, so they come out ahead of the
      *> federal, state and FICA wage figures -- right behind 401k and
      *> the pretax voluntary codes. FicaWages is true gross less the
      *> premiums (401k stays FICA-taxable); the premium total posts
      *> to its own YTD and pay-history bucket for the W-2. A premium
      *> bigger than what's left of the check can't be taken pretax;
      *> the employee is headed for 140-WriteNetPayExc anyway.
        108-Sec125Premiums.
           if Med = "Y"
           Move "M" to LookupCode
           Move Dep to LookupDep
           end-if
           Move InsuranceDeduct to InsuranceOut
           Add InsuranceDeduct to TotalDeduct
           if InsuranceDeduct > GrossCalc
           Move GrossCalc to Sec125Amt
           else
           Move InsuranceDeduct to Sec125Amt
           end-if
           Subtract Sec125Amt from GrossCalc
           Subtract Sec125Amt from OrigGrossCalc giving FicaWages.

      *> Arrears recovery rides on top of the normal deductions,
      *> capped per run and never past what's actually left of the
           Subtract RecoveryTake from RecoveryRoom
           Add RecoveryTake to ArrearsRecovered.

      *> The elective deferral stops at the year's limit off
      *> lab8-401klimit.dat. Anyone turning 50 or older by the end of
      *> the year gets the catch-up limit on top of the base. What the
      *> employee has already deferred comes straight off the YTD
      *> master at calculation time, the same way 112-CalcFica reads
      *> it for the wage base. No row for the run year means no cap
      *> (923-Load401kLimits already said so on the console).
        165-Cap401k.
           if not IsK401LimitFound
           exit paragraph
           end-if
           Move "N" to K401CatchUpElig
           Move K401BaseLimit to K401EmpLimit
           if Birth is numeric and Birth > 0
           Move Birth (1:4) to K401BirthYear
           Compute K401Age = CYear - K401BirthYear
           if K401Age > 49
           Move "Y" to K401CatchUpElig
           Add K401CatchUpLimit to K401EmpLimit
           end-if
           end-if
           Move 0 to K401PriorYtd
           Move EmpNum to YTD-EmpNum
           Read YtdFile
           invalid key
           continue
           not invalid key
           Move YTD-401k to K401PriorYtd
           end-read
           Compute K401Room = K401EmpLimit - K401PriorYtd
           if K401Room < 0
           Move 0 to K401Room
           end-if
           if ExtraMath > K401Room
           Subtract K401Room from ExtraMath giving K401Clipped
           Move K401Room to ExtraMath
           end-if.

      *> Every employee at or within ten percent of the limit after
      *> this check goes on the limit list -- the ones the cap clipped
      *> this run show the amount it held back.
        166-Write401kLimit.
           if not IsK401LimitFound or 401k is not positive
           exit paragraph
           end-if
           Add YTD401k to K401PriorYtd giving K401AfterRun
           Multiply K401EmpLimit by K401NearPct
            giving K401NearAmt rounded
           if K401AfterRun < K401NearAmt and K401Clipped = 0
           exit paragraph
           end-if
           Move EmpNum to KLR-EmpNum
           Move EmpName to KLR-Name
           if K401AfterRun not < K401EmpLimit
           Move "AT LIMIT" to KLR-Status
           else
           Move "NEAR" to KLR-Status
           end-if
           Move K401EmpLimit to KLR-Limit
           Move K401AfterRun to KLR-YtdDeferral
           Move K401Clipped to KLR-Clipped
           Move K401CatchUpElig to KLR-CatchUp
           Write K401LimitRptRec
           Add 1 to K401RptCount.

      *> Employer match: half of what the employee put in, but only
      *> on deferrals up to six percent of gross. The match is company
      *> money -- it never touches the employee's deductions or net
           Move ErMedAmt to PH-ErMed
           Move ErFutaAmt to PH-Futa
           Move ErSutaAmt to PH-Suta
           Move Sec125Amt to PH-Sec125
           Move EmpStateCode to PH-WHState
           Move WcClassWork to PH-WCClass
           Move EmpSutaState to PH-WCState
           Move WcWages to PH-WCWages
           Move WcPremAmt to PH-WComp
           Write PayHist-Record.

        117-Write401kRemit.
           Move "S" to FedStatusWork
           end-if
           Compute FedTaxable = Dep * DepAllowance
           if FedTaxable > RegWages
           Move 0 to FedTaxable
           else
           Subtract FedTaxable from RegWages giving FedTaxable
           end-if
           Move "N" to BracketFound
           Move 0 to BestFloor
            ((FedTaxable - BestFloor) * BestRate)
           else
           if FedRate
           Multiply RegWages by MarRate giving ExtraMath rounded
           else
           Multiply RegWages by UnMarRate giving ExtraMath rounded
           end-if
           end-if.

      *> Supplemental earnings are withheld at a flat rate, not run
      *> through the brackets with the regular wages, so the taxable
      *> wage figure is split here: the supplemental part is what the
      *> supplemental codes paid this period (never more than what's
      *> left after the pretax deductions, which are taken against
      *> the regular part first), the rest is RegWages.
        111-SplitSupplemental.
           if SuppEarnAmt > GrossCalc
           Move GrossCalc to SuppTaxable
           else
           Move SuppEarnAmt to SuppTaxable
           end-if
           Subtract SuppTaxable from GrossCalc giving RegWages.

      *> A state with its own supplemental rate withholds that rate
      *> on the supplemental part and the regular rate on the rest of
      *> the state wage figure; 103-CalcDeductions keeps the single
      *> regular rate for everybody else.
        120-CalcSuppState.
           if SuppTaxable > GrossCalc
           Move GrossCalc to SuppTaxable
           end-if
           Subtract SuppTaxable from GrossCalc giving RegWages
           Multiply SuppTaxable by StateSuppRate
            giving SuppStateAmt rounded
           Multiply RegWages by StateTaxRate giving ExtraMath rounded
           Add SuppStateAmt to ExtraMath.

      *> FICA comes off the true gross less the Section 125
      *> premiums (FicaWages), not the running after-deduction figure
      *> the other taxes cascade on -- 401k is not pretax for FICA.
      *> The Social Security piece is capped against the wage base
      *> using the employee's YTD FICA wages (gross less the Section
      *> 125 bucket) straight off lab8-ytd.dat at calculation time;
      *> 145-UpdateYTD posts this run's amounts afterward as usual.
        112-CalcFica.
           Move 0 to YTDSS
           Move 0 to YTDMed
           Move 0 to PriorYtdGross
           Move FicaWages to SSTaxable
           Move EmpNum to YTD-EmpNum
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
           if SSTaxable > 0
           Multiply SSTaxable by SSRate giving YTDSS rounded
           end-if
           Multiply FicaWages by MedRate giving YTDMed rounded
           Subtract YTDSS from GrossCalc
           Subtract YTDMed from GrossCalc
           Move YTDSS to SSTaxOut

      *> Employer-paid unemployment tax, capped against its own
      *> annual wage base per employee the same way 112-CalcFica caps
      *> Social Security -- the YTD wages read there (PriorYtdGross)
      *> are reused here, and the Section 125 premiums are excluded
      *> the same way. FUTA is one federal rate and base; SUTA
      *> comes from the effective-dated per-state file Lab8Rate
      *> maintains (lab8-sutarate.dat), keyed by the work state
      *> 110-LookupStateRate just derived. Company money -- nothing
           Move 0 to ErSutaAmt
           Compute UnempRoom = FutaBase - PriorYtdGross
           if UnempRoom > 0
           if UnempRoom > FicaWages
           Move FicaWages to UnempTaxable
           else
           Move UnempRoom to UnempTaxable
           end-if
           Move "N" to SutaFound
           Move 0 to SutaBestEff
           Perform Varying USIndx from 1 by 1 until USIndx > USCount
           if UST-State(USIndx) = EmpSutaState and
            UST-Eff(USIndx) not > RunDateNum and
            (not IsSutaFound or UST-Eff(USIndx) not < SutaBestEff)
           Move UST-Eff(USIndx) to SutaBestEff
           if IsSutaFound and SutaRateWork > 0
           Compute UnempRoom = SutaBaseWork - PriorYtdGross
           if UnempRoom > 0
           if UnempRoom > FicaWages
           Move FicaWages to UnempTaxable
           else
           Move UnempRoom to UnempTaxable
           end-if
           end-if
           end-if.

      *> Workers' comp premium on the check. The class comes off the
      *> job-title row when there is one and the home department's
      *> row otherwise, latest effective date not after the run date.
      *> The insurer's payroll leaves out the overtime premium -- the
      *> extra half on overtime hours and the overtime share of the
      *> premiums folded into the regular rate; the straight time
      *> stays in -- and any earnings code carried as an "X" row. An
      *> employee no row covers accrues nothing and goes on pay
      *> history under class "????" so the quarterly report shows the
      *> hole instead of hiding it.
        176-CalcWorkComp.
           Move 0 to WcRateWork
           Move JTitle to WcKey
           Move "J" to WcTypeWork
           Perform 177-FindWcClass
           if not IsWcFound
           Move Spaces to WcKey
           Move DeptNum to WcKey (1:5)
           Move "D" to WcTypeWork
           Perform 177-FindWcClass
           end-if
           if not IsWcFound
           Move "????" to WcClassWork
           Move 0 to WcRateWork
           Add 1 to WcNoClassCount
           end-if
           Move 0 to WcExclAmt
           Perform Varying EarnIndx from 1 by 1
            until EarnIndx > EarnCount
           if ET-T-EmpNum(EarnIndx) = EmpNum and
            ET-T-Period(EarnIndx) = RunPeriod and
            ET-T-Taxable(EarnIndx) = "Y"
           Move "N" to WcExcluded
           Perform Varying WCIndx from 1 by 1 until WCIndx > WCCount
           if WCT-Type(WCIndx) = "X" and
            WCT-Key(WCIndx) = ET-T-Code(EarnIndx) and
            WCT-Eff(WCIndx) not > RunDateNum
           Move "Y" to WcExcluded
           end-if
           end-perform
           if IsWcExcluded
           Add ET-T-Amount(EarnIndx) to WcExclAmt
           end-if
           end-if
           end-perform
           if OrigGrossCalc > WcOTPrem + WcExclAmt
           Compute WcWages = OrigGrossCalc - WcOTPrem - WcExclAmt
           else
           Move 0 to WcWages
           end-if
           Compute WcPremAmt rounded = WcWages * WcRateWork / 100.

        177-FindWcClass.
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

        913-LoadSutaRates.
           Move 0 to USCount
           Open Input SutaRateFile
           end-if
           Move 'N' to EOF.

      *> One row per plan year: the base elective deferral limit and
      *> the age-50 catch-up limit. The run year's row is picked once
      *> here, after the run date is known.
        923-Load401kLimits.
           Move "N" to K401LimitFound
           Open Input K401LimitFile
           if K401LimitStatus = "00"
           Move 'N' to EOF
           Perform until Finished
           Read K401LimitFile
           at end Move 'Y' to EOF
           not at end
           if KL-Year = CYear
           Move KL-Base to K401BaseLimit
           Move KL-CatchUp to K401CatchUpLimit
           Move "Y" to K401LimitFound
           end-if
           end-read
           end-perform
           Close K401LimitFile
           end-if
           Move 'N' to EOF
           if not IsK401LimitFound
           Display "Lab08a: no 401k limit on file for " CYear
            ", deferrals not capped"
           end-if.

        106-LookupInsRate.
      *> Take the rate from the highest qualifying tier, not just the
      *> last one walked -- InsRateRow is loaded straight from the file
           end-perform.

        110-LookupStateRate.
           Move Spaces to EmpResState
           Compute CSLen = Function Length(Function Trim(CityState))
           if CSLen > 1
           Compute CSStart = CSLen - 1
           Move CityState (CSStart:2) to EmpResState
           end-if
           Perform 172-ResolveWorkState
           Move DefaultStateRate to StateTaxRate
           Move 0 to StateSuppRate
           Move "N" to RateRowFound
           Move 0 to BestEffDate
           Perform Varying SRIndx from 1 by 1 until SRIndx > SRCount
            (not IsRateRowFound or SREff(SRIndx) not < BestEffDate)
           Move SREff(SRIndx) to BestEffDate
           Move SRStateRate(SRIndx) to StateTaxRate
           Move SRSuppRate(SRIndx) to StateSuppRate
           Move "Y" to RateRowFound
           end-if
           end-perform.
        127-SumEarnings.
           Move 0 to TaxEarnAmt
           Move 0 to NonTaxEarnAmt
           Move 0 to SuppEarnAmt
           Perform Varying EarnIndx from 1 by 1
            until EarnIndx > EarnCount
           if ET-T-EmpNum(EarnIndx) = EmpNum and
           Move "Y" to ET-T-Applied(EarnIndx)
           if ET-T-Taxable(EarnIndx) = "Y"
           Add ET-T-Amount(EarnIndx) to TaxEarnAmt
           Perform Varying ECIndx from 1 by 1 until ECIndx > ECCount
           if ECT-Code(ECIndx) = ET-T-Code(EarnIndx) and
            ECT-Class(ECIndx) = "S"
           Add ET-T-Amount(EarnIndx) to SuppEarnAmt
           end-if
           end-perform
           else
           Add ET-T-Amount(EarnIndx) to NonTaxEarnAmt
           end-if
            " earnings transaction(s) matched no employee"
           end-if.

      *> Earnings code classes: "S" is supplemental (flat-rate
      *> withholding), anything else is regular wages. A code not on
      *> file is regular, the way every code was paid before.
        924-LoadEarnCodes.
           Move 0 to ECCount
           Open Input EarnCodeFile
           if EarnCodeStatus = "00"
           Move 'N' to EOF
           Perform until Finished
           Read EarnCodeFile
           at end Move 'Y' to EOF
           not at end
           if ECCount = 200
           Display "Lab08a: earnings code table full, run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Add 1 to ECCount
           Move EC-Code to ECT-Code(ECCount)
           Move EC-Class to ECT-Class(ECCount)
           end-read
           end-perform
           Close EarnCodeFile
           end-if
           Move 'N' to EOF.

      *> Workers' comp classes: "J" rows key a job title, "D" rows a
      *> department number, each carrying the class and its rate per
      *> $100 of payroll; "X" rows name an earnings code the insurer
      *> leaves out of payroll. Effective-dated like the other rate
      *> files -- a blank date is in force from the start.
        933-LoadWcClass.
           Move 0 to WCCount
           Open Input WcClassFile
           if WcClassStatus = "00"
           Move 'N' to EOF
           Perform until Finished
           Read WcClassFile
           at end Move 'Y' to EOF
           not at end
           if WC-Type = "J" or WC-Type = "D" or WC-Type = "X"
           if WCCount = 300
           Display "Lab08a: workers' comp class table full,"
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
           Move 'N' to EOF.

        909-LoadEarnTrans.
           Move 0 to EarnCount
           Open Input EarnTransFile
        125-Clear.
           Set CommissionOut to "         "
           Set InsuranceDeduct to 0
           Move 0 to Sec125Amt
           Move 0 to ArrearsRecovered
           Move 0 to VolListCount
           Move 0 to VolPreAmt
           Move 0 to VolPostAmt
           Move 0 to VolDedTotal
           Move 0 to SuppTaxable
           Move 0 to SuppFedAmt
           Move 0 to SuppStateAmt
           Move 0 to PremCount
           Move 'N' to NegNetPay.

        130-EachRecord.
           Add 1 to LineNum
           Add 1 to OpWritten
           Perform 128-WriteEarnLines
           Perform Varying PremIndx from 1 by 1
            until PremIndx > PremCount
           Move PL-Desc(PremIndx) to PM-Desc
           Move PL-Hours(PremIndx) to PM-Hours
           Move PL-Amount(PremIndx) to PM-Amount
           Write ot-record from PremLine
           Add 1 to LineNum
           end-perform
           Perform Varying VolListIndx from 1 by 1
            until VolListIndx > VolListCount
           Move VL-Desc(VolListIndx) to VD-Desc
           Write ot-record from ArrearsLine
           Add 1 to LineNum
           end-if
           if SuppFedAmt > 0 or SuppStateAmt > 0
           Move SuppFedAmt to SP-Fed
           Move SuppStateAmt to SP-State
           Write ot-record from SuppLine
           Add 1 to LineNum
           end-if
           if K401Clipped > 0
           Move K401Clipped to KC-Amount
           Write ot-record from K401CapLine
           Add 1 to LineNum
           end-if
           Perform 145-UpdateYTD
           Perform 146-WriteCsv
           if IsPreview
           Perform 163-ReadLeaveOnly
           Perform 147-WriteDD
           Perform 174-WriteCashPrev
           else
           Perform 147-WriteDD
           Perform 119-AccrueLeave
           end-if
           Perform 148-WriteStub
           Perform 117-Write401kRemit
           Perform 166-Write401kLimit
           if not IsPreview
           Perform 118-WritePayHist
           end-if
      *> department when there is no valid split.
        160-DistributeCost.
           Compute EmployerCost = OrigGrossCalc + MatchAmt + ErSSAmt
            + ErMedAmt + ErFutaAmt + ErSutaAmt + WcPremAmt
           Move 0 to LdPctSum
           Move 0 to LdLastIndx
           Perform Varying LdIndx from 1 by 1 until LdIndx > LdCount
      *> and simply never got paid -- they go to the check print file
      *> now, with a number off the controlled sequence and a register
      *> line behind it.
      *> With deposit allocations on file the net is split: flat and
      *> percent rows in priority order, each capped at what is left,
      *> then the remainder row (the master's own account when the
      *> employee has none). Whatever an account can't take -- bounced,
      *> prenoting, or no bank data -- is gathered onto one check.
        147-WriteDD.
           Move YTDNetPay to DDRemaining
           Move 0 to CheckAmount
           Move 0 to SplitCount
           Perform Varying DAPriority from 1 by 1 until DAPriority > 9
           Perform Varying DAIndx from 1 by 1 until DAIndx > DACount
           if DAT-EmpNum(DAIndx) = EmpNum and
            DAT-Priority(DAIndx) = DAPriority and
            (DAT-Type(DAIndx) = "F" or DAT-Type(DAIndx) = "P")
           Perform 173-TakeAllocRow
           end-if
           end-perform
           end-perform
           Move "N" to RemainderFound
           Move Routing to SplitRouting
           Move AccountNum to SplitAccount
           Perform Varying DAIndx from 1 by 1 until DAIndx > DACount
           if DAT-EmpNum(DAIndx) = EmpNum and DAT-Type(DAIndx) = "R"
            and not IsRemainderFound
           Move "Y" to RemainderFound
           Move DAT-Routing(DAIndx) to SplitRouting
           Move DAT-Account(DAIndx) to SplitAccount
           end-if
           end-perform
           if DDRemaining > 0 or SplitCount = 0
           Move DDRemaining to DDSplitAmt
           Move 0 to DDRemaining
           Perform 154-DepositSplit
           end-if
           if CheckAmount > 0 or
            (YTDNetPay = 0 and SplitCount = 0)
           if IsPreview
           Move "CK" to CashPrevType
           Move CheckAmount to CashPrevAmt
           Perform 175-PutCashPrev
           else
           Perform 151-WriteCheck
           end-if
           end-if.

      *> One flat or percent allocation row; the percent is of the
      *> whole net, and no row can take more than is left.
        173-TakeAllocRow.
           if DAT-Type(DAIndx) = "F"
           Move DAT-Value(DAIndx) to DDSplitAmt
           else
           Compute DDSplitAmt rounded =
            YTDNetPay * DAT-Value(DAIndx) / 100
           end-if
           if DDSplitAmt > DDRemaining
           Move DDRemaining to DDSplitAmt
           end-if
           if DDSplitAmt > 0
           Subtract DDSplitAmt from DDRemaining
           Move DAT-Routing(DAIndx) to SplitRouting
           Move DAT-Account(DAIndx) to SplitAccount
           Perform 154-DepositSplit
           end-if.

      *> Each account stands on its own: a bounce or a pending
      *> prenote on one split sends that split to the check, not the
      *> employee's whole deposit.
        154-DepositSplit.
           Perform 152-CheckBadBank
           Perform 153-CheckPrenote
           if SplitRouting = 0 or SplitAccount = 0 or IsBadBankHit
            or IsPrenoteHold
           Add DDSplitAmt to CheckAmount
           else
           if IsPreview
           Move "DD" to CashPrevType
           Move DDSplitAmt to CashPrevAmt
           Perform 175-PutCashPrev
           else
           Move Spaces to DD-Record
           Move EmpNum to DD-EmpNum
           Move SplitRouting to DD-Routing
           Move SplitAccount to DD-AccountNum
           Move DDSplitAmt to DD-NetPay
           Move RunPeriod to DD-Period
           Write DD-Record
           end-if
           Add 1 to SplitCount
           end-if.

      *> A preview sends no money, but treasury still needs to know
      *> what the live run will: the tax deposit share (the same
      *> buckets Lab8Dep deposits), the garnishment, 401k (deferral
      *> plus match) and voluntary deduction remittances. Direct
      *> deposit and check amounts come out of 147-WriteDD itself.
        174-WriteCashPrev.
           Compute CashPrevAmt = YTDFed + YTDSS + YTDMed + ErSSAmt
            + ErMedAmt + YTDState + YTDSchool
           Move "TX" to CashPrevType
           Perform 175-PutCashPrev
           Move GarnDeduct to CashPrevAmt
           Move "GN" to CashPrevType
           Perform 175-PutCashPrev
           Compute CashPrevAmt = YTD401k + MatchAmt
           Move "4K" to CashPrevType
           Perform 175-PutCashPrev
           Move 0 to CashPrevAmt
           Perform Varying VolListIndx from 1 by 1
            until VolListIndx > VolListCount
           Add VL-Amount(VolListIndx) to CashPrevAmt
           end-perform
           Move "VD" to CashPrevType
           Perform 175-PutCashPrev.

        175-PutCashPrev.
           if CashPrevAmt > 0
           Move Spaces to CashPrev-Record
           Move CashPrevType to CP-Type
           Move EmpNum to CP-EmpNum
           Move CashPrevAmt to CP-Amount
           Write CashPrev-Record
           end-if.

        151-WriteCheck.
           Move CYear to CKL-Year
           Write check-record from Check-Line1
           Move EmpName to CKL-Name
           Move CheckAmount to CKL-Amount
           Write check-record from Check-Line2
           Move StAddress to CKL-Addr
           Write check-record from Check-Line3
           Move "A" to CR-Source
           Move EmpNum to CR-EmpNum
           Move EmpName to CR-Name
           Move CheckAmount to CR-Amount
           Move "I" to CR-Status
           Move 0 to CR-RefCheck
           Write CheckReg-Record

      *> Employees whose deposits bounced (Lab8Ret flags them in
      *> lab8-badbank.dat) get a check until their bank data is fixed
      *> on the employee master. Lab8Ret names the account that
      *> bounced; an older row with no account holds every account
      *> the employee has.
        152-CheckBadBank.
           Move "N" to BadBankHit
           Perform Varying BBIndx from 1 by 1 until BBIndx > BBCount
           if BB-T-EmpNum(BBIndx) = EmpNum and
            (BB-T-Account(BBIndx) = 0 or
            (BB-T-Routing(BBIndx) = SplitRouting and
            BB-T-Account(BBIndx) = SplitAccount))
           Move "Y" to BadBankHit
           end-if
           end-perform.
      *> A prenote Lab8Mnt queued holds the employee on paper checks
      *> until Lab8Ach has sent it (sent date stamped) AND the aging
      *> window has passed. An aged row is dropped from the queue so
      *> the next run deposits normally. Prenotes are per account, so
      *> only the split going to the prenoting account is held.
        153-CheckPrenote.
           Move "N" to PrenoteHold
           Perform Varying PNIndx from 1 by 1 until PNIndx > PNCount
           if PT-EmpNum(PNIndx) = EmpNum and
            PT-Routing(PNIndx) = SplitRouting and
            PT-Account(PNIndx) = SplitAccount
           if PT-SentDate(PNIndx) = 0
           Move "Y" to PrenoteHold
           else
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
      *> desk. The full number prints only on Lab8W2 and Lab8Qtr.
        164-LookupSsn.
           Move Spaces to MaskedSSN
           Move Spaces to EmpWorkState
           if IsMasterOK
           Move EmpNum to EM-EmpNum
           Read MasterFile
           String "***-**-" EM-SSN (6:4)
            delimited by size into MaskedSSN
           end-if
           if EM-WorkState is alphabetic
           Move EM-WorkState to EmpWorkState
           end-if
           end-read
           end-if
           Move MaskedSSN to SsnMaskOut
           Move Spaces to DedRemitName
           String Function Trim(CompanyPrefix) "a-dedremit.dat"
            delimited by size into DedRemitName
           Move Spaces to CashPrevName
           String Function Trim(CompanyPrefix) "a-cashprev.dat"
            delimited by size into CashPrevName
           Move Spaces to TsExcName
           String Function Trim(CompanyPrefix) "a-tsexc.dat"
            delimited by size into TsExcName
           Move Spaces to K401LimitRptName
           String Function Trim(CompanyPrefix) "a-401klimit.dat"
            delimited by size into K401LimitRptName
           Move Spaces to CheckPrintName
           String Function Trim(CompanyPrefix) "a-checkprint.dat"
            delimited by size into CheckPrintName
           Move OrigGrossCalc to SB-Current
           Move YTD-Gross to SB-YTD
           Write stub-record from Stub-AmtLine
      *> Premiums are inside gross above; current period only, no
      *> YTD bucket is kept per pay type.
           Perform Varying PremIndx from 1 by 1
            until PremIndx > PremCount
           Move PL-Desc(PremIndx) to SO-Label
           Move PL-Amount(PremIndx) to SO-Amount
           Write stub-record from Stub-OneAmtLine
           end-perform
           Move "401k" to SB-Label
           Move YTD401k to SB-Current
           Move YTD-401k to SB-YTD
           Move YTDState to SB-Current
           Move YTD-StateTax to SB-YTD
           Write stub-record from Stub-AmtLine
      *> The supplemental withholding is already inside the federal
      *> and state figures above; these lines show how much of each
      *> was the flat supplemental rate, current period only.
           if SuppFedAmt > 0
           Move "Supplemental Fed W/H" to SO-Label
           Move SuppFedAmt to SO-Amount
           Write stub-record from Stub-OneAmtLine
           end-if
           if SuppStateAmt > 0
           Move "Supplemental St W/H" to SO-Label
           Move SuppStateAmt to SO-Amount
           Write stub-record from Stub-OneAmtLine
           end-if
           Move "School Tax" to SB-Label
           Move YTDSchool to SB-Current
           Move YTD-SchoolTax to SB-YTD
           Write stub-record from Stub-AmtLine
           Move "Insurance (Sec 125)" to SB-Label
           Move InsuranceDeduct to SB-Current
           Move YTD-Insurance to SB-YTD
           Write stub-record from Stub-AmtLine
           Move ErSutaAmt to Csv-Suta
           Move ArrearsRecovered to Csv-Arrears
           Move VolDedTotal to Csv-VolDed
           Move WcPremAmt to Csv-WComp
           Write CsvRecord from Csv-Line.

        145-UpdateYTD.
           Move MatchAmt to YTD-Match
           Move ErSSAmt to YTD-ErSS
           Move ErMedAmt to YTD-ErMed
           Move Sec125Amt to YTD-Sec125
      *> In preview the record buffer is built exactly as a live run
      *> would post it (the stub's year-to-date column reads it) but
      *> the master itself is never touched.
           Add MatchAmt to YTD-Match
           Add ErSSAmt to YTD-ErSS
           Add ErMedAmt to YTD-ErMed
           Add Sec125Amt to YTD-Sec125
           if not IsPreview
           Rewrite YTD-Record
           end-if
