      *> Garnishment orders are NOT taken here
      *> -- a final-pay attachment is a legal call the payroll office
      *> makes order by order, not a batch default.
      *> TZ - medical, dental and vision premiums are Section 125
      *> pretax, taken right after 401k and ahead of federal, state
      *> and FICA as in 103-CalcDeductions, and post to YTD-Sec125 and
      *> PH-Sec125 for the W-2.
      *> TZ - the final check's 401k deferral stops at the year's
      *> elective deferral limit off lab8-401klimit.dat (with the
      *> age-50 catch-up), the same cap the payroll runs apply.
      *> TZ - state withholding on the final check follows the work
      *> state on the master with the lab8-reciprocity.dat exception,
      *> and SUTA goes to the work state, exactly as in the payroll
      *> runs; pay history carries the state withheld for.
      *> TZ - the bounce and prenote holds are per account now: the
      *> final deposit (always the whole net, to the master's own
      *> account -- deposit splits are for regular pay) is held only
      *> when that account bounced or is still prenoting.
      *> TZ - the deposit-queue row now carries its source ("F") and
      *> the date it was queued, since Lab8Man queues manual-check
      *> deposits on the same file and Lab8Bal balances each by day.
      *> TZ - the final check accrues workers' comp premium off the
      *> lab8-wcclass.dat class table the way the payroll runs do,
      *> and pay history carries the class, work state, payroll and
      *> premium.
       Identification Division.
       Program-ID.     Lab8Fin.

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
           Select LeaveBalFile
               Assign to Dynamic LeaveBalName
               Organization is Indexed
                  15 EM-AccountNum Pic 9(12).
                  15 EM-PayFreq Pic X.
           05 EM-SSN Pic 9(9).
           05 EM-WorkState Pic XX.

       FD CalFile.
       01 Cal-Record.
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

       FD LeaveBalFile.
       01 LeaveBal-Record.
           05 LB-EmpNum Pic 9(5).
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
           05 FDD-NetPay Pic 9(9)V99.
           05  Pic X Value Space.
           05 FDD-Period Pic 9(3).
           05  Pic X Value Space.
           05 FDD-Source Pic X.
           05  Pic X Value Space.
           05 FDD-Date Pic 9(8).

       FD PayHistFile.
       01 PayHist-Record.
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
       01  BadBankTable.
           05 BadBankRow occurs 500 times.
              10 BB-T-EmpNum Pic 9(5).
              10 BB-T-Routing Pic 9(9).
              10 BB-T-Account Pic 9(12).
       01  BBCount Pic 999 Value 0.
       01  BBIndx Pic 999.
       01  BadBankHit Pic X Value "N".
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
       01  HireYear Pic 9(4).
       01  HireMonth Pic 99.
       01  HireDay Pic 99.
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
       01  ShortfallAmt Pic 9(9)V99.
       01  FinExcStatus Pic XX.
           Perform 030-FindPeriod
           Perform 900-LoadSchoolRates
           Perform 905-LoadSutaRates
           Perform 909-LoadWcClass
           Perform 906-LoadBadBank
           Perform 907-Load401kLimits
           Perform 908-LoadReciprocity
           Perform 040-ReadEmployee
           Perform 045-CheckAlreadyPaid
           Move "A" to Param1
           end-if
           Add LongevityBonus to GrossCalc.

      *> Same cascade order as 103-CalcDeductions: 401k, Section 125
      *> insurance, federal, FICA off gross less the Section 125
      *> premiums with the wage-base cap, state, school -- rates
      *> through the same Lab8Sub the payroll runs call, resolved as
      *> of the term date.
       300-CalcDeductions.
           Move 0 to TotalDeduct
           if EM-401k is positive
           Multiply EM-401k by GrossCalc giving Calc401k rounded
           Perform 305-Cap401k
           Subtract Calc401k from GrossCalc
           Add Calc401k to TotalDeduct
           else
           Multiply MatchCapAmt by MatchRate giving CalcMatch rounded
           end-if
           end-if
           Move 0 to CalcIns
           if EM-Med = "Y"
           Move "M" to Param1
           Move EM-Dep to Param3
           Call "Lab8Sub" using by content Param1
            by reference Param2 by content Param3 by content Param4
           Add PMar to CalcIns
           end-if
           if EM-Den = "Y"
           Move "D" to Param1
           Move EM-Dep to Param3
           Call "Lab8Sub" using by content Param1
            by reference Param2 by content Param3 by content Param4
           Add PMar to CalcIns
           end-if
           if EM-Vis = "Y"
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
            UST-Eff(USIndx) not > TermDate and
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

      *> Workers' comp accrual, same class lookup as 176-CalcWorkComp
      *> in the payroll runs: the job-title row, else the department
      *> row, latest effective date not after the term date. The
      *> final check carries no overtime split or earnings codes, so
      *> the whole gross -- vacation payout included -- is the
      *> insurer's payroll.
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
            WCT-Eff(WCIndx) not > TermDate and
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
           Move CalcState to YTD-StateTax
           Move CalcSchool to YTD-SchoolTax
           Move CalcIns to YTD-Insurance
           Move Calc125 to YTD-Sec125
           Move CalcNet to YTD-NetPay
           Move CalcSS to YTD-SocSec
           Move CalcMed to YTD-Medicare
           Add CalcState to YTD-StateTax
           Add CalcSchool to YTD-SchoolTax
           Add CalcIns to YTD-Insurance
           Add Calc125 to YTD-Sec125
           Add CalcNet to YTD-NetPay
           Add CalcSS to YTD-SocSec
           Add CalcMed to YTD-Medicare
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

           Move EM-AccountNum to FDD-AccountNum
           Move CalcNet to FDD-NetPay
           Move RunPeriod to FDD-Period
           Move "F" to FDD-Source
           Move RunDateNum to FDD-Date
           Write FDD-Record
           Close FinalDDFile
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
           Read PrenoteFile
           at end Move "Y" to EOF
           not at end
           if PN-EmpNum = WantEmpNum and PN-Routing = EM-Routing and
            PN-Account = EM-AccountNum
           if PN-SentDate = 0
           Move "Y" to PrenoteHold
           else
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
           Display "Lab8Fin: workers' comp class table full,"
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
           Display "Lab8Fin: reciprocity table full, run aborted"
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
