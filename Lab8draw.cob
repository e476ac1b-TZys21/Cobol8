
      *Tyler Zysberg
      *> Quarterly employee prize drawing. Lab8C's ODDS mode sized
      *> the drawing, but the drawing itself was names in a hat and
      *> the prizes were keyed as earnings transactions by hand, when
      *> somebody remembered. This program takes QUARTER [YEAR]
      *> [SEED] on the command line and:
      *>   - builds the eligible pool off lab8-empmaster.dat: active
      *>     employees only, with the tenure, department and
      *>     exclusion rules on lab8-drawparm.dat;
      *>   - gets the odds for the pool size from Lab8Comb, the
      *>     same combination logic Lab8C uses;
      *>   - draws the winners off a seeded generator -- the seed
      *>     comes from the command line or, left off, from the
      *>     clock, and is logged, so the same seed over the same
      *>     pool always draws the same winners;
      *>   - logs the drawing (seed, every pool member in draw order
      *>     and every winner) to <prefix>-drawaudit.dat;
      *>   - posts each prize as a taxable earnings transaction for
      *>     the next pay period on the calendar, on the a- or b-
      *>     earnings transaction file the winner is paid from, so
      *>     the award is withheld on and reported like any bonus;
      *>   - lists the whole thing to <prefix>-draw-YYYYQn.dat.
      *> A quarter can only be drawn once. QUARTER YEAR VERIFY
      *> redraws it from the logged pool and seed and says whether
      *> the logged winners come out again; nothing is posted.
      *> lab8-drawparm.dat, one rule per row:
      *>   P -- a prize: earnings code (PRZ if blank) and amount;
      *>        one row per prize, drawn in file order
      *>   T -- minimum months of service at quarter end
      *>   D -- an eligible department; no D rows means every
      *>        department
      *>   E -- an exclusion, kind E employee number, D department
      *>        or J job title
       Identification Division.
       Program-ID.     Lab8Draw.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select MasterFile
               Assign to "lab8-empmaster.dat"
               Organization is Indexed
               Access Mode is Sequential
               Record Key is EM-EmpNum
               File Status is MasterStatus.
           Select ParmFile
               Assign to "lab8-drawparm.dat"
               Organization is Line Sequential
               File Status is ParmStatus.
           Select CalFile
               Assign to "lab8-paycalendar.dat"
               Organization is Line Sequential
               File Status is CalStatus.
           Select EarnCodeFile
               Assign to "lab8-earncode.dat"
               Organization is Line Sequential
               File Status is EarnCodeStatus.
           Select AEarnFile
               Assign to Dynamic AEarnName
               Organization is Line Sequential
               File Status is AEarnStatus.
           Select BEarnFile
               Assign to Dynamic BEarnName
               Organization is Line Sequential
               File Status is BEarnStatus.
           Select AuditFile
               Assign to Dynamic AuditName
               Organization is Line Sequential
               File Status is AuditStatus.
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
                  15  Pic X(61).
           05 EM-SSN Pic 9(9).
           05 EM-WorkState Pic XX.

       FD ParmFile.
       01 DrawParm-Record.
           05 DW-Type Pic X.
           05 DW-Kind Pic X.
           05 DW-Key Pic X(20).
           05 DW-Amount Pic X(9).
           05 DW-AmountNum Redefines DW-Amount Pic 9(7)V99.

       FD CalFile.
       01 Cal-Record.
           05 CAL-Period Pic 9(3).
           05 CAL-Start Pic 9(8).
           05 CAL-End Pic 9(8).
           05 CAL-RunDate Pic 9(8).

       FD EarnCodeFile.
       01 EarnCode-Record.
           05 EC-Code Pic X(3).
           05 EC-Desc Pic X(15).
           05 EC-Class Pic X.

       FD AEarnFile.
       01 AEarn-Record.
           05 AE-EmpNum Pic 9(5).
           05 AE-Code Pic X(3).
           05 AE-Amount Pic 9(7)V99.
           05 AE-Taxable Pic X.
           05 AE-Period Pic 9(3).

       FD BEarnFile.
       01 BEarn-Record.
           05 BE-EmpNum Pic 9(5).
           05 BE-Code Pic X(3).
           05 BE-Amount Pic 9(7)V99.
           05 BE-Taxable Pic X.
           05 BE-Period Pic 9(3).

       FD AuditFile.
       01 AuditHead-Record.
           05 DA-Type Pic X.
           05 DA-Year Pic 9(4).
           05 DA-Qtr Pic 9.
           05  Pic X.
           05 DA-Stamp Pic X(14).
           05  Pic X.
           05 DA-Seed Pic 9(10).
           05  Pic X.
           05 DA-Pool Pic 9(5).
           05  Pic X.
           05 DA-Prizes Pic 9(3).
           05  Pic X.
           05 DA-Odds Pic 9(15).
           05  Pic X.
           05 DA-Period Pic 9(3).
       01 AuditPool-Record.
           05  Pic X(6).
           05  Pic X.
           05 DA-PSeq Pic 9(5).
           05  Pic X.
           05 DA-PEmpNum Pic 9(5).
           05  Pic X.
           05 DA-PRunFile Pic X.
       01 AuditWin-Record.
           05  Pic X(6).
           05  Pic X.
           05 DA-WPrize Pic 9(3).
           05  Pic X.
           05 DA-WEmpNum Pic 9(5).
           05  Pic X.
           05 DA-WAmount Pic 9(7)V99.
           05  Pic X.
           05 DA-WCode Pic X(3).
           05  Pic X.
           05 DA-WName Pic X(35).

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
       01  MasterStatus Pic XX.
       01  ParmStatus Pic XX.
       01  CalStatus Pic XX.
       01  EarnCodeStatus Pic XX.
       01  AEarnStatus Pic XX.
       01  BEarnStatus Pic XX.
       01  AuditStatus Pic XX.
       01  RunCoStatus Pic XX.
       01  CompanyStatus Pic XX.
       01  CoEOF Pic X.
       01  CompanyPrefix Pic X(8) Value "lab8".
       01  CompanyName Pic X(35) Value Spaces.
       01  AEarnName Pic X(40) Value "lab8a-earntrans.dat".
       01  BEarnName Pic X(40) Value "lab8b-earntrans.dat".
       01  AuditName Pic X(40) Value "lab8-drawaudit.dat".
       01  RptName Pic X(40) Value "lab8-draw.dat".
       01  RunStamp Pic X(14).
       01  RunDateNum Pic 9(8).
       01  ArgNum Pic 99.
       01  ArgWork Pic X(12).
       01  WantQtr Pic 9.
       01  WantYear Pic 9(4).
       01  QEnd Pic 9(8).
       01  Verify-Mode Pic X Value "N".
           88 IsVerify Value "Y".
       01  Seed-Given Pic X Value "N".
           88 IsSeedGiven Value "Y".
      *> Rules off the parameter file.
       01  PrizeTable.
           05 PrizeRow occurs 50 times.
              10 PZ-Code Pic X(3).
              10 PZ-Amount Pic 9(7)V99.
              10 PZ-Supp Pic X.
       01  PrizeCount Pic 999 Value 0.
       01  PrizeIndx Pic 999.
       01  MinMonths Pic 999 Value 0.
       01  InclTable.
           05 IN-Dept Pic 9(5) occurs 100 times.
       01  InclCount Pic 999 Value 0.
       01  InclIndx Pic 999.
       01  ExclTable.
           05 ExclRow occurs 200 times.
              10 XK-Kind Pic X.
              10 XK-Key Pic X(20).
       01  ExclCount Pic 999 Value 0.
       01  ExclIndx Pic 999.
       01  CutoffDate Pic 9(8).
       01  MonthIdx Pic 9(6).
       01  CutYear Pic 9(4).
       01  CutMonth Pic 99.
       01  NextFirst Pic 9(8).
      *> The pool, in master-file order -- the order is part of what
      *> the seed reproduces, so it is logged with the drawing.
       01  PoolTable.
           05 PoolRow occurs 5000 times.
              10 PL-EmpNum Pic 9(5).
              10 PL-Name Pic X(35).
              10 PL-RunFile Pic X.
       01  PoolCount Pic 9(5) Value 0.
       01  PoolIndx Pic 9(5).
       01  DrawOrder.
           05 DO-Pos Pic 9(5) occurs 5000 times.
       01  Remaining Pic 9(5).
       01  PickIndx Pic 9(5).
       01  PickHold Pic 9(5).
       01  WinTable.
           05 WinRow occurs 50 times.
              10 WN-Pos Pic 9(5).
              10 WN-EmpNum Pic 9(5).
       01  ReadCount Pic 9(5) Value 0.
       01  InactiveCount Pic 9(5) Value 0.
       01  TenureCount Pic 9(5) Value 0.
       01  DeptCount Pic 9(5) Value 0.
       01  RuleCount Pic 9(5) Value 0.
       01  Emp-Eligible Pic X.
           88 IsEligible Value "Y".
       01  Rule-Found Pic X.
           88 IsRuleFound Value "Y".
      *> Park-Miller minimal standard generator: the next state is
      *> the last times 16807, modulo 2**31 - 1. Plain integer
      *> arithmetic, so the same seed draws the same way anywhere.
       01  Seed Pic 9(10).
       01  RandState Pic 9(10).
       01  RandWork Pic 9(15).
       01  RandQuot Pic 9(15).
       01  PickQuot Pic 9(10).
       01  PickOff Pic 9(5).
       01  StampWork Pic 9(14).
       01  NextPeriod Pic 9(3) Value 0.
       01  NextStart Pic 9(8) Value 0.
       01  Period-Found Pic X Value "N".
           88 IsPeriodFound Value "Y".
      *> Odds request to Lab8Comb.
       01  OddsCall.
           05 OC-Type Pic X(11).
           05 OC-Rep Pic X(11).
           05 OC-N Pic 9(9).
           05 OC-R Pic 9(9).
           05 OC-Result Pic 9(15).
           05 OC-Label Pic X(30).
           05 OC-Msg Pic X(50).
       01  SetOdds Pic 9(15) Value 0.
       01  EachChance Pic 9(5)V99.
      *> What the log says about an earlier drawing of the quarter.
       01  Drawn-Before Pic X Value "N".
           88 IsDrawnBefore Value "Y".
       01  LoggedStamp Pic X(14).
       01  LoggedSeed Pic 9(10).
       01  LoggedPrizes Pic 999.
       01  LoggedWinners.
           05 LW-EmpNum Pic 9(5) occurs 50 times.
       01  LogSection Pic X Value "N".
       01  MismatchCount Pic 999 Value 0.
       01  PostedCount Pic 999 Value 0.
       01  Title-Line.
           05  Pic X(30) Value "Quarterly Prize Drawing       ".
           05  Pic X(8) Value "Quarter ".
           05 TI-Qtr Pic 9.
           05  Pic X(7) Value "  Year ".
           05 TI-Year Pic 9(4).
       01  Employer-Line.
           05  Pic X(10) Value "Employer: ".
           05 EL-Name Pic X(35).
       01  Stat-Line.
           05 SL-Label Pic X(34).
           05 SL-Value Pic X(40).
       01  Count-Edit Pic ZZ,ZZ9.
       01  Odds-Edit Pic ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01  Chance-Edit Pic ZZ,ZZ9.99.
       01  Heading-Line.
           05  Pic X(36) Value
               "Prize  Emp #  Name                  ".
           05  Pic X(36) Value
               "                 Amount  Code  File ".
       01  Detail-Line.
           05 DL-Prize Pic ZZ9.
           05  Pic X(4) Value Spaces.
           05 DL-EmpNum Pic 9(5).
           05  Pic X(2) Value Spaces.
           05 DL-Name Pic X(35).
           05  Pic X(2) Value Spaces.
           05 DL-Amount Pic $Z,ZZZ,ZZ9.99.
           05  Pic X(2) Value Spaces.
           05 DL-Code Pic X(3).
           05  Pic X(3) Value Spaces.
           05 DL-File Pic X.
       01  blank-line Pic X Value Space.

       Procedure Division.
       000-Main.
           Move Function Current-Date (1:14) to RunStamp
           Move RunStamp (1:8) to RunDateNum
           Perform 010-SetCompanyFiles
           Perform 020-GetArguments
           Perform 030-SetQuarterDates
           Perform 050-ReadLog
           if IsVerify
           Perform 600-Verify
           goback
           end-if
           if IsDrawnBefore
           Display "Lab8Draw: quarter " WantQtr " " WantYear
            " was drawn " LoggedStamp " with seed " LoggedSeed
           Display "Lab8Draw: a quarter is drawn once -- VERIFY"
            " redraws it from the log"
           Move 8 to Return-Code
           stop run
           end-if
           Perform 100-LoadParms
           Perform 110-CheckEarnCodes
           Perform 200-BuildPool
           if PoolCount < PrizeCount
           Display "Lab8Draw: " PoolCount " eligible employee(s) for "
            PrizeCount " prize(s), nothing drawn"
           Move 8 to Return-Code
           stop run
           end-if
           Perform 300-FindNextPeriod
           Perform 400-GetOdds
           Perform 500-SetSeed
           Perform 510-DrawWinners
           Perform 700-PostPrizes
           Perform 750-WriteLog
           Perform 800-WriteReport
           Display "Lab8Draw: quarter " WantQtr " " WantYear ", pool "
            PoolCount ", seed " Seed ", " PostedCount
            " prize(s) posted to period " NextPeriod
           Move 0 to Return-Code
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
           end-if
           end-read
           end-perform
           Close CompanyFile
           end-if
           Move "N" to CoEOF.

       014-BuildFileNames.
           Move Spaces to AEarnName
           String Function Trim(CompanyPrefix) "a-earntrans.dat"
            delimited by size into AEarnName
           Move Spaces to BEarnName
           String Function Trim(CompanyPrefix) "b-earntrans.dat"
            delimited by size into BEarnName
           Move Spaces to AuditName
           String Function Trim(CompanyPrefix) "-drawaudit.dat"
            delimited by size into AuditName.

       020-GetArguments.
           Move 1 to ArgNum
           Display ArgNum Upon Argument-Number
           Accept ArgWork from Argument-Value
           if ArgWork = Spaces
           Display "Lab8Draw: usage: QUARTER [YEAR] [SEED | VERIFY]"
           Move 1 to Return-Code
           stop run
           end-if
           Compute WantQtr = Function Numval(ArgWork)
           if WantQtr < 1 or WantQtr > 4
           Display "Lab8Draw: quarter must be 1 through 4"
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
           end-if
           Move 3 to ArgNum
           Display ArgNum Upon Argument-Number
           Move Spaces to ArgWork
           Accept ArgWork from Argument-Value
           if ArgWork = "VERIFY" or ArgWork = "verify"
           Move "Y" to Verify-Mode
           else
           if ArgWork not = Spaces
           Compute Seed = Function Numval(ArgWork)
           if Seed < 1 or Seed > 2147483646
           Display "Lab8Draw: seed must be 1 through 2147483646"
           Move 1 to Return-Code
           stop run
           end-if
           Move "Y" to Seed-Given
           end-if
           end-if
           Move Spaces to RptName
           String Function Trim(CompanyPrefix) "-draw-" WantYear "Q"
            WantQtr ".dat" delimited by size into RptName.

       030-SetQuarterDates.
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
           end-if.

      *> The log is cumulative. The rows after a quarter's header
      *> belong to it until the next header.
       050-ReadLog.
           Open Input AuditFile
           if AuditStatus not = "00"
           exit paragraph
           end-if
           Move "N" to EOF
           Perform until Finished
           Read AuditFile
           at end Move "Y" to EOF
           not at end
           Perform 055-TakeLogRow
           end-read
           end-perform
           Close AuditFile
           Move "N" to EOF.

       055-TakeLogRow.
           if DA-Type = "H"
           if DA-Year = WantYear and DA-Qtr = WantQtr
           Move "Y" to Drawn-Before
           Move "Y" to LogSection
           Move DA-Stamp to LoggedStamp
           Move DA-Seed to LoggedSeed
           Move DA-Prizes to LoggedPrizes
           Move 0 to PoolCount
           else
           Move "N" to LogSection
           end-if
           exit paragraph
           end-if
           if LogSection not = "Y"
           exit paragraph
           end-if
           if DA-Type = "P"
           if PoolCount = 5000
           Display "Lab8Draw: pool table full, run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Add 1 to PoolCount
           Move DA-PEmpNum to PL-EmpNum(PoolCount)
           Move Spaces to PL-Name(PoolCount)
           Move DA-PRunFile to PL-RunFile(PoolCount)
           end-if
           if DA-Type = "W"
           if DA-WPrize > 0 and DA-WPrize not > 50
           Move DA-WEmpNum to LW-EmpNum(DA-WPrize)
           end-if
           end-if.

       100-LoadParms.
           Open Input ParmFile
           if ParmStatus not = "00"
           Display "Lab8Draw: lab8-drawparm.dat not on hand,"
            " no prizes to draw"
           Move 8 to Return-Code
           stop run
           end-if
           Move "N" to EOF
           Perform until Finished
           Read ParmFile
           at end Move "Y" to EOF
           not at end
           Perform 105-TakeParm
           end-read
           end-perform
           Close ParmFile
           Move "N" to EOF
           if PrizeCount = 0
           Display "Lab8Draw: no prize rows on lab8-drawparm.dat"
           Move 8 to Return-Code
           stop run
           end-if.

       105-TakeParm.
           if DW-Type = "P"
           if DW-Amount is not numeric
           Display "Lab8Draw: prize amount not numeric, row skipped"
           exit paragraph
           end-if
           if PrizeCount = 50
           Display "Lab8Draw: prize table full, run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Add 1 to PrizeCount
           Move DW-Key (1:3) to PZ-Code(PrizeCount)
           if PZ-Code(PrizeCount) = Spaces
           Move "PRZ" to PZ-Code(PrizeCount)
           end-if
           Move DW-AmountNum to PZ-Amount(PrizeCount)
           Move "N" to PZ-Supp(PrizeCount)
           end-if
           if DW-Type = "T"
           if DW-Key (1:3) is numeric
           Move DW-Key (1:3) to MinMonths
           else
           Display "Lab8Draw: tenure months not numeric, row skipped"
           end-if
           end-if
           if DW-Type = "D"
           if DW-Key (1:5) is numeric
           if InclCount = 100
           Display "Lab8Draw: department table full, run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Add 1 to InclCount
           Move DW-Key (1:5) to IN-Dept(InclCount)
           else
           Display "Lab8Draw: department not numeric, row skipped"
           end-if
           end-if
           if DW-Type = "E"
           if DW-Kind = "E" or DW-Kind = "D" or DW-Kind = "J"
           if ExclCount = 200
           Display "Lab8Draw: exclusion table full, run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Add 1 to ExclCount
           Move DW-Kind to XK-Kind(ExclCount)
           Move DW-Key to XK-Key(ExclCount)
           else
           Display "Lab8Draw: exclusion kind " DW-Kind
            " is not E, D or J -- row skipped"
           end-if
           end-if.

      *> A prize is a bonus: it should be withheld at the flat
      *> supplemental rate, which only happens when its earnings
      *> code is classed S. The drawing still goes ahead -- payroll
      *> just hears about it before the run, not after.
       110-CheckEarnCodes.
           Open Input EarnCodeFile
           if EarnCodeStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read EarnCodeFile
           at end Move "Y" to EOF
           not at end
           Perform Varying PrizeIndx from 1 by 1
            until PrizeIndx > PrizeCount
           if PZ-Code(PrizeIndx) = EC-Code and EC-Class = "S"
           Move "Y" to PZ-Supp(PrizeIndx)
           end-if
           end-perform
           end-read
           end-perform
           Close EarnCodeFile
           end-if
           Move "N" to EOF
           Perform Varying PrizeIndx from 1 by 1
            until PrizeIndx > PrizeCount
           if PZ-Supp(PrizeIndx) not = "Y"
           Display "Lab8Draw: earnings code " PZ-Code(PrizeIndx)
            " is not classed supplemental on lab8-earncode.dat"
           end-if
           end-perform.

       200-BuildPool.
           Perform 210-SetTenureCutoff
           Open Input MasterFile
           if MasterStatus not = "00"
           Display "Lab8Draw: employee master not on hand"
           Move 8 to Return-Code
           stop run
           end-if
           Move 0 to PoolCount
           Move "N" to EOF
           Perform until Finished
           Read MasterFile Next
           at end Move "Y" to EOF
           not at end
           Add 1 to ReadCount
           Perform 220-CheckEligible
           if IsEligible
           Perform 230-AddToPool
           end-if
           end-read
           end-perform
           Close MasterFile
           Move "N" to EOF.

      *> N months of service at quarter end means hired by the last
      *> day of the month N months before the quarter's last month.
       210-SetTenureCutoff.
           Compute MonthIdx = WantYear * 12 + WantQtr * 3 - 1
            - MinMonths
           Divide MonthIdx by 12 giving CutYear remainder CutMonth
           Add 1 to CutMonth
           if CutMonth = 12
           Compute NextFirst = (CutYear + 1) * 10000 + 101
           else
           Compute NextFirst = CutYear * 10000 + (CutMonth + 1) * 100
            + 1
           end-if
           Compute CutoffDate = Function Date-of-Integer(
            Function Integer-of-Date(NextFirst) - 1).

       220-CheckEligible.
           Move "N" to Emp-Eligible
           if EM-Status not = "A"
           Add 1 to InactiveCount
           exit paragraph
           end-if
           if EM-HireDate is not numeric or EM-HireDate > CutoffDate
           Add 1 to TenureCount
           exit paragraph
           end-if
           if InclCount > 0
           Move "N" to Rule-Found
           Perform Varying InclIndx from 1 by 1
            until InclIndx > InclCount
           if IN-Dept(InclIndx) = EM-DeptNum
           Move "Y" to Rule-Found
           end-if
           end-perform
           if not IsRuleFound
           Add 1 to DeptCount
           exit paragraph
           end-if
           end-if
           Move "N" to Rule-Found
           Perform Varying ExclIndx from 1 by 1
            until ExclIndx > ExclCount
           if XK-Kind(ExclIndx) = "E" and
            XK-Key(ExclIndx) (1:5) = EM-EmpNum
           Move "Y" to Rule-Found
           end-if
           if XK-Kind(ExclIndx) = "D" and
            XK-Key(ExclIndx) (1:5) = EM-DeptNum
           Move "Y" to Rule-Found
           end-if
           if XK-Kind(ExclIndx) = "J" and
            XK-Key(ExclIndx) = EM-JTitle
           Move "Y" to Rule-Found
           end-if
           end-perform
           if IsRuleFound
           Add 1 to RuleCount
           exit paragraph
           end-if
           Move "Y" to Emp-Eligible.

       230-AddToPool.
           if PoolCount = 5000
           Display "Lab8Draw: pool table full, run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Add 1 to PoolCount
           Move EM-EmpNum to PL-EmpNum(PoolCount)
           Move Spaces to PL-Name(PoolCount)
           String Function Trim(EM-FirstName) " "
            Function Trim(EM-LastName)
            delimited by size into PL-Name(PoolCount)
           if EM-RunFile = "B"
           Move "B" to PL-RunFile(PoolCount)
           else
           Move "A" to PL-RunFile(PoolCount)
           end-if.

      *> The prizes ride on the next period to start after today, so
      *> they are paid on a run nobody has started yet.
       300-FindNextPeriod.
           Open Input CalFile
           if CalStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read CalFile
           at end Move "Y" to EOF
           not at end
           if CAL-Start > RunDateNum and
            (not IsPeriodFound or CAL-Start < NextStart)
           Move "Y" to Period-Found
           Move CAL-Start to NextStart
           Move CAL-Period to NextPeriod
           end-if
           end-read
           end-perform
           Close CalFile
           end-if
           Move "N" to EOF
           if not IsPeriodFound
           Display "Lab8Draw: no pay period on lab8-paycalendar.dat"
            " starts after " RunDateNum ", nothing drawn"
           Move 8 to Return-Code
           stop run
           end-if.

      *> Lab8Comb counts the possible winning sets; with n in the pool
      *> and k prizes any one set is 1 in C(n,k), and any one
      *> employee's chance of a prize is k in n.
       400-GetOdds.
           Move "O" to OC-Type
           Move "N" to OC-Rep
           Move PoolCount to OC-N
           Move PrizeCount to OC-R
           Call "Lab8Comb" using OC-Type OC-Rep OC-N OC-R OC-Result
            OC-Label OC-Msg
           Move OC-Result to SetOdds
           if OC-Result = 0
           Display "Lab8Draw: Lab8Comb -- " Function Trim(OC-Msg)
           end-if
           Compute EachChance rounded = PoolCount / PrizeCount.

       500-SetSeed.
           if not IsSeedGiven
           Move RunStamp to StampWork
           Divide StampWork by 2147483646 giving RandQuot
            remainder Seed
           Add 1 to Seed
           end-if
           Move Seed to RandState.

      *> Each prize takes one state step; the state picks among the
      *> members not yet drawn, and the pick is swapped to the end of
      *> the live range so nobody can win twice.
       510-DrawWinners.
           Perform Varying PoolIndx from 1 by 1
            until PoolIndx > PoolCount
           Move PoolIndx to DO-Pos(PoolIndx)
           end-perform
           Move PoolCount to Remaining
           Perform Varying PrizeIndx from 1 by 1
            until PrizeIndx > PrizeCount
           Perform 520-NextRandom
           Divide RandState by Remaining giving PickQuot
            remainder PickOff
           Compute PickIndx = PickOff + 1
           Move DO-Pos(PickIndx) to PickHold
           Move DO-Pos(Remaining) to DO-Pos(PickIndx)
           Move PickHold to DO-Pos(Remaining)
           Move PickHold to WN-Pos(PrizeIndx)
           Move PL-EmpNum(PickHold) to WN-EmpNum(PrizeIndx)
           Subtract 1 from Remaining
           end-perform.

       520-NextRandom.
           Compute RandWork = RandState * 16807
           Divide RandWork by 2147483647 giving RandQuot
            remainder RandState.

      *> Redraw from what the log says -- its pool, in its order, and
      *> its seed -- and hold the result against its winners.
       600-Verify.
           if not IsDrawnBefore
           Display "Lab8Draw: no drawing logged for quarter " WantQtr
            " " WantYear " on " Function Trim(AuditName)
           Move 8 to Return-Code
           stop run
           end-if
           Move LoggedSeed to Seed
           Move LoggedSeed to RandState
           Move LoggedPrizes to PrizeCount
           Perform 510-DrawWinners
           Move 0 to MismatchCount
           Perform Varying PrizeIndx from 1 by 1
            until PrizeIndx > PrizeCount
           if WN-EmpNum(PrizeIndx) not = LW-EmpNum(PrizeIndx)
           Add 1 to MismatchCount
           Display "Lab8Draw: prize " PrizeIndx " logged to "
            LW-EmpNum(PrizeIndx) ", redraw gives "
            WN-EmpNum(PrizeIndx)
           end-if
           end-perform
           if MismatchCount = 0
           Display "Lab8Draw: quarter " WantQtr " " WantYear
            " verified -- seed " Seed " over the logged pool of "
            PoolCount " draws the logged winners"
           Move 0 to Return-Code
           else
           Display "Lab8Draw: quarter " WantQtr " " WantYear " does "
            "not verify, " MismatchCount " prize(s) differ"
           Move 8 to Return-Code
           end-if.

       700-PostPrizes.
           Perform Varying PrizeIndx from 1 by 1
            until PrizeIndx > PrizeCount
           Move WN-Pos(PrizeIndx) to PoolIndx
           if PL-RunFile(PoolIndx) = "B"
           Perform 720-PostB
           else
           Perform 710-PostA
           end-if
           Add 1 to PostedCount
           end-perform.

       710-PostA.
           Open Extend AEarnFile
           if AEarnStatus = "35"
           Open Output AEarnFile
           Close AEarnFile
           Open Extend AEarnFile
           end-if
           Move PL-EmpNum(PoolIndx) to AE-EmpNum
           Move PZ-Code(PrizeIndx) to AE-Code
           Move PZ-Amount(PrizeIndx) to AE-Amount
           Move "Y" to AE-Taxable
           Move NextPeriod to AE-Period
           Write AEarn-Record
           Close AEarnFile.

       720-PostB.
           Open Extend BEarnFile
           if BEarnStatus = "35"
           Open Output BEarnFile
           Close BEarnFile
           Open Extend BEarnFile
           end-if
           Move PL-EmpNum(PoolIndx) to BE-EmpNum
           Move PZ-Code(PrizeIndx) to BE-Code
           Move PZ-Amount(PrizeIndx) to BE-Amount
           Move "Y" to BE-Taxable
           Move NextPeriod to BE-Period
           Write BEarn-Record
           Close BEarnFile.

       750-WriteLog.
           Open Extend AuditFile
           if AuditStatus = "35"
           Open Output AuditFile
           Close AuditFile
           Open Extend AuditFile
           end-if
           Move Spaces to AuditHead-Record
           Move "H" to DA-Type
           Move WantYear to DA-Year
           Move WantQtr to DA-Qtr
           Move RunStamp to DA-Stamp
           Move Seed to DA-Seed
           Move PoolCount to DA-Pool
           Move PrizeCount to DA-Prizes
           Move SetOdds to DA-Odds
           Move NextPeriod to DA-Period
           Write AuditHead-Record
           Perform Varying PoolIndx from 1 by 1
            until PoolIndx > PoolCount
           Move Spaces to AuditPool-Record
           Move "P" to DA-Type
           Move WantYear to DA-Year
           Move WantQtr to DA-Qtr
           Move PoolIndx to DA-PSeq
           Move PL-EmpNum(PoolIndx) to DA-PEmpNum
           Move PL-RunFile(PoolIndx) to DA-PRunFile
           Write AuditPool-Record
           end-perform
           Perform Varying PrizeIndx from 1 by 1
            until PrizeIndx > PrizeCount
           Move WN-Pos(PrizeIndx) to PoolIndx
           Move Spaces to AuditWin-Record
           Move "W" to DA-Type
           Move WantYear to DA-Year
           Move WantQtr to DA-Qtr
           Move PrizeIndx to DA-WPrize
           Move PL-EmpNum(PoolIndx) to DA-WEmpNum
           Move PZ-Amount(PrizeIndx) to DA-WAmount
           Move PZ-Code(PrizeIndx) to DA-WCode
           Move PL-Name(PoolIndx) to DA-WName
           Write AuditWin-Record
           end-perform
           Close AuditFile.

       800-WriteReport.
           Open Output RptFile
           Move WantQtr to TI-Qtr
           Move WantYear to TI-Year
           Write ot-record from Title-Line
           if CompanyName not = Spaces
           Move CompanyName to EL-Name
           Write ot-record from Employer-Line
           end-if
           Write ot-record from blank-line
           Move "Employees on the master" to SL-Label
           Move ReadCount to Count-Edit
           Move Count-Edit to SL-Value
           Write ot-record from Stat-Line
           Move "  Not active" to SL-Label
           Move InactiveCount to Count-Edit
           Move Count-Edit to SL-Value
           Write ot-record from Stat-Line
           Move Spaces to SL-Label
           String "  Under " MinMonths " month(s) of service"
            delimited by size into SL-Label
           Move TenureCount to Count-Edit
           Move Count-Edit to SL-Value
           Write ot-record from Stat-Line
           Move "  Department not in the drawing" to SL-Label
           Move DeptCount to Count-Edit
           Move Count-Edit to SL-Value
           Write ot-record from Stat-Line
           Move "  Excluded by rule" to SL-Label
           Move RuleCount to Count-Edit
           Move Count-Edit to SL-Value
           Write ot-record from Stat-Line
           Move "Eligible pool" to SL-Label
           Move PoolCount to Count-Edit
           Move Count-Edit to SL-Value
           Write ot-record from Stat-Line
           Move "Prizes" to SL-Label
           Move PrizeCount to Count-Edit
           Move Count-Edit to SL-Value
           Write ot-record from Stat-Line
           Move "Odds of the winning set" to SL-Label
           Move Spaces to SL-Value
           if SetOdds > 0
           Move SetOdds to Odds-Edit
           String "1 in " Function Trim(Odds-Edit)
            delimited by size into SL-Value
           else
           Move "beyond 15 digits" to SL-Value
           end-if
           Write ot-record from Stat-Line
           Move "Each employee's chance of a prize" to SL-Label
           Move EachChance to Chance-Edit
           Move Spaces to SL-Value
           String "1 in " Function Trim(Chance-Edit)
            delimited by size into SL-Value
           Write ot-record from Stat-Line
           Move "Seed" to SL-Label
           Move Spaces to SL-Value
           Move Seed to SL-Value (1:10)
           Write ot-record from Stat-Line
           Move "Prizes paid in pay period" to SL-Label
           Move Spaces to SL-Value
           Move NextPeriod to SL-Value (1:3)
           Write ot-record from Stat-Line
           Write ot-record from blank-line
           Write ot-record from Heading-Line
           Perform Varying PrizeIndx from 1 by 1
            until PrizeIndx > PrizeCount
           Move WN-Pos(PrizeIndx) to PoolIndx
           Move PrizeIndx to DL-Prize
           Move PL-EmpNum(PoolIndx) to DL-EmpNum
           Move PL-Name(PoolIndx) to DL-Name
           Move PZ-Amount(PrizeIndx) to DL-Amount
           Move PZ-Code(PrizeIndx) to DL-Code
           Move PL-RunFile(PoolIndx) to DL-File
           Write ot-record from Detail-Line
           end-perform
           Close RptFile.
