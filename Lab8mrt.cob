      *Tyler Zysberg
      *> Merit increase cycle. Replaces hundreds of hand-keyed
      *> Lab8Mnt pay changes with one matrix-driven pass over the
      *> employee master, in three steps run in order:
      *>   PROPOSE yyyymmdd -- every active employee on
      *>     lab8-empmaster.dat gets a proposed increase off
      *>     lab8-meritmatrix.dat: a "J" row (flat percent for a job
      *>     title) wins when the employee's title has one, otherwise
      *>     the "D" row for the department and the rating on
      *>     lab8-meritrating.dat (rating "*" on a D row is the
      *>     department's default for any rating). Hourly employees
      *>     get the percent on FileRate, everyone else on FilePay.
      *>     The proposals go to lab8-meritprop.dat in department
      *>     order and the management review report, with annualized
      *>     budget totals per department, to lab8-merit-rpt.dat.
      *>   SUBMIT userid -- once management signs off, each proposed
      *>     increase is added to lab8-emptrans.dat as a Lab8Mnt
      *>     change carrying the effective date, under the submitting
      *>     user's id. A pay change is a money change, so every one
      *>     goes through the existing dual-control pending/approve
      *>     flow; nothing here touches the master.
      *>   RETRO -- for an increase effective before the current pay
      *>     period that Lab8Mnt has applied, writes a Lab8Adj
      *>     transaction (lab8-adjtrans.dat) for each period already
      *>     paid (marked complete on lab8-runcontrol.dat) from the
      *>     effective date on; a period the date falls inside is
      *>     prorated by days. Increases not yet approved are left
      *>     for a later RETRO run.
      *> TZ - each RETRO transaction carries the date its period was
      *> paid (the run date off lab8-runcontrol.dat), so Lab8Adj no
      *> longer has to find the period by number on a calendar that
      *> may already have been replaced for the new year.
       Identification Division.
       Program-ID.     Lab8Mrt.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select MasterFile
               Assign to "lab8-empmaster.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is EM-EmpNum
               File Status is MasterStatus.
           Select MatrixFile
               Assign to "lab8-meritmatrix.dat"
               Organization is Line Sequential
               File Status is MatrixStatus.
           Select RatingFile
               Assign to "lab8-meritrating.dat"
               Organization is Line Sequential
               File Status is RatingStatus.
           Select MeritWorkFile
               Assign to "lab8-meritwork.dat"
               Organization is Line Sequential.
           Select MeritSrt Assign to Disk.
           Select PropFile
               Assign to "lab8-meritprop.dat"
               Organization is Line Sequential
               File Status is PropStatus.
           Select RptFile
               Assign to "lab8-merit-rpt.dat"
               Organization is Line Sequential.
           Select TransFile
               Assign to "lab8-emptrans.dat"
               Organization is Line Sequential
               File Status is TransStatus.
           Select CalFile
               Assign to "lab8-paycalendar.dat"
               Organization is Line Sequential
               File Status is CalStatus.
           Select RunCtlFile
               Assign to "lab8-runcontrol.dat"
               Organization is Line Sequential
               File Status is RunCtlStatus.
           Select AdjTransFile
               Assign to "lab8-adjtrans.dat"
               Organization is Line Sequential
               File Status is AdjTransStatus.

       Data Division.
       File Section.
       FD  MasterFile.
       01  Master-Record.
           05 EM-EmpNum Pic 9(5).
           05 EM-Image.
               10 EM-RunFile Pic X.
               10 EM-Status Pic X.
               10 EM-EmpData Pic X(230).
           05 EM-SSN Pic 9(9).
           05 EM-WorkState Pic XX.

       FD  MatrixFile.
       01  Matrix-Record.
           05 MX-Type Pic X.
           05  Pic X.
           05 MX-Key Pic X(20).
           05  Pic X.
           05 MX-Rating Pic X.
           05  Pic X.
           05 MX-Pct Pic 99V999.

       FD  RatingFile.
       01  Rating-Record.
           05 MR-EmpNum Pic 9(5).
           05  Pic X.
           05 MR-Rating Pic X.

       FD  MeritWorkFile.
       01  MeritWork-Line Pic X(112).

       SD  MeritSrt.
       01  MeritSrt-Rec.
           05 MS-DeptNum Pic 9(5).
           05  Pic X.
           05 MS-EmpNum Pic 9(5).
           05  Pic X(101).

       FD  PropFile.
       01  Prop-Line Pic X(112).

       FD  RptFile.
       01  ot-record Pic X(132).

      *> Same layout Lab8Mnt reads; a merit change only fills in
      *> the action, user, run file, the employee data and the
      *> effective date -- a blank SSN and work state leave the
      *> master's alone.
       FD  TransFile.
       01  Trans-Record.
           05 TR-Action Pic X.
           05 TR-User Pic X(8).
           05 TR-RunFile Pic X.
           05 TR-EmpData Pic X(230).
           05 TR-SSN Pic X(9).
           05 TR-WorkState Pic XX.
           05 TR-DDPriority Pic X.
           05 TR-DDType Pic X.
           05 TR-DDValue Pic X(9).
           05 TR-EffDate Pic X(8).

       FD  CalFile.
       01  Cal-Record.
           05 CAL-Period Pic 9(3).
           05 CAL-Start Pic 9(8).
           05 CAL-End Pic 9(8).
           05 CAL-RunDate Pic 9(8).

       FD  RunCtlFile.
       01  RunCtl-Record.
           05 RC-Period Pic 9(3).
           05  Pic X.
           05 RC-Company Pic X(3).
           05  Pic X.
           05 RC-Status Pic X.
           05  Pic X.
           05 RC-RunDate Pic 9(8).

       FD  AdjTransFile.
       01  AdjTrans-Record.
           05 AJ-EmpNum Pic 9(5).
           05 AJ-EmpName Pic X(35).
           05 AJ-Period Pic 9(3).
           05 AJ-MarStat Pic X.
           05 AJ-Dep Pic 99.
           05 AJ-401k Pic V999.
           05 AJ-CityState Pic X(20).
           05 AJ-SchoolDist Pic XXX.
           05 AJ-Insurance Pic XXX.
           05 AJ-PayFreq Pic X.
           05 AJ-HireDate Pic 9(8).
           05 AJ-OldPay Pic 9(7)V99.
           05 AJ-NewPay Pic 9(7)V99.
           05 AJ-PayDate Pic 9(8).

       Working-Storage Section.
       01  EOF Pic X.
           88 Finished Value "Y".
       01  MasterStatus Pic XX.
       01  MatrixStatus Pic XX.
       01  RatingStatus Pic XX.
       01  PropStatus Pic XX.
       01  TransStatus Pic XX.
       01  CalStatus Pic XX.
       01  RunCtlStatus Pic XX.
       01  AdjTransStatus Pic XX.
       01  ArgNum Pic 99.
       01  ArgWork Pic X(10).
       01  RunMode Pic X(8).
       01  SubmitUser Pic X(8).
       01  EffDate Pic 9(8).
       01  RunDateNum Pic 9(8).
      *> EM-EmpData field by field -- the same byte positions as the
      *> extract record Lab08a and Lab08 read.
       01  MeritImage.
           05  Pic X(17).
           05 MI-DeptNum Pic 9(5).
           05  Pic X(30).
           05 MI-EmpNum Pic 9(5).
           05 MI-Name Pic X(35).
           05  Pic X(21).
           05 MI-CityState Pic X(20).
           05 MI-JTitle Pic X(20).
           05  Pic X(8).
           05 MI-HireDate Pic 9(8).
           05 MI-MarStat Pic X.
           05 MI-Dep Pic 99.
           05 MI-SchoolDist Pic X(3).
           05 MI-Insurance Pic X(3).
           05 MI-401k Pic V999.
           05 MI-PayCode Pic X.
           05 MI-Pay Pic S9(7)V99.
           05 MI-Hours Pic S99V99.
           05 MI-Rate Pic S99V99.
           05  Pic X(30).
           05 MI-PayFreq Pic X.
       01  PropWork.
           05 PW-DeptNum Pic 9(5).
           05  Pic X Value Space.
           05 PW-EmpNum Pic 9(5).
           05  Pic X Value Space.
           05 PW-Name Pic X(35).
           05  Pic X Value Space.
           05 PW-PayCode Pic X.
           05  Pic X Value Space.
           05 PW-Rating Pic X.
           05  Pic X Value Space.
           05 PW-Pct Pic 99V999.
           05  Pic X Value Space.
           05 PW-OldAmt Pic 9(7)V99.
           05  Pic X Value Space.
           05 PW-NewAmt Pic 9(7)V99.
           05  Pic X Value Space.
           05 PW-OldAnnual Pic 9(9)V99.
           05  Pic X Value Space.
           05 PW-NewAnnual Pic 9(9)V99.
           05  Pic X Value Space.
           05 PW-EffDate Pic 9(8).
           05  Pic X Value Space.
           05 PW-Status Pic X.
              88 IsProposed Value "P".
              88 IsNoIncrease Value "N".
              88 IsNoMatrix Value "X".
              88 IsSubmitted Value "S".
              88 IsRetroDone Value "R".
       01  MatrixTable.
           05 MatrixRow occurs 500 times.
              10 MT-Type Pic X.
              10 MT-Key Pic X(20).
              10 MT-Rating Pic X.
              10 MT-Pct Pic 99V999.
       01  MatrixCount Pic 999 Value 0.
       01  MatrixIndx Pic 999.
       01  RatingTable.
           05 RatingRow occurs 5000 times.
              10 RT-EmpNum Pic 9(5).
              10 RT-Rating Pic X.
       01  RatingCount Pic 9(4) Value 0.
       01  RatingIndx Pic 9(4).
       01  PropTable.
           05 PropRow Pic X(112) occurs 5000 times.
       01  PropCount Pic 9(4) Value 0.
       01  PropIndx Pic 9(4).
       01  CalTable.
           05 CalRow occurs 200 times.
              10 CT-Period Pic 9(3).
              10 CT-Start Pic 9(8).
              10 CT-End Pic 9(8).
       01  CalCount Pic 999 Value 0.
       01  CalIndx Pic 999.
       01  PaidTable.
           05 PaidFlag Pic X occurs 999 times.
       01  PaidDateTable.
           05 PaidDate Pic 9(8) occurs 999 times.
       01  CurStart Pic 9(8).
       01  DeptKey Pic X(20).
       01  Pct-Found Pic X.
           88 IsPctFound Value "Y".
       01  PeriodsPerYear Pic 99.
       01  NewRateWork Pic 9(5)V99.
       01  NewPayWork Pic 9(9)V99.
       01  PeriodDays Pic 9(5).
       01  EffDays Pic 9(5).
       01  RetroNew Pic 9(9)V99.
       01  RetroOld Pic 9(9)V99.
       01  AmountOnFile Pic 9(7)V99.
       01  LastDept Pic 9(5).
       01  DeptCount Pic 9(5).
       01  DeptOld Pic 9(11)V99.
       01  DeptNew Pic 9(11)V99.
       01  DeptIncr Pic 9(11)V99.
       01  GrandCount Pic 9(5) Value 0.
       01  GrandOld Pic 9(11)V99 Value 0.
       01  GrandNew Pic 9(11)V99 Value 0.
       01  GrandIncr Pic 9(11)V99 Value 0.
       01  IncrWork Pic 9(11)V99.
       01  PctWork Pic 999V99.
       01  ProposedCount Pic 9(5) Value 0.
       01  NoRowCount Pic 9(5) Value 0.
       01  SubmitCount Pic 9(5) Value 0.
       01  SkipCount Pic 9(5) Value 0.
       01  RetroEmpCount Pic 9(5) Value 0.
       01  RetroTransCount Pic 9(5) Value 0.
       01  AwaitCount Pic 9(5) Value 0.
       01  Heading-Line.
           05  Pic X(32) Value "Merit Increase Proposal".
           05  Pic X(11) Value "Effective ".
           05 HD-EffDate Pic 9(8).
           05  Pic X(14) Value "    Run Date ".
           05 HD-RunDate Pic 9(8).
       01  Column-Line.
           05  Pic X(44) Value
               "Emp   Name                               Pay".
           05  Pic X(44) Value
               " Rtg    Pct       Current      Proposed    ".
           05  Pic X(24) Value "  Annual Incr  Note".
       01  Detail-Line.
           05 DL-EmpNum Pic 9(5).
           05  Pic X Value Space.
           05 DL-Name Pic X(35).
           05  Pic XX Value Spaces.
           05 DL-PayCode Pic X.
           05  Pic XXX Value Spaces.
           05 DL-Rating Pic X.
           05  Pic XX Value Spaces.
           05 DL-Pct Pic Z9.999.
           05  Pic X Value Space.
           05 DL-OldAmt Pic Z,ZZZ,ZZ9.99.
           05  Pic XX Value Spaces.
           05 DL-NewAmt Pic Z,ZZZ,ZZ9.99.
           05  Pic X Value Space.
           05 DL-Incr Pic ZZ,ZZZ,ZZ9.99.
           05  Pic XX Value Spaces.
           05 DL-Note Pic X(20).
       01  Dept-Line.
           05 DT-Label Pic X(10).
           05  Pic X(3) Value Spaces.
           05 DT-Count Pic ZZ,ZZ9.
           05  Pic X(11) Value " employees ".
           05  Pic X(16) Value "Current annual ".
           05 DT-Old Pic $$$,$$$,$$9.99.
           05  Pic X(11) Value "  Increase ".
           05 DT-Incr Pic $$,$$$,$$9.99.
           05  Pic X(7) Value "  New ".
           05 DT-New Pic $$$,$$$,$$9.99.
           05  Pic XX Value Spaces.
           05 DT-Pct Pic ZZ9.99.
           05  Pic X Value "%".
       01  blank-line Pic X Value Space.

       Procedure Division.
       000-Main.
           Move Function Current-Date (1:8) to RunDateNum
           Perform 010-ReadArgs
           if RunMode = "PROPOSE"
           Perform 100-Propose
           else
           if RunMode = "SUBMIT"
           Perform 200-Submit
           else
           Perform 300-Retro
           end-if
           end-if
           goback.

       010-ReadArgs.
           Move 1 to ArgNum
           Display ArgNum Upon Argument-Number
           Move Spaces to ArgWork
           Accept ArgWork from Argument-Value
           Move Function Upper-Case(ArgWork) to RunMode
           Move 2 to ArgNum
           Display ArgNum Upon Argument-Number
           Move Spaces to ArgWork
           Accept ArgWork from Argument-Value
           if RunMode = "PROPOSE"
           if ArgWork is not numeric or
            Function Test-Date-YYYYMMDD(Function Numval(ArgWork))
            not = 0
           Display "Lab8Mrt: usage: PROPOSE yyyymmdd (effective date)"
           Move 1 to Return-Code
           stop run
           end-if
           Move ArgWork to EffDate
           else
           if RunMode = "SUBMIT"
           if ArgWork = Spaces
           Display "Lab8Mrt: usage: SUBMIT userid"
           Move 1 to Return-Code
           stop run
           end-if
           Move ArgWork to SubmitUser
           else
           if RunMode not = "RETRO"
           Display "Lab8Mrt: usage: PROPOSE yyyymmdd | SUBMIT userid"
            " | RETRO"
           Move 1 to Return-Code
           stop run
           end-if
           end-if
           end-if.

      *> ----------------------------------------------------------
      *> PROPOSE
      *> ----------------------------------------------------------
       100-Propose.
           Perform 900-LoadMatrix
           Perform 910-LoadRatings
           Open Input MasterFile
           if MasterStatus not = "00"
           Display "Lab8Mrt: employee master not available, status "
            MasterStatus
           Move 1 to Return-Code
           stop run
           end-if
           Open Output MeritWorkFile
           Move "N" to EOF
           Perform until Finished
           Read MasterFile Next
           at end Move "Y" to EOF
           not at end
           if EM-Status = "A"
           Perform 110-ProposeEmployee
           end-if
           end-read
           end-perform
           Close MasterFile
           Close MeritWorkFile
           Move "N" to EOF
           Sort MeritSrt
              On Ascending Key MS-DeptNum MS-EmpNum
              Using MeritWorkFile
              Giving PropFile
           Perform 150-WriteProposalRpt
           Display "Lab8Mrt: " ProposedCount " increase(s) proposed, "
            NoRowCount " employee(s) with no matrix entry -- see "
            "lab8-merit-rpt.dat"
           Move 0 to Return-Code.

       110-ProposeEmployee.
           Move EM-EmpData to MeritImage
           Move Spaces to PropWork
           Move MI-DeptNum to PW-DeptNum
           Move EM-EmpNum to PW-EmpNum
           Move MI-Name to PW-Name
           Move MI-PayCode to PW-PayCode
           Move EffDate to PW-EffDate
           Move Space to PW-Rating
           Perform Varying RatingIndx from 1 by 1
            until RatingIndx > RatingCount
           if RT-EmpNum(RatingIndx) = EM-EmpNum
           Move RT-Rating(RatingIndx) to PW-Rating
           end-if
           end-perform
           Perform 120-FindPct
           Perform 130-SetPeriods
           if MI-PayCode = "H"
           Move MI-Rate to PW-OldAmt
           Compute PW-OldAnnual = MI-Rate * MI-Hours * PeriodsPerYear
           Compute NewRateWork rounded =
            MI-Rate * (1 + PW-Pct / 100)
           if NewRateWork > 99.99
           Move "N" to PW-Status
           Move PW-OldAmt to PW-NewAmt
           Move PW-OldAnnual to PW-NewAnnual
           else
           Move NewRateWork to PW-NewAmt
           Compute PW-NewAnnual = NewRateWork * MI-Hours
            * PeriodsPerYear
           end-if
           else
           Move MI-Pay to PW-OldAmt
           Move MI-Pay to PW-OldAnnual
           Compute NewPayWork rounded = MI-Pay * (1 + PW-Pct / 100)
           if NewPayWork > 9999999.99
           Move "N" to PW-Status
           Move PW-OldAmt to PW-NewAmt
           Move PW-OldAnnual to PW-NewAnnual
           else
           Move NewPayWork to PW-NewAmt
           Move NewPayWork to PW-NewAnnual
           end-if
           end-if
           if PW-Status = Space
           if PW-NewAmt > PW-OldAmt
           Move "P" to PW-Status
           Add 1 to ProposedCount
           else
           Move "N" to PW-Status
           end-if
           end-if
           if not IsPctFound
           Move "X" to PW-Status
           Add 1 to NoRowCount
           end-if
           Write MeritWork-Line from PropWork.

      *> A title row is a flat policy for that title and beats the
      *> department matrix; within a department the exact rating
      *> beats the "*" default.
       120-FindPct.
           Move 0 to PW-Pct
           Move "N" to Pct-Found
           Perform Varying MatrixIndx from 1 by 1
            until MatrixIndx > MatrixCount or IsPctFound
           if MT-Type(MatrixIndx) = "J" and
            MT-Key(MatrixIndx) = MI-JTitle
           Move MT-Pct(MatrixIndx) to PW-Pct
           Move "Y" to Pct-Found
           end-if
           end-perform
           Move Spaces to DeptKey
           Move MI-DeptNum to DeptKey (1:5)
           if not IsPctFound and PW-Rating not = Space
           Perform Varying MatrixIndx from 1 by 1
            until MatrixIndx > MatrixCount or IsPctFound
           if MT-Type(MatrixIndx) = "D" and
            MT-Key(MatrixIndx) = DeptKey and
            MT-Rating(MatrixIndx) = PW-Rating
           Move MT-Pct(MatrixIndx) to PW-Pct
           Move "Y" to Pct-Found
           end-if
           end-perform
           end-if
           if not IsPctFound
           Perform Varying MatrixIndx from 1 by 1
            until MatrixIndx > MatrixCount or IsPctFound
           if MT-Type(MatrixIndx) = "D" and
            MT-Key(MatrixIndx) = DeptKey and
            MT-Rating(MatrixIndx) = "*"
           Move MT-Pct(MatrixIndx) to PW-Pct
           Move "Y" to Pct-Found
           end-if
           end-perform
           end-if.

      *> Pay periods per year by pay frequency, the same divisors
      *> 101-CalculateGross uses.
       130-SetPeriods.
           if MI-PayFreq = "W"
           Move 52 to PeriodsPerYear
           else
           if MI-PayFreq = "B"
           Move 26 to PeriodsPerYear
           else
           if MI-PayFreq = "S"
           Move 24 to PeriodsPerYear
           else
           Move 12 to PeriodsPerYear
           end-if
           end-if
           end-if.

       150-WriteProposalRpt.
           Open Output RptFile
           Move EffDate to HD-EffDate
           Move RunDateNum to HD-RunDate
           Write ot-record from Heading-Line
           Write ot-record from blank-line
           Write ot-record from Column-Line
           Move 0 to LastDept
           Move 0 to DeptCount
           Open Input PropFile
           Move "N" to EOF
           Perform until Finished
           Read PropFile into PropWork
           at end Move "Y" to EOF
           not at end
           if PW-DeptNum not = LastDept and DeptCount > 0
           Perform 160-WriteDeptTotal
           end-if
           if DeptCount = 0
           Move PW-DeptNum to LastDept
           Move 0 to DeptOld
           Move 0 to DeptNew
           Move 0 to DeptIncr
           Write ot-record from blank-line
           end-if
           Perform 155-WriteDetail
           end-read
           end-perform
           Close PropFile
           if DeptCount > 0
           Perform 160-WriteDeptTotal
           end-if
           Move "All depts" to DT-Label
           Move GrandCount to DT-Count
           Move GrandOld to DT-Old
           Move GrandIncr to DT-Incr
           Move GrandNew to DT-New
           Move GrandOld to DeptOld
           Move GrandIncr to DeptIncr
           Perform 165-SetPct
           Write ot-record from blank-line
           Write ot-record from Dept-Line
           Close RptFile
           Move "N" to EOF.

       155-WriteDetail.
           Move PW-EmpNum to DL-EmpNum
           Move PW-Name to DL-Name
           Move PW-PayCode to DL-PayCode
           Move PW-Rating to DL-Rating
           Move PW-Pct to DL-Pct
           Move PW-OldAmt to DL-OldAmt
           Move PW-NewAmt to DL-NewAmt
           Compute IncrWork = PW-NewAnnual - PW-OldAnnual
           Move IncrWork to DL-Incr
           Move Spaces to DL-Note
           if IsNoMatrix
           Move "NO MATRIX ENTRY" to DL-Note
           end-if
           if IsNoIncrease and PW-Pct > 0
           Move "FIELD LIMIT, HELD" to DL-Note
           end-if
           Write ot-record from Detail-Line
           Add 1 to DeptCount
           Add PW-OldAnnual to DeptOld
           Add PW-NewAnnual to DeptNew
           Add IncrWork to DeptIncr.

       160-WriteDeptTotal.
           Move Spaces to DT-Label
           String "Dept " LastDept delimited by size into DT-Label
           Move DeptCount to DT-Count
           Move DeptOld to DT-Old
           Move DeptIncr to DT-Incr
           Move DeptNew to DT-New
           Perform 165-SetPct
           Write ot-record from Dept-Line
           Add DeptCount to GrandCount
           Add DeptOld to GrandOld
           Add DeptNew to GrandNew
           Add DeptIncr to GrandIncr
           Move 0 to DeptCount.

       165-SetPct.
           if DeptOld > 0
           Compute PctWork rounded = DeptIncr * 100 / DeptOld
           else
           Move 0 to PctWork
           end-if
           Move PctWork to DT-Pct.

      *> ----------------------------------------------------------
      *> SUBMIT
      *> ----------------------------------------------------------
      *> A proposal whose current pay no longer matches the master
      *> (somebody changed it since PROPOSE) is skipped, not pushed
      *> over the top of the newer figure -- rerun PROPOSE for it.
       200-Submit.
           Perform 920-LoadProposals
           Open Input MasterFile
           if MasterStatus not = "00"
           Display "Lab8Mrt: employee master not available, status "
            MasterStatus
           Move 1 to Return-Code
           stop run
           end-if
           Open Extend TransFile
           if TransStatus = "35"
           Open Output TransFile
           end-if
           Perform Varying PropIndx from 1 by 1
            until PropIndx > PropCount
           Move PropRow(PropIndx) to PropWork
           if IsProposed
           Perform 210-SubmitEmployee
           Move PropWork to PropRow(PropIndx)
           end-if
           end-perform
           Close TransFile
           Close MasterFile
           Perform 930-RewriteProposals
           Display "Lab8Mrt: " SubmitCount " increase(s) submitted "
            "for approval, " SkipCount " skipped"
           Move 0 to Return-Code.

       210-SubmitEmployee.
           Move PW-EmpNum to EM-EmpNum
           Read MasterFile
           invalid key
           Display "Lab8Mrt: employee " PW-EmpNum
            " no longer on master, skipped"
           Add 1 to SkipCount
           not invalid key
           Move EM-EmpData to MeritImage
           if MI-PayCode = "H"
           Move MI-Rate to AmountOnFile
           else
           Move MI-Pay to AmountOnFile
           end-if
           if EM-Status not = "A" or AmountOnFile not = PW-OldAmt
           Display "Lab8Mrt: employee " PW-EmpNum
            " changed since the proposal, skipped"
           Add 1 to SkipCount
           else
           if MI-PayCode = "H"
           Move PW-NewAmt to MI-Rate
           else
           Move PW-NewAmt to MI-Pay
           end-if
           Move Spaces to Trans-Record
           Move "C" to TR-Action
           Move SubmitUser to TR-User
           Move EM-RunFile to TR-RunFile
           Move MeritImage to TR-EmpData
           Move PW-EffDate to TR-EffDate
           Write Trans-Record
           Move "S" to PW-Status
           Add 1 to SubmitCount
           end-if
           end-read.

      *> ----------------------------------------------------------
      *> RETRO
      *> ----------------------------------------------------------
       300-Retro.
           Perform 920-LoadProposals
           Perform 940-LoadCalendar
           Perform 950-LoadPaidPeriods
           Open Input MasterFile
           if MasterStatus not = "00"
           Display "Lab8Mrt: employee master not available, status "
            MasterStatus
           Move 1 to Return-Code
           stop run
           end-if
           Open Extend AdjTransFile
           if AdjTransStatus = "35"
           Open Output AdjTransFile
           end-if
           Perform Varying PropIndx from 1 by 1
            until PropIndx > PropCount
           Move PropRow(PropIndx) to PropWork
           if IsSubmitted
           Perform 310-RetroEmployee
           Move PropWork to PropRow(PropIndx)
           end-if
           end-perform
           Close AdjTransFile
           Close MasterFile
           Perform 930-RewriteProposals
           Display "Lab8Mrt: " RetroTransCount " retro transaction(s) "
            "for " RetroEmpCount " employee(s), " AwaitCount
            " increase(s) not yet applied"
           Move 0 to Return-Code.

      *> Retro only once the raise is really on the master --
      *> approved and applied by Lab8Mnt. An increase effective in
      *> the current period or later needs none; the next run pays
      *> it.
       310-RetroEmployee.
           if PW-EffDate not < CurStart
           Move "R" to PW-Status
           exit paragraph
           end-if
           Move PW-EmpNum to EM-EmpNum
           Read MasterFile
           invalid key
           Add 1 to AwaitCount
           not invalid key
           Move EM-EmpData to MeritImage
           if MI-PayCode = "H"
           Move MI-Rate to AmountOnFile
           else
           Move MI-Pay to AmountOnFile
           end-if
           if AmountOnFile not = PW-NewAmt
           Add 1 to AwaitCount
           else
           Perform Varying CalIndx from 1 by 1
            until CalIndx > CalCount
           if CT-End(CalIndx) not < PW-EffDate and
            CT-Start(CalIndx) < CurStart and
            CT-Period(CalIndx) > 0 and
            PaidFlag(CT-Period(CalIndx)) = "Y"
           Perform 320-WriteRetro
           end-if
           end-perform
           Move "R" to PW-Status
           Add 1 to RetroEmpCount
           end-if
           end-read.

      *> Lab8Adj works from annual amounts and divides by the pay
      *> frequency itself, so an hourly increase goes across as rate
      *> times standard hours times periods per year. A period the
      *> effective date falls inside gets the new amount for its
      *> share of days only.
       320-WriteRetro.
           Move PW-OldAnnual to RetroOld
           Move PW-NewAnnual to RetroNew
           if CT-Start(CalIndx) < PW-EffDate
           Compute PeriodDays =
            Function Integer-of-Date(CT-End(CalIndx))
            - Function Integer-of-Date(CT-Start(CalIndx)) + 1
           Compute EffDays =
            Function Integer-of-Date(CT-End(CalIndx))
            - Function Integer-of-Date(PW-EffDate) + 1
           Compute RetroNew rounded = RetroOld +
            (PW-NewAnnual - PW-OldAnnual) * EffDays / PeriodDays
           end-if
           Move Spaces to AdjTrans-Record
           Move PW-EmpNum to AJ-EmpNum
           Move MI-Name to AJ-EmpName
           Move CT-Period(CalIndx) to AJ-Period
           Move MI-MarStat to AJ-MarStat
           Move MI-Dep to AJ-Dep
           Move MI-401k to AJ-401k
           Move MI-CityState to AJ-CityState
           Move MI-SchoolDist to AJ-SchoolDist
           Move MI-Insurance to AJ-Insurance
           Move MI-PayFreq to AJ-PayFreq
           Move MI-HireDate to AJ-HireDate
           Move RetroOld to AJ-OldPay
           Move RetroNew to AJ-NewPay
           Move PaidDate(CT-Period(CalIndx)) to AJ-PayDate
           Write AdjTrans-Record
           Add 1 to RetroTransCount.

      *> ----------------------------------------------------------
      *> Loaders
      *> ----------------------------------------------------------
       900-LoadMatrix.
           Open Input MatrixFile
           if MatrixStatus not = "00"
           Display "Lab8Mrt: no increase matrix (lab8-meritmatrix.dat)"
            ", run aborted"
           Move 1 to Return-Code
           stop run
           end-if
           Move "N" to EOF
           Perform until Finished
           Read MatrixFile
           at end Move "Y" to EOF
           not at end
           if MX-Pct is numeric and (MX-Type = "D" or MX-Type = "J")
           if MatrixCount = 500
           Display "Lab8Mrt: matrix table full, run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Add 1 to MatrixCount
           Move MX-Type to MT-Type(MatrixCount)
           Move MX-Key to MT-Key(MatrixCount)
           Move MX-Rating to MT-Rating(MatrixCount)
           Move MX-Pct to MT-Pct(MatrixCount)
           end-if
           end-read
           end-perform
           Close MatrixFile
           Move "N" to EOF.

       910-LoadRatings.
           Open Input RatingFile
           if RatingStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read RatingFile
           at end Move "Y" to EOF
           not at end
           if RatingCount = 5000
           Display "Lab8Mrt: rating table full, run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Add 1 to RatingCount
           Move MR-EmpNum to RT-EmpNum(RatingCount)
           Move MR-Rating to RT-Rating(RatingCount)
           end-read
           end-perform
           Close RatingFile
           end-if
           Move "N" to EOF.

       920-LoadProposals.
           Open Input PropFile
           if PropStatus not = "00"
           Display "Lab8Mrt: no proposal on file, run PROPOSE first"
           Move 1 to Return-Code
           stop run
           end-if
           Move "N" to EOF
           Perform until Finished
           Read PropFile
           at end Move "Y" to EOF
           not at end
           if PropCount = 5000
           Display "Lab8Mrt: proposal table full, run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Add 1 to PropCount
           Move Prop-Line to PropRow(PropCount)
           end-read
           end-perform
           Close PropFile
           Move "N" to EOF.

       930-RewriteProposals.
           Open Output PropFile
           Perform Varying PropIndx from 1 by 1
            until PropIndx > PropCount
           Write Prop-Line from PropRow(PropIndx)
           end-perform
           Close PropFile.

      *> The current period is the one covering today; with no row
      *> for today, everything dated before today counts as past.
       940-LoadCalendar.
           Move RunDateNum to CurStart
           Open Input CalFile
           if CalStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read CalFile
           at end Move "Y" to EOF
           not at end
           if CalCount = 200
           Display "Lab8Mrt: calendar table full, run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Add 1 to CalCount
           Move CAL-Period to CT-Period(CalCount)
           Move CAL-Start to CT-Start(CalCount)
           Move CAL-End to CT-End(CalCount)
           if RunDateNum not < CAL-Start and
            RunDateNum not > CAL-End
           Move CAL-Start to CurStart
           end-if
           end-read
           end-perform
           Close CalFile
           end-if
           Move "N" to EOF.

      *> A period counts as paid once Lab8Drv has marked it complete
      *> for any company -- the master is shared across them. The
      *> latest run date marked against it is the day it was paid,
      *> which Lab8Adj needs for the W-2 year and the rates in force.
       950-LoadPaidPeriods.
           Move Spaces to PaidTable
           Move Zeros to PaidDateTable
           Open Input RunCtlFile
           if RunCtlStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read RunCtlFile
           at end Move "Y" to EOF
           not at end
           if RC-Status = "C" and RC-Period > 0
           Move "Y" to PaidFlag(RC-Period)
           if RC-RunDate is numeric and
            RC-RunDate > PaidDate(RC-Period)
           Move RC-RunDate to PaidDate(RC-Period)
           end-if
           end-if
           end-read
           end-perform
           Close RunCtlFile
           end-if
           Move "N" to EOF.
