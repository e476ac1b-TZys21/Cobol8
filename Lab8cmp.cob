
      *Tyler Zysberg
      *> Wage-and-hour compliance pass over lab8a-in.dat and
      *> lab8b-in.dat, run by Lab8Drv after validation and before
      *> either payroll program prices anything. Each employee's
      *> effective hourly rate for the period is worked out from the
      *> extract and the period's timesheet -- the keyed FileRate for
      *> hourly people, the period salary (plus commission, draw and
      *> draw recovery for reps) over the period's hours for everyone
      *> else -- and held against the minimum wage in effect for the
      *> employee's state on lab8-minwage.dat. A "US" row on that file
      *> is the federal floor and wins wherever it is higher than the
      *> state's. Salaried people whose weekly salary is under the
      *> exempt threshold are flagged as well.
      *>
      *> Every finding goes to lab8-compliance.dat (company-prefixed).
      *> Pay below minimum wage is a HARD finding and ends the step
      *> with return code 8, which stops the driver's chain; a salary
      *> under the exempt threshold, or a state with no minimum wage
      *> row, is a WARN finding for payroll to review and lets the
      *> run go on.
      *> TZ - minimum wage follows where the work is done: the
      *> employee's work state on the master (EM-WorkState) is used
      *> when one is on file, the extract's city/state otherwise.
      *> TZ - the exempt-threshold check now covers every salaried
      *> pay code (anything but H and C), as the payroll programs
      *> treat them; it used to test for an "S" code nobody carries.
       Identification Division.
       Program-ID.     Lab8Cmp.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select MasterFile
               Assign to "lab8-empmaster.dat"
               Organization is Indexed
               Access Mode is Dynamic
               Record Key is EM-EmpNum
               File Status is MasterStatus.
           Select AFile
               Assign to Dynamic AFileName
               Organization is Line Sequential
               File Status is AFileStatus.
           Select BFile
               Assign to Dynamic BFileName
               Organization is Line Sequential
               File Status is BFileStatus.
           Select RunCoFile
               Assign to "lab8-runcompany.dat"
               Organization is Line Sequential
               File Status is RunCoStatus.
           Select CompanyFile
               Assign to "lab8-company.dat"
               Organization is Line Sequential
               File Status is CompanyStatus.
           Select OpLogFile
               Assign to "lab8-oplog.dat"
               Organization is Line Sequential
               File Status is OpLogStatus.
           Select CalFile
               Assign to "lab8-paycalendar.dat"
               Organization is Line Sequential
               File Status is CalStatus.
           Select TimesheetFile
               Assign to "lab8-timesheet.dat"
               Organization is Line Sequential
               File Status is TimesheetStatus.
           Select MinWageFile
               Assign to "lab8-minwage.dat"
               Organization is Line Sequential
               File Status is MinWageStatus.
           Select CommPlanFile
               Assign to "lab8-commplan.dat"
               Organization is Line Sequential
               File Status is CommPlanStatus.
           Select SalesTransFile
               Assign to Dynamic SalesTransName
               Organization is Line Sequential
               File Status is SalesTransStatus.
           Select CommDrawFile
               Assign to Dynamic CommDrawName
               Organization is Line Sequential
               File Status is CommDrawStatus.
           Select CmpFile
               Assign to Dynamic CmpFileName
               Organization is Line Sequential.

       Data Division.
       File Section.
       FD MasterFile.
       01 Master-Record.
           05 EM-EmpNum Pic 9(5).
           05 EM-Image.
               10 EM-RunFile Pic X.
               10 EM-Status Pic X.
               10 EM-EmpData Pic X(230).
           05 EM-SSN Pic 9(9).
           05 EM-WorkState Pic XX.

       FD RunCoFile.
       01 RunCo-Record.
           05 RNC-Code Pic X(3).

       FD CompanyFile.
       01 Company-Record.
           05 CO-Code Pic X(3).
           05 CO-LegalName Pic X(35).
           05 CO-EIN Pic X(10).
           05 CO-Prefix Pic X(8).

       FD OpLogFile.
       01 OpLog-Record.
           05 OL-Step Pic X(8).
           05  Pic X Value Space.
           05 OL-Start Pic X(14).
           05  Pic X Value Space.
           05 OL-End Pic X(14).
           05  Pic X Value Space.
           05 OL-Read Pic 9(7).
           05  Pic X Value Space.
           05 OL-Written Pic 9(7).
           05  Pic X Value Space.
           05 OL-Rejects Pic 9(7).
           05  Pic X Value Space.
           05 OL-Exceptions Pic 9(7).
           05  Pic X Value Space.
           05 OL-Restarts Pic 9(7).

       FD  AFile.
       01  ARecord.
           05  FileRegNum Pic 99.
           05  FileRegNam Pic Z(15).
           05  FileDeptNum Pic 9(5).
           05  FileDeptName Pic Z(30).
           05  FileEmpNum Pic 9(5).
           05  FileEmpName.
               10 FileLastName Pic Z(20).
               10 FileFirstName Pic Z(15).
           05  FileGender Pic Z.
           05  FileStAddress Pic Z(20).
           05  FileCityState Pic Z(20).
           05  FileJTitle Pic Z(20).
           05  FileBirthdate Pic Z(8).
           05  FileHireDate Pic 9(8).
           05  FileMarStat Pic Z.
           05  FileDep Pic 99.
           05  FileSchoolDist Pic Z(3).
           05  FileInsurance Pic ZZZ.
           05  File401k Pic v999.
           05  FilePayCode Pic Z.
           05  FilePay Pic S9(7)v99.
           05  FileHours Pic S99v99.
           05  FileRate Pic S99V99.
           05  FileSales Pic 9(7)v99.
           05  FileRouting Pic 9(9).
           05  FileAccountNum Pic 9(12).
           05  FilePayFreq Pic X.

       FD  BFile.
       01  BRecord.
           05  FileRegNum Pic 99.
           05  FileRegNam Pic Z(15).
           05  FileDeptNum Pic 9(5).
           05  FileDeptName Pic Z(30).
           05  FileEmpNum Pic 9(5).
           05  FileEmpName.
               10 FileLastName Pic Z(20).
               10 FileFirstName Pic Z(15).
           05  FileGender Pic Z.
           05  FileStAddress Pic Z(20).
           05  FileCityState Pic Z(20).
           05  FileJTitle Pic Z(20).
           05  FileBirthdate Pic Z(8).
           05  FileHireDate Pic 9(8).
           05  FileMarStat Pic Z.
           05  FileDep Pic 99.
           05  FileSchoolDist Pic Z(3).
           05  FileInsurance Pic ZZZ.
           05  File401k Pic v999.
           05  FilePayCode Pic Z.
           05  FilePay Pic S9(7)v99.
           05  FileHours Pic S99v99.
           05  FileRate Pic S99V99.
           05  FileSales Pic 9(7)v99.
           05  FileRouting Pic 9(9).
           05  FileAccountNum Pic 9(12).
           05  FilePayFreq Pic X.

       FD  CalFile.
       01  Cal-Record.
           05 CAL-Period Pic 9(3).
           05 CAL-Start Pic 9(8).
           05 CAL-End Pic 9(8).
           05 CAL-RunDate Pic 9(8).

       FD  TimesheetFile.
       01  Timesheet-Record.
           05 TS-EmpNum Pic 9(5).
           05 TS-Period Pic 9(3).
           05 TS-RegHrs Pic 99V99.
           05 TS-OTHrs Pic 99V99.
           05 TS-Shift2Hrs Pic 99V99.
           05 TS-Shift3Hrs Pic 99V99.
           05 TS-HolWrkHrs Pic 99V99.
           05 TS-HolOffHrs Pic 99V99.

       FD  MinWageFile.
       01  MinWage-Record.
           05 MW-State Pic XX.
           05 MW-Eff Pic X(8).
           05 MW-MinRate Pic 99V99.
           05 MW-ExemptWkly Pic 9(5)V99.

       FD  CommPlanFile.
       01  CommPlan-Record.
           05 CP-Plan Pic X(4).
           05 CP-Tier Pic 9.
           05 CP-Floor Pic 9(7)V99.
           05 CP-Rate Pic V9999.
           05 CP-Eff Pic X(8).

       FD  SalesTransFile.
       01  SalesTrans-Record.
           05 SL-EmpNum Pic 9(5).
           05 SL-Period Pic 9(3).
           05 SL-Amount Pic 9(7)V99.
           05 SL-Ref Pic X(10).

       FD  CommDrawFile.
       01  CommDraw-Record.
           05 CD-EmpNum Pic 9(5).
           05 CD-Plan Pic X(4).
           05 CD-Draw Pic 9(7)V99.
           05 CD-Balance Pic 9(7)V99.

       FD  CmpFile.
       01  CmpRecord.
           05 CX-Severity Pic X(4).
           05  Pic X Value Space.
           05 CX-Source Pic X.
           05  Pic X Value Space.
           05 CX-EmpNum Pic 9(5).
           05  Pic X Value Space.
           05 CX-Name Pic X(35).
           05  Pic X Value Space.
           05 CX-State Pic XX.
           05  Pic X Value Space.
           05 CX-PayCode Pic X.
           05  Pic X Value Space.
           05 CX-EffRate Pic ZZZ9.99.
           05  Pic X Value Space.
           05 CX-Floor Pic ZZ,ZZ9.99.
           05  Pic X Value Space.
           05 CX-Reason Pic X(40).

       Working-Storage Section.
       01  RunCoStatus Pic XX.
       01  MasterStatus Pic XX.
       01  Master-OK Pic X Value "N".
           88 IsMasterOK Value "Y".
       01  CompanyStatus Pic XX.
       01  CoEOF Pic X.
       01  CompanyPrefix Pic X(8) Value "lab8".
       01  AFileName Pic X(40) Value "lab8a-in.dat".
       01  BFileName Pic X(40) Value "lab8b-in.dat".
       01  SalesTransName Pic X(40) Value "lab8b-salestrans.dat".
       01  CommDrawName Pic X(40) Value "lab8b-commdraw.dat".
       01  CmpFileName Pic X(40) Value "lab8-compliance.dat".
       01  AFileStatus Pic XX.
       01  BFileStatus Pic XX.
       01 OpLogStatus Pic XX.
       01 OpStepName Pic X(8) Value "LAB8CMP".
       01 OpStart Pic X(14).
       01 OpRead Pic 9(7) Value 0.
       01 OpWritten Pic 9(7) Value 0.
       01 OpRejects Pic 9(7) Value 0.
       01 OpExceptions Pic 9(7) Value 0.
       01 OpRestarts Pic 9(7) Value 0.
       01  EOF Pic X.
           88 Finished Value "Y".
       01  CurrentDate.
           05 CYear Pic 9(4).
           05 CMonth Pic 9(2).
           05 CDay Pic 9(2).
       01  RunDateNum Pic 9(8).
       01  CalStatus Pic XX.
       01  RunPeriod Pic 9(3) Value 0.
       01  TimesheetStatus Pic XX.
       01  TimesheetTable.
           05 TimesheetRow Occurs 5000 Times.
              10 TST-EmpNum Pic 9(5).
              10 TST-Period Pic 9(3).
              10 TST-Hours Pic 9(3)V99.
       01  TSCount Pic 9(4) Value 0.
       01  TSIndx Pic 9(4).
       01  MinWageStatus Pic XX.
       01  MinWageTable.
           05 MinWageRow Occurs 200 Times.
              10 MWT-State Pic XX.
              10 MWT-Eff Pic 9(8).
              10 MWT-MinRate Pic 99V99.
              10 MWT-ExemptWkly Pic 9(5)V99.
       01  MWCount Pic 999 Value 0.
       01  MWIndx Pic 999.
       01  CommPlanStatus Pic XX.
       01  CommPlanTable.
           05 CommPlanRow Occurs 200 Times.
              10 CPT-Plan Pic X(4).
              10 CPT-Floor Pic 9(7)V99.
              10 CPT-Rate Pic V9999.
              10 CPT-Eff Pic 9(8).
       01  CPCount Pic 999 Value 0.
       01  CPIndx Pic 999.
       01  CPIndx2 Pic 999.
       01  SalesTransStatus Pic XX.
       01  SalesTable.
           05 SalesRow Occurs 5000 Times.
              10 SLT-EmpNum Pic 9(5).
              10 SLT-Period Pic 9(3).
              10 SLT-Amount Pic 9(7)V99.
       01  SLCount Pic 9(4) Value 0.
       01  SLIndx Pic 9(4).
       01  CommDrawStatus Pic XX.
       01  CommDrawTable.
           05 CommDrawRow Occurs 1000 Times.
              10 CDT-EmpNum Pic 9(5).
              10 CDT-Plan Pic X(4).
              10 CDT-Draw Pic 9(7)V99.
              10 CDT-Balance Pic 9(7)V99.
       01  CDCount Pic 9(4) Value 0.
       01  CDIndx Pic 9(4).
       01  CDFound Pic 9(4).
      *> One employee's figures, moved off whichever extract is being
      *> read so the checks are written once.
       01  CmpSource Pic X.
       01  CmpEmpNum Pic 9(5).
       01  CmpName Pic X(35).
       01  CmpCityState Pic X(20).
       01  CmpPayCode Pic X.
       01  CmpPay Pic S9(7)V99.
       01  CmpHours Pic S99V99.
       01  CmpRate Pic S99V99.
       01  CmpSales Pic 9(7)V99.
       01  CmpPayFreq Pic X.
       01  CmpState Pic XX.
       01  CSLen Pic 99.
       01  CSStart Pic 99.
       01  CmpMinRate Pic 99V99.
       01  CmpExemptWkly Pic 9(5)V99.
       01  CmpBestEff Pic 9(8).
       01  CmpUSEff Pic 9(8).
       01  CmpUSRate Pic 99V99.
       01  CmpUSExempt Pic 9(5)V99.
       01  CmpWageFound Pic X.
           88 IsWageFound Value "Y".
       01  CmpUSFound Pic X.
           88 IsUSFound Value "Y".
       01  CmpPeriodHrs Pic 9(3)V99.
       01  CmpGross Pic 9(7)V99.
       01  CmpEffRate Pic 9(5)V99.
       01  CmpWeekly Pic 9(7)V99.
       01  CmpSalesSum Pic 9(7)V99.
       01  CmpEarned Pic 9(7)V99.
       01  CmpDrawPaid Pic 9(7)V99.
       01  CmpRecovered Pic 9(7)V99.
       01  CmpRoom Pic 9(7)V99.
       01  CmpUpper Pic 9(7)V99.
       01  CmpPortion Pic 9(7)V99.
       01  CmpPlanWork Pic X(4).
       01  CmpPlanEff Pic 9(8).
       01  CmpPlanFound Pic X.
           88 IsCmpPlanFound Value "Y".
       01  HardCount Pic 9(5) Value 0.
       01  WarnCount Pic 9(5) Value 0.

       Procedure Division.
       000-Main.
           Move Function Current-Date (1:14) to OpStart
           Perform 010-SetCompanyFiles
           Move Function Current-Date (1:8) to CurrentDate
           Move CurrentDate to RunDateNum
           Perform 100-FindPeriod
           Perform 901-LoadMinWage
           Perform 902-LoadTimesheets
           Perform 903-LoadCommPlans
           Perform 904-LoadSalesTrans
           Perform 905-LoadCommDraw
           Open Input MasterFile
           if MasterStatus = "00"
           Move "Y" to Master-OK
           end-if
           Open Output CmpFile
           Move Spaces to CmpRecord
           Perform 200-CheckA
           Perform 300-CheckB
           Close CmpFile
           if IsMasterOK
           Close MasterFile
           end-if
           Compute OpExceptions = HardCount + WarnCount
           Compute OpWritten = OpRead - HardCount
           Move HardCount to OpRejects
           Perform 930-WriteOpLog
           if WarnCount > 0
           Display "Lab8Cmp: " WarnCount
            " compliance warning(s) on " Function Trim(CmpFileName)
           end-if
           if HardCount > 0
           Display "Lab8Cmp: " HardCount
            " employee(s) paid below minimum wage, run held"
           Move 8 to Return-Code
           else
           Display "Lab8Cmp: no minimum wage violations"
           Move 0 to Return-Code
           end-if
           goback.

      *> Same company pointer and filename scheme as Lab8Val.
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
           Move Spaces to AFileName
           String Function Trim(CompanyPrefix) "a-in.dat"
            delimited by size into AFileName
           Move Spaces to BFileName
           String Function Trim(CompanyPrefix) "b-in.dat"
            delimited by size into BFileName
           Move Spaces to SalesTransName
           String Function Trim(CompanyPrefix) "b-salestrans.dat"
            delimited by size into SalesTransName
           Move Spaces to CommDrawName
           String Function Trim(CompanyPrefix) "b-commdraw.dat"
            delimited by size into CommDrawName
           Move Spaces to CmpFileName
           String Function Trim(CompanyPrefix) "-compliance.dat"
            delimited by size into CmpFileName.

       100-FindPeriod.
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
           end-if
           end-read
           end-perform
           Close CalFile
           end-if
           Move "N" to EOF.

       200-CheckA.
           Open Input AFile
           if AFileStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read AFile
           at end Move "Y" to EOF
           not at end
           Add 1 to OpRead
           Move "A" to CmpSource
           Move FileEmpNum of ARecord to CmpEmpNum
           Move FileEmpName of ARecord to CmpName
           Move FileCityState of ARecord to CmpCityState
           Move FilePayCode of ARecord to CmpPayCode
           Move FilePay of ARecord to CmpPay
           Move FileHours of ARecord to CmpHours
           Move FileRate of ARecord to CmpRate
           Move FileSales of ARecord to CmpSales
           Move FilePayFreq of ARecord to CmpPayFreq
           Perform 500-CheckEmployee
           end-read
           end-perform
           Close AFile
           end-if
           Move "N" to EOF.

       300-CheckB.
           Open Input BFile
           if BFileStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read BFile
           at end Move "Y" to EOF
           not at end
           Add 1 to OpRead
           Move "B" to CmpSource
           Move FileEmpNum of BRecord to CmpEmpNum
           Move FileEmpName of BRecord to CmpName
           Move FileCityState of BRecord to CmpCityState
           Move FilePayCode of BRecord to CmpPayCode
           Move FilePay of BRecord to CmpPay
           Move FileHours of BRecord to CmpHours
           Move FileRate of BRecord to CmpRate
           Move FileSales of BRecord to CmpSales
           Move FilePayFreq of BRecord to CmpPayFreq
           Perform 500-CheckEmployee
           end-read
           end-perform
           Close BFile
           end-if
           Move "N" to EOF.

      *> Hourly people are held to the keyed rate itself -- overtime
      *> and premiums only ever add to it. Everyone else is held to
      *> what the period actually pays divided by the period's hours:
      *> the timesheet's regular plus overtime when there is one, the
      *> master's hours when those are filled in, otherwise the
      *> standard 40-hour week for the pay frequency.
       500-CheckEmployee.
           Perform 510-DeriveState
           Perform 520-LookupMinWage
           if not IsWageFound
           Move "WARN" to CX-Severity
           Move 0 to CmpEffRate
           Move 0 to CX-Floor
           Move "No minimum wage on file for state" to CX-Reason
           Perform 590-WriteFinding
           Add 1 to WarnCount
           else
           if CmpPayCode = "H"
           Move CmpRate to CmpEffRate
           else
           Perform 530-PeriodHours
           Perform 540-PeriodGross
           if CmpPeriodHrs > 0
           Divide CmpGross by CmpPeriodHrs giving CmpEffRate
           else
           Move 0 to CmpEffRate
           end-if
           end-if
           if CmpEffRate < CmpMinRate
           Move "HARD" to CX-Severity
           Move CmpMinRate to CX-Floor
           if CmpPayCode = "H"
           Move "Hourly rate below minimum wage" to CX-Reason
           else
           if CmpPayCode = "C"
           Move "Commission pay below minimum wage" to CX-Reason
           else
           Move "Salary below minimum wage" to CX-Reason
           end-if
           end-if
           Perform 590-WriteFinding
           Add 1 to HardCount
           end-if
      *> Salaried is everyone not hourly or commission, the same
      *> split the payroll programs and the minimum-wage reason use.
           if CmpPayCode not = "H" and CmpPayCode not = "C" and
            CmpExemptWkly > 0
           Divide CmpPay by 52 giving CmpWeekly rounded
           if CmpWeekly < CmpExemptWkly
           Move "WARN" to CX-Severity
           Move CmpExemptWkly to CX-Floor
           Move "Salary below exempt threshold" to CX-Reason
           Perform 590-WriteFinding
           Add 1 to WarnCount
           end-if
           end-if
           end-if.

      *> Keyed the way the payroll programs key the state tax lookup:
      *> the last two characters of the trimmed city/state field.
       510-DeriveState.
           Move Spaces to CmpState
           Compute CSLen = Function Length(Function Trim(CmpCityState))
           if CSLen > 1
           Compute CSStart = CSLen - 1
           Move CmpCityState (CSStart:2) to CmpState
           end-if
           if IsMasterOK
           Move CmpEmpNum to EM-EmpNum
           Read MasterFile
           invalid key
           continue
           not invalid key
           if EM-WorkState is alphabetic and EM-WorkState not = Spaces
           Move EM-WorkState to CmpState
           end-if
           end-read
           end-if.

      *> Latest row in effect for the state and for "US"; the higher
      *> of the two minimums (and of the two exempt thresholds) is
      *> the one that applies.
       520-LookupMinWage.
           Move "N" to CmpWageFound
           Move "N" to CmpUSFound
           Move 0 to CmpBestEff
           Move 0 to CmpUSEff
           Move 0 to CmpMinRate
           Move 0 to CmpExemptWkly
           Move 0 to CmpUSRate
           Move 0 to CmpUSExempt
           Perform Varying MWIndx from 1 by 1 until MWIndx > MWCount
           if MWT-Eff(MWIndx) not > RunDateNum
           if MWT-State(MWIndx) = CmpState and
            (not IsWageFound or MWT-Eff(MWIndx) not < CmpBestEff)
           Move MWT-Eff(MWIndx) to CmpBestEff
           Move MWT-MinRate(MWIndx) to CmpMinRate
           Move MWT-ExemptWkly(MWIndx) to CmpExemptWkly
           Move "Y" to CmpWageFound
           end-if
           if MWT-State(MWIndx) = "US" and
            (not IsUSFound or MWT-Eff(MWIndx) not < CmpUSEff)
           Move MWT-Eff(MWIndx) to CmpUSEff
           Move MWT-MinRate(MWIndx) to CmpUSRate
           Move MWT-ExemptWkly(MWIndx) to CmpUSExempt
           Move "Y" to CmpUSFound
           end-if
           end-if
           end-perform
           if IsUSFound
           Move "Y" to CmpWageFound
           if CmpUSRate > CmpMinRate
           Move CmpUSRate to CmpMinRate
           end-if
           if CmpUSExempt > CmpExemptWkly
           Move CmpUSExempt to CmpExemptWkly
           end-if
           end-if.

       530-PeriodHours.
           Move 0 to CmpPeriodHrs
           Perform Varying TSIndx from 1 by 1 until TSIndx > TSCount
           if TST-EmpNum(TSIndx) = CmpEmpNum and
            TST-Period(TSIndx) = RunPeriod
           Move TST-Hours(TSIndx) to CmpPeriodHrs
           end-if
           end-perform
           if CmpPeriodHrs = 0
           if CmpHours > 0
           Move CmpHours to CmpPeriodHrs
           else
           if CmpPayFreq = "W"
           Move 40 to CmpPeriodHrs
           else
           if CmpPayFreq = "B"
           Move 80 to CmpPeriodHrs
           else
           if CmpPayFreq = "S"
           Move 86.67 to CmpPeriodHrs
           else
           Move 173.33 to CmpPeriodHrs
           end-if
           end-if
           end-if
           end-if
           end-if.

      *> The salary for the period the same way 101-CalculateGross
      *> divides it. Reps on lab8a earn the flat rate on the
      *> extract's sales; reps on lab8b are figured through their
      *> plan's tiers, draw and draw recovery as 167-CalcCommission
      *> in Lab08 will figure them. Longevity and one-time earnings
      *> are left out -- the floor has to hold without them.
       540-PeriodGross.
           if CmpPayFreq = "W"
           Divide CmpPay by 52 giving CmpGross rounded
           else
           if CmpPayFreq = "B"
           Divide CmpPay by 26 giving CmpGross rounded
           else
           if CmpPayFreq = "S"
           Divide CmpPay by 24 giving CmpGross rounded
           else
           Divide CmpPay by 12 giving CmpGross rounded
           end-if
           end-if
           end-if
           if CmpPayCode = "C"
           if CmpSource = "A"
           Multiply CmpSales by CmpRate giving CmpEarned rounded
           Add CmpEarned to CmpGross
           else
           Perform 550-CommissionB
           Compute CmpGross = CmpGross + CmpEarned + CmpDrawPaid
            - CmpRecovered
           end-if
           end-if.

       550-CommissionB.
           Move 0 to CmpSalesSum
           Move 0 to CmpEarned
           Move 0 to CmpDrawPaid
           Move 0 to CmpRecovered
           Move Spaces to CmpPlanWork
           Perform Varying SLIndx from 1 by 1 until SLIndx > SLCount
           if SLT-EmpNum(SLIndx) = CmpEmpNum and
            SLT-Period(SLIndx) = RunPeriod
           Add SLT-Amount(SLIndx) to CmpSalesSum
           end-if
           end-perform
           Move 0 to CDFound
           Perform Varying CDIndx from 1 by 1 until CDIndx > CDCount
           if CDT-EmpNum(CDIndx) = CmpEmpNum
           Move CDIndx to CDFound
           end-if
           end-perform
           if CDFound > 0
           Move CDT-Plan(CDFound) to CmpPlanWork
           end-if
           Move "N" to CmpPlanFound
           Move 0 to CmpPlanEff
           if CmpPlanWork not = Spaces
           Perform Varying CPIndx from 1 by 1 until CPIndx > CPCount
           if CPT-Plan(CPIndx) = CmpPlanWork and
            CPT-Eff(CPIndx) not > RunDateNum and
            (not IsCmpPlanFound or CPT-Eff(CPIndx) > CmpPlanEff)
           Move CPT-Eff(CPIndx) to CmpPlanEff
           Move "Y" to CmpPlanFound
           end-if
           end-perform
           end-if
           if IsCmpPlanFound
           Perform Varying CPIndx from 1 by 1 until CPIndx > CPCount
           if CPT-Plan(CPIndx) = CmpPlanWork and
            CPT-Eff(CPIndx) = CmpPlanEff and
            CmpSalesSum > CPT-Floor(CPIndx)
           Move CmpSalesSum to CmpUpper
           Perform Varying CPIndx2 from 1 by 1 until CPIndx2 > CPCount
           if CPT-Plan(CPIndx2) = CmpPlanWork and
            CPT-Eff(CPIndx2) = CmpPlanEff and
            CPT-Floor(CPIndx2) > CPT-Floor(CPIndx) and
            CPT-Floor(CPIndx2) < CmpUpper
           Move CPT-Floor(CPIndx2) to CmpUpper
           end-if
           end-perform
           Subtract CPT-Floor(CPIndx) from CmpUpper giving CmpPortion
           Compute CmpEarned rounded = CmpEarned +
            (CmpPortion * CPT-Rate(CPIndx))
           end-if
           end-perform
           else
           Multiply CmpSalesSum by CmpRate giving CmpEarned rounded
           end-if
           if CDFound > 0
           if CmpEarned < CDT-Draw(CDFound)
           Subtract CmpEarned from CDT-Draw(CDFound)
            giving CmpDrawPaid
           else
           Subtract CDT-Draw(CDFound) from CmpEarned giving CmpRoom
           if CmpRoom > CDT-Balance(CDFound)
           Move CDT-Balance(CDFound) to CmpRecovered
           else
           Move CmpRoom to CmpRecovered
           end-if
           end-if
           end-if.

       590-WriteFinding.
           Move CmpSource to CX-Source
           Move CmpEmpNum to CX-EmpNum
           Move CmpName to CX-Name
           Move CmpState to CX-State
           Move CmpPayCode to CX-PayCode
           Move CmpEffRate to CX-EffRate
           Write CmpRecord
           Move Spaces to CmpRecord.

       901-LoadMinWage.
           Move 0 to MWCount
           Open Input MinWageFile
           if MinWageStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read MinWageFile
           at end Move "Y" to EOF
           not at end
           if MWCount = 200
           Display "Lab8Cmp: minimum wage table full, run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Add 1 to MWCount
           Move MW-State to MWT-State(MWCount)
           if MW-Eff is numeric
           Move MW-Eff to MWT-Eff(MWCount)
           else
           Move 0 to MWT-Eff(MWCount)
           end-if
           Move MW-MinRate to MWT-MinRate(MWCount)
           if MW-ExemptWkly is numeric
           Move MW-ExemptWkly to MWT-ExemptWkly(MWCount)
           else
           Move 0 to MWT-ExemptWkly(MWCount)
           end-if
           end-read
           end-perform
           Close MinWageFile
           else
           Display "Lab8Cmp: lab8-minwage.dat not found, "
            "every employee will be flagged"
           end-if
           Move "N" to EOF.

       902-LoadTimesheets.
           Move 0 to TSCount
           Open Input TimesheetFile
           if TimesheetStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read TimesheetFile
           at end Move "Y" to EOF
           not at end
           if TSCount = 5000
           Display "Lab8Cmp: timesheet table full, run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Add 1 to TSCount
           Move TS-EmpNum to TST-EmpNum(TSCount)
           Move TS-Period to TST-Period(TSCount)
           Add TS-RegHrs TS-OTHrs giving TST-Hours(TSCount)
           end-read
           end-perform
           Close TimesheetFile
           end-if
           Move "N" to EOF.

       903-LoadCommPlans.
           Move 0 to CPCount
           Open Input CommPlanFile
           if CommPlanStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read CommPlanFile
           at end Move "Y" to EOF
           not at end
           if CPCount = 200
           Display "Lab8Cmp: commission plan table full, run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Add 1 to CPCount
           Move CP-Plan to CPT-Plan(CPCount)
           Move CP-Floor to CPT-Floor(CPCount)
           Move CP-Rate to CPT-Rate(CPCount)
           if CP-Eff is numeric
           Move CP-Eff to CPT-Eff(CPCount)
           else
           Move 0 to CPT-Eff(CPCount)
           end-if
           end-read
           end-perform
           Close CommPlanFile
           end-if
           Move "N" to EOF.

       904-LoadSalesTrans.
           Move 0 to SLCount
           Open Input SalesTransFile
           if SalesTransStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read SalesTransFile
           at end Move "Y" to EOF
           not at end
           if SL-Period = RunPeriod
           if SLCount = 5000
           Display "Lab8Cmp: sales transaction table full, "
            "run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Add 1 to SLCount
           Move SL-EmpNum to SLT-EmpNum(SLCount)
           Move SL-Period to SLT-Period(SLCount)
           Move SL-Amount to SLT-Amount(SLCount)
           end-if
           end-read
           end-perform
           Close SalesTransFile
           end-if
           Move "N" to EOF.

       905-LoadCommDraw.
           Move 0 to CDCount
           Open Input CommDrawFile
           if CommDrawStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read CommDrawFile
           at end Move "Y" to EOF
           not at end
           if CDCount = 1000
           Display "Lab8Cmp: draw balance table full, run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Add 1 to CDCount
           Move CD-EmpNum to CDT-EmpNum(CDCount)
           Move CD-Plan to CDT-Plan(CDCount)
           Move CD-Draw to CDT-Draw(CDCount)
           Move CD-Balance to CDT-Balance(CDCount)
           end-read
           end-perform
           Close CommDrawFile
           end-if
           Move "N" to EOF.

       930-WriteOpLog.
           Open Extend OpLogFile
           if OpLogStatus = "35"
           Open Output OpLogFile
           Close OpLogFile
           Open Extend OpLogFile
           end-if
           Move OpStepName to OL-Step
           Move OpStart to OL-Start
           Move Function Current-Date (1:14) to OL-End
           Move OpRead to OL-Read
           Move OpWritten to OL-Written
           Move OpRejects to OL-Rejects
           Move OpExceptions to OL-Exceptions
           Move OpRestarts to OL-Restarts
           Write OpLog-Record
           Close OpLogFile.
