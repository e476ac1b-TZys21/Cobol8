
      *Tyler Zysberg
      *> Quarterly workers' comp payroll by class code and state. The
      *> premium was being estimated off the department totals
      *> Lab8Exec prints; the payroll runs, Lab8Man and Lab8Fin now
      *> post each check's class (off lab8-wcclass.dat), work state,
      *> insurer payroll (gross less the overtime premium and the
      *> excluded earnings codes) and accrued premium to pay history.
      *> This program takes QUARTER [YEAR] on the command line (year
      *> defaults to the current one) and rolls the quarter's rows on
      *> lab8-payhist.dat up by class and state -- employees, payroll,
      *> premium and the rate it works out to per $100 -- with a
      *> subtotal per class and a grand total, to lab8-wcaudit.dat:
      *> the figures we hand the insurer at premium audit. A check
      *> no class row covered (class "????") and history posted
      *> before classes were tracked are listed on their own lines
      *> and set return code 4 so the gap is fixed before the audit.
       Identification Division.
       Program-ID.     Lab8WC.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select PayHistFile
               Assign to Dynamic PayHistName
               Organization is Line Sequential
               File Status is PayHistStatus.
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
       01  RunCoStatus Pic XX.
       01  CompanyStatus Pic XX.
       01  CoEOF Pic X.
       01  CompanyPrefix Pic X(8) Value "lab8".
       01  CompanyName Pic X(35) Value Spaces.
       01  CompanyEIN Pic X(10) Value Spaces.
       01  PayHistName Pic X(40) Value "lab8-payhist.dat".
       01  RptName Pic X(40) Value "lab8-wcaudit.dat".
       01  ArgNum Pic 99.
       01  ArgWork Pic X(10).
       01  WantQtr Pic 9.
       01  WantYear Pic 9(4).
       01  QtrFirstMonth Pic 99.
       01  QStart Pic 9(8).
       01  QEnd Pic 9(8).
       01  RowClass Pic X(4).
       01  RowState Pic XX.
       01  RowKey Pic X(6).
       01  GroupTable.
           05 GroupRow occurs 300 times.
              10 GR-Key.
                 15 GR-Class Pic X(4).
                 15 GR-State Pic XX.
              10 GR-Heads Pic 9(5).
              10 GR-Payroll Pic 9(11)V99.
              10 GR-Premium Pic 9(11)V99.
       01  GroupCount Pic 999 Value 0.
       01  GroupIndx Pic 999.
       01  GroupShift Pic 999.
       01  SeenTable.
           05 SeenRow occurs 5000 times.
              10 SN-EmpNum Pic 9(5).
              10 SN-Key Pic X(6).
       01  SeenCount Pic 9(4) Value 0.
       01  SeenIndx Pic 9(4).
       01  Seen-Found Pic X.
           88 IsSeenFound Value "Y".
       01  ClassPayroll Pic 9(11)V99.
       01  ClassPremium Pic 9(11)V99.
       01  ClassStates Pic 999.
       01  TotalPayroll Pic 9(11)V99 Value 0.
       01  TotalPremium Pic 9(11)V99 Value 0.
       01  UnclassCount Pic 9(5) Value 0.
       01  UntrackedCount Pic 9(5) Value 0.
       01  UntrackedGross Pic 9(11)V99 Value 0.
       01  RateWork Pic 9(3)V9999.
       01  Title-Line.
           05  Pic X(36) Value
               "Workers' Comp Payroll by Class      ".
           05  Pic X(8) Value "Quarter ".
           05 TI-Qtr Pic 9.
           05  Pic X(6) Value "  Year".
           05  Pic X Value Space.
           05 TI-Year Pic 9(4).
       01  Employer-Line.
           05  Pic X(10) Value "Employer: ".
           05 EL-Name Pic X(35).
           05  Pic X(7) Value "  EIN: ".
           05 EL-EIN Pic X(10).
       01  Heading-Line.
           05  Pic X(36) Value
               "Class  State  Employees          Pay".
           05  Pic X(32) Value
               "roll          Premium   Rate/100".
       01  Detail-Line.
           05 DL-Class Pic X(4).
           05  Pic X(3) Value Spaces.
           05 DL-State Pic XX.
           05  Pic X(8) Value Spaces.
           05 DL-Heads Pic ZZ,ZZ9.
           05  Pic X(2) Value Spaces.
           05 DL-Payroll Pic $ZZZ,ZZZ,ZZ9.99.
           05  Pic X(2) Value Spaces.
           05 DL-Premium Pic $ZZZ,ZZZ,ZZ9.99.
           05  Pic X(3) Value Spaces.
           05 DL-Rate Pic ZZ9.9999.
           05  Pic X(2) Value Spaces.
           05 DL-Note Pic X(30).
       01  Total-Line.
           05 TL-Label Pic X(25).
           05 TL-Payroll Pic $ZZZ,ZZZ,ZZ9.99.
           05  Pic X(2) Value Spaces.
           05 TL-Premium Pic $ZZZ,ZZZ,ZZ9.99.
           05  Pic X(3) Value Spaces.
           05 TL-Rate Pic ZZ9.9999.
       01  Untracked-Line.
           05  Pic X(25) Value "Before class tracking".
           05 UL-Gross Pic $ZZZ,ZZZ,ZZ9.99.
           05  Pic X(2) Value Spaces.
           05 UL-Count Pic ZZ,ZZ9.
           05  Pic X(28) Value " check(s), gross unclassed".
       01  blank-line Pic X Value Space.

       Procedure Division.
       000-Main.
           Perform 010-SetCompanyFiles
           Perform 020-GetArguments
           Perform 030-SetQuarterDates
           Perform 100-LoadHistory
           Open Output RptFile
           Perform 500-WriteReport
           Close RptFile
           Display "Lab8WC: quarter " WantQtr " " WantYear
            " payroll " TotalPayroll " premium " TotalPremium
           if UnclassCount > 0 or UntrackedCount > 0
           Display "Lab8WC: " UnclassCount " check(s) with no class, "
            UntrackedCount " posted before class tracking -- see "
            Function Trim(RptName)
           Move 4 to Return-Code
           else
           Move 0 to Return-Code
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
           Move Spaces to RptName
           String Function Trim(CompanyPrefix) "-wcaudit.dat"
            delimited by size into RptName.

       020-GetArguments.
           Move 1 to ArgNum
           Display ArgNum Upon Argument-Number
           Accept ArgWork from Argument-Value
           if ArgWork = Spaces
           Display "Lab8WC: usage: QUARTER [YEAR]"
           Move 1 to Return-Code
           stop run
           end-if
           Compute WantQtr = Function Numval(ArgWork)
           if WantQtr < 1 or WantQtr > 4
           Display "Lab8WC: quarter must be 1 through 4"
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
           end-if.

      *> A row written before the class fields existed reads short,
      *> so its payroll and premium come back as spaces -- it is
      *> counted apart with its gross rather than guessed at.
       100-LoadHistory.
           Open Input PayHistFile
           if PayHistStatus not = "00"
           Display "Lab8WC: no pay history file on hand"
           Move 1 to Return-Code
           stop run
           end-if
           Move "N" to EOF
           Perform until Finished
           Read PayHistFile
           at end Move "Y" to EOF
           not at end
           if PH-RunDate not < QStart and PH-RunDate not > QEnd
           if PH-WCWages is numeric and PH-WComp is numeric
           Perform 110-PostRow
           else
           Add 1 to UntrackedCount
           Add PH-Gross to UntrackedGross
           end-if
           end-if
           end-read
           end-perform
           Close PayHistFile
           Move "N" to EOF.

      *> The state is the work state the premium was figured for; a
      *> row without one falls back to the state withheld for.
       110-PostRow.
           Move PH-WCClass to RowClass
           if RowClass = Spaces
           Move "????" to RowClass
           end-if
           Move PH-WCState to RowState
           if RowState = Spaces
           Move PH-WHState to RowState
           end-if
           if RowClass = "????"
           Add 1 to UnclassCount
           end-if
           Move RowClass to RowKey (1:4)
           Move RowState to RowKey (5:2)
           Perform 120-FindGroup
           Add PH-WCWages to GR-Payroll(GroupIndx)
           Add PH-WComp to GR-Premium(GroupIndx)
           Add PH-WCWages to TotalPayroll
           Add PH-WComp to TotalPremium
           Perform 130-CountHead.

      *> The group table is kept in class and state order as groups
      *> are added, so the report needs no sort.
       120-FindGroup.
           Perform Varying GroupIndx from 1 by 1
            until GroupIndx > GroupCount
            or GR-Key(GroupIndx) not < RowKey
           continue
           end-perform
           if GroupIndx not > GroupCount
           if GR-Key(GroupIndx) = RowKey
           exit paragraph
           end-if
           end-if
           if GroupCount = 300
           Display "Lab8WC: class/state table full, run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Perform Varying GroupShift from GroupCount by -1
            until GroupShift < GroupIndx
           Move GroupRow(GroupShift) to GroupRow(GroupShift + 1)
           end-perform
           Add 1 to GroupCount
           Move RowKey to GR-Key(GroupIndx)
           Move 0 to GR-Heads(GroupIndx)
           Move 0 to GR-Payroll(GroupIndx)
           Move 0 to GR-Premium(GroupIndx).

      *> An employee counts once per class and state however many
      *> checks the quarter paid.
       130-CountHead.
           Move "N" to Seen-Found
           Perform Varying SeenIndx from 1 by 1
            until SeenIndx > SeenCount or IsSeenFound
           if SN-EmpNum(SeenIndx) = PH-EmpNum and
            SN-Key(SeenIndx) = RowKey
           Move "Y" to Seen-Found
           end-if
           end-perform
           if not IsSeenFound
           if SeenCount = 5000
           Display "Lab8WC: employee table full, run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Add 1 to SeenCount
           Move PH-EmpNum to SN-EmpNum(SeenCount)
           Move RowKey to SN-Key(SeenCount)
           Add 1 to GR-Heads(GroupIndx)
           end-if.

       500-WriteReport.
           Move WantQtr to TI-Qtr
           Move WantYear to TI-Year
           Write ot-record from Title-Line
           Move CompanyName to EL-Name
           Move CompanyEIN to EL-EIN
           Write ot-record from Employer-Line
           Write ot-record from blank-line
           Write ot-record from Heading-Line
           Move 0 to ClassPayroll
           Move 0 to ClassPremium
           Move 0 to ClassStates
           Perform Varying GroupIndx from 1 by 1
            until GroupIndx > GroupCount
           Perform 510-WriteGroup
           end-perform
           Write ot-record from blank-line
           Move "Total" to TL-Label
           Move TotalPayroll to TL-Payroll
           Move TotalPremium to TL-Premium
           Move 0 to RateWork
           if TotalPayroll > 0
           Compute RateWork rounded = TotalPremium * 100 / TotalPayroll
           end-if
           Move RateWork to TL-Rate
           Write ot-record from Total-Line
           if UntrackedCount > 0
           Move UntrackedGross to UL-Gross
           Move UntrackedCount to UL-Count
           Write ot-record from Untracked-Line
           end-if.

      *> Detail per class and state; a class worked in more than one
      *> state gets its own subtotal after its last state.
       510-WriteGroup.
           Move GR-Class(GroupIndx) to DL-Class
           Move GR-State(GroupIndx) to DL-State
           Move GR-Heads(GroupIndx) to DL-Heads
           Move GR-Payroll(GroupIndx) to DL-Payroll
           Move GR-Premium(GroupIndx) to DL-Premium
           Move 0 to RateWork
           if GR-Payroll(GroupIndx) > 0
           Compute RateWork rounded = GR-Premium(GroupIndx) * 100
            / GR-Payroll(GroupIndx)
           end-if
           Move RateWork to DL-Rate
           Move Spaces to DL-Note
           if GR-Class(GroupIndx) = "????"
           Move "*NO CLASS ON lab8-wcclass.dat*" to DL-Note
           end-if
           Write ot-record from Detail-Line
           Add GR-Payroll(GroupIndx) to ClassPayroll
           Add GR-Premium(GroupIndx) to ClassPremium
           Add 1 to ClassStates
           if GroupIndx = GroupCount
           Perform 520-WriteClassTotal
           else
           if GR-Class(GroupIndx + 1) not = GR-Class(GroupIndx)
           Perform 520-WriteClassTotal
           end-if
           end-if.

       520-WriteClassTotal.
           if ClassStates > 1
           Move Spaces to TL-Label
           String "  Class " GR-Class(GroupIndx) " total"
            delimited by size into TL-Label
           Move ClassPayroll to TL-Payroll
           Move ClassPremium to TL-Premium
           Move 0 to RateWork
           if ClassPayroll > 0
           Compute RateWork rounded = ClassPremium * 100 / ClassPayroll
           end-if
           Move RateWork to TL-Rate
           Write ot-record from Total-Line
           end-if
           Move 0 to ClassPayroll
           Move 0 to ClassPremium
           Move 0 to ClassStates.
