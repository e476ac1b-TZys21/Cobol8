
      *Tyler Zysberg
      *> Benefits carrier premium invoice reconciliation. The medical,
      *> dental and vision bills were paid as they came, never checked
      *> against who is actually covered or what payroll deducted. This
      *> program takes YYYYMM on the command line (defaults to the
      *> current month) and reads each carrier's invoice for that
      *> month -- lab8-invoice-med.dat, lab8-invoice-den.dat and
      *> lab8-invoice-vis.dat, one row per billed member keyed by SSN
      *> with the dependent count billed and the premium -- and matches
      *> every member against the coverage flags and dependent counts
      *> on lab8-empmaster.dat and against the insurance deductions
      *> taken on lab8-payhist.dat in that month. Each pay's insurance
      *> deduction is split across the coverages the employee carries
      *> in proportion to the Lab8Sub rates in effect on the pay date,
      *> so each carrier is held to its own share. The listing,
      *> lab8-invrecon-YYYYMM.dat, shows per carrier the members
      *> billed but not enrolled (not on the master, terminated, or
      *> not elected), enrolled but not billed, and billed at a
      *> premium or coverage level that doesn't match, with totals.
      *> Any exception sets return code 4.
       Identification Division.
       Program-ID.     Lab8Inv.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select MasterFile
               Assign to "lab8-empmaster.dat"
               Organization is Indexed
               Access Mode is Sequential
               Record Key is EM-EmpNum
               File Status is MasterStatus.
           Select PayHistFile
               Assign to Dynamic PayHistName
               Organization is Line Sequential
               File Status is PayHistStatus.
           Select InvoiceFile
               Assign to Dynamic InvoiceName
               Organization is Line Sequential
               File Status is InvoiceStatus.
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
                  15  Pic X(57).
                  15 EM-EmpName Pic X(35).
                  15  Pic X(77).
                  15 EM-MarStat Pic X.
                  15 EM-Dep Pic 99.
                  15 EM-SchoolDist Pic X(3).
                  15 EM-Insurance.
                     20 EM-Cover Pic X occurs 3 times.
                  15  Pic X(52).
           05 EM-SSN Pic 9(9).
           05 EM-WorkState Pic XX.

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

       FD InvoiceFile.
       01 Invoice-Record.
           05 IV-Month Pic 9(6).
           05  Pic X.
           05 IV-SSN Pic 9(9).
           05  Pic X.
           05 IV-Name Pic X(30).
           05  Pic X.
           05 IV-Dep Pic 99.
           05  Pic X.
           05 IV-Premium Pic 9(7)V99.

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
       01  PayHistStatus Pic XX.
       01  InvoiceStatus Pic XX.
       01  RunCoStatus Pic XX.
       01  CompanyStatus Pic XX.
       01  CoEOF Pic X.
       01  CompanyPrefix Pic X(8) Value "lab8".
       01  PayHistName Pic X(40) Value "lab8-payhist.dat".
       01  InvoiceName Pic X(40).
       01  RptName Pic X(40) Value "lab8-invrecon.dat".
       01  ArgNum Pic 99.
       01  ArgWork Pic X(10).
       01  WantMonth Pic 9(6).
       01  CarrierIndx Pic 9.
       01  CarrierData.
           05  Pic X(14) Value "medMMEDICAL   ".
           05  Pic X(14) Value "denDDENTAL    ".
           05  Pic X(14) Value "visVVISION    ".
       01  CarrierTable Redefines CarrierData.
           05 CarrierRow occurs 3 times.
              10 CT-Suffix Pic XXX.
              10 CT-Code Pic X.
              10 CT-Name Pic X(10).
       01  EmpTable.
           05 EmpRow occurs 5000 times.
              10 ET-EmpNum Pic 9(5).
              10 ET-SSN Pic 9(9).
              10 ET-Name Pic X(35).
              10 ET-Status Pic X.
              10 ET-Dep Pic 99.
              10 ET-Cover Pic X occurs 3 times.
              10 ET-Deducted Pic 9(7)V99 occurs 3 times.
              10 ET-Billed Pic X occurs 3 times.
       01  EmpCount Pic 9(4) Value 0.
       01  EmpIndx Pic 9(4).
       01  Emp-Found Pic X.
           88 IsEmpFound Value "Y".
       01  Param1 Pic X.
       01  Param2.
           05 PMar Pic 9999V9999.
           05 PUnMar Pic 9999V9999.
       01  Param3 Pic 99.
       01  Param4 Pic XX.
       01  Param5.
           05 PFedIncome Pic 9(9)V99.
           05 PFedMarStat Pic X.
           05 PFedTax Pic S9(9)V99.
       01  Param6 Pic 9(8).
       01  RateWork Pic 9999V9999 occurs 3 times.
       01  RateSum Pic 9(5)V9999.
       01  ShareWork Pic 9(7)V99.
       01  ShareLeft Pic 9(7)V99.
       01  LastShare Pic 9.
       01  BillPrem Pic 9(7)V99.
       01  BillDep Pic 99.
       01  ExcReason Pic X(24).
       01  C-Billed Pic 9(9)V99.
       01  C-Deducted Pic 9(9)V99.
       01  C-NotEnrolled Pic 9(9)V99.
       01  C-Rows Pic 9(5).
       01  C-Exceptions Pic 9(5).
       01  ExcTotal Pic 9(5) Value 0.
       01  Title-Line.
           05  Pic X(40) Value
               "Carrier Premium Invoice Reconciliation  ".
           05  Pic X(6) Value "Month ".
           05 TI-Month Pic 9(6).
       01  Carrier-Line.
           05  Pic X(9) Value "Carrier: ".
           05 CL-Name Pic X(10).
           05  Pic X(9) Value " Invoice ".
           05 CL-File Pic X(40).
       01  Heading-Line.
           05  Pic X(44) Value
               " Emp #  Name                           SSN  ".
           05  Pic X(44) Value
               "        Dep B/O      Billed     Deducted  Ex".
           05  Pic X(44) Value
               "ception                                     ".
       01  Detail-Line.
           05 DL-EmpNum Pic Z(4)9.
           05  Pic X(2) Value Spaces.
           05 DL-Name Pic X(30).
           05  Pic X(2) Value Spaces.
           05 DL-SSN Pic X(11).
           05  Pic X(2) Value Spaces.
           05 DL-BillDep Pic Z9.
           05  Pic X Value "/".
           05 DL-OurDep Pic Z9.
           05  Pic X(3) Value Spaces.
           05 DL-Billed Pic $ZZZ,ZZ9.99.
           05  Pic X(2) Value Spaces.
           05 DL-Deducted Pic $ZZZ,ZZ9.99.
           05  Pic X(2) Value Spaces.
           05 DL-Reason Pic X(24).
       01  CarrierTotal-Line.
           05  Pic X(15) Value "Carrier Total: ".
           05 CT-Rows Pic ZZ,ZZ9.
           05  Pic X(18) Value " billed member(s) ".
           05  Pic X(7) Value "Billed ".
           05 CT-Billed Pic $ZZZ,ZZZ,ZZ9.99.
           05  Pic X(11) Value "  Deducted ".
           05 CT-Deducted Pic $ZZZ,ZZZ,ZZ9.99.
       01  CarrierExc-Line.
           05  Pic X(15) Value Spaces.
           05 CE-Count Pic ZZ,ZZ9.
           05  Pic X(18) Value " exception(s)     ".
           05  Pic X(30) Value "Billed for people not enrolled".
           05 CE-NotEnrolled Pic $ZZZ,ZZZ,ZZ9.99.
       01  None-Line Pic X(30) Value "  No exceptions".
       01  blank-line Pic X Value Space.

       Procedure Division.
       000-Main.
           Perform 010-SetCompanyFiles
           Perform 020-GetArguments
           Perform 100-LoadMaster
           Perform 200-SumDeductions
           Open Output RptFile
           Move WantMonth to TI-Month
           Write ot-record from Title-Line
           Perform 300-ReconcileCarrier
            Varying CarrierIndx from 1 by 1 until CarrierIndx > 3
           Close RptFile
           Display "Lab8Inv: " ExcTotal " exception(s) for " WantMonth
            " -- see " Function Trim(RptName)
           if ExcTotal > 0
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
           Move Spaces to PayHistName
           String Function Trim(CompanyPrefix) "-payhist.dat"
            delimited by size into PayHistName.

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

       020-GetArguments.
           Move Function Current-Date (1:6) to WantMonth
           Move 1 to ArgNum
           Display ArgNum Upon Argument-Number
           Move Spaces to ArgWork
           Accept ArgWork from Argument-Value
           if ArgWork not = Spaces
           if ArgWork (1:6) is not numeric or ArgWork (5:2) < "01"
            or ArgWork (5:2) > "12"
           Display "Lab8Inv: usage: [YYYYMM]"
           Move 1 to Return-Code
           stop run
           end-if
           Move ArgWork (1:6) to WantMonth
           end-if
           Move Spaces to RptName
           String Function Trim(CompanyPrefix) "-invrecon-"
            WantMonth ".dat" delimited by size into RptName.

       100-LoadMaster.
           Open Input MasterFile
           if MasterStatus not = "00"
           Display "Lab8Inv: employee master not on hand"
           Move 8 to Return-Code
           stop run
           end-if
           Move "N" to EOF
           Perform until Finished
           Read MasterFile Next
           at end Move "Y" to EOF
           not at end
           Perform 110-AddEmployee
           end-read
           end-perform
           Close MasterFile
           Move "N" to EOF.

       110-AddEmployee.
           if EmpCount = 5000
           Display "Lab8Inv: employee table full, run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Add 1 to EmpCount
           Move EM-EmpNum to ET-EmpNum(EmpCount)
           Move EM-SSN to ET-SSN(EmpCount)
           Move EM-EmpName to ET-Name(EmpCount)
           Move EM-Status to ET-Status(EmpCount)
           Move 0 to ET-Dep(EmpCount)
           if EM-Dep is numeric
           Move EM-Dep to ET-Dep(EmpCount)
           end-if
           Perform Varying CarrierIndx from 1 by 1 until CarrierIndx > 3
           Move EM-Cover(CarrierIndx) to ET-Cover(EmpCount CarrierIndx)
           Move 0 to ET-Deducted(EmpCount CarrierIndx)
           Move "N" to ET-Billed(EmpCount CarrierIndx)
           end-perform.

       200-SumDeductions.
           Open Input PayHistFile
           if PayHistStatus not = "00"
           Display "Lab8Inv: no pay history on hand, deductions"
            " taken as zero"
           exit paragraph
           end-if
           Move "N" to EOF
           Perform until Finished
           Read PayHistFile
           at end Move "Y" to EOF
           not at end
           if PH-RunDate (1:6) = WantMonth and PH-Ins > 0
           Perform 210-SplitDeduction
           end-if
           end-read
           end-perform
           Close PayHistFile
           Move "N" to EOF.

      *> Pay history keeps one insurance total per pay. It is split
      *> over the coverages on the master by the rates in effect on
      *> the pay date; the last coverage takes what rounding leaves,
      *> so the shares always add back to the deduction.
       210-SplitDeduction.
           Move "N" to Emp-Found
           Perform Varying EmpIndx from 1 by 1 until EmpIndx > EmpCount
            or IsEmpFound
           if ET-EmpNum(EmpIndx) = PH-EmpNum
           Move "Y" to Emp-Found
           end-if
           end-perform
           if not IsEmpFound
           exit paragraph
           end-if
           Subtract 1 from EmpIndx
           Move "A" to Param1
           Move PH-RunDate to Param6
           Call "Lab8Sub" using by content Param1
            by reference Param2 by content Param3
            by content Param4 by reference Param5
            by content Param6
           Move 0 to RateSum
           Move 0 to LastShare
           Perform Varying CarrierIndx from 1 by 1 until CarrierIndx > 3
           Move 0 to RateWork(CarrierIndx)
           if ET-Cover(EmpIndx CarrierIndx) = "Y"
           Move CT-Code(CarrierIndx) to Param1
           Move ET-Dep(EmpIndx) to Param3
           Call "Lab8Sub" using by content Param1
            by reference Param2 by content Param3 by content Param4
           Move PMar to RateWork(CarrierIndx)
           Add PMar to RateSum
           Move CarrierIndx to LastShare
           end-if
           end-perform
           if RateSum = 0
           exit paragraph
           end-if
           Move PH-Ins to ShareLeft
           Perform Varying CarrierIndx from 1 by 1 until CarrierIndx > 3
           if RateWork(CarrierIndx) > 0
           if CarrierIndx = LastShare
           Move ShareLeft to ShareWork
           else
           Compute ShareWork rounded =
            PH-Ins * RateWork(CarrierIndx) / RateSum
           Subtract ShareWork from ShareLeft
           end-if
           Add ShareWork to ET-Deducted(EmpIndx CarrierIndx)
           end-if
           end-perform.

       300-ReconcileCarrier.
           Move 0 to C-Billed
           Move 0 to C-Deducted
           Move 0 to C-NotEnrolled
           Move 0 to C-Rows
           Move 0 to C-Exceptions
           Move Spaces to InvoiceName
           String Function Trim(CompanyPrefix) "-invoice-"
            CT-Suffix(CarrierIndx) ".dat"
            delimited by size into InvoiceName
           Write ot-record from blank-line
           Move CT-Name(CarrierIndx) to CL-Name
           Move InvoiceName to CL-File
           Write ot-record from Carrier-Line
           Write ot-record from Heading-Line
           Open Input InvoiceFile
           if InvoiceStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read InvoiceFile
           at end Move "Y" to EOF
           not at end
           if IV-Month = WantMonth
           Perform 310-MatchBilled
           end-if
           end-read
           end-perform
           Close InvoiceFile
           Move "N" to EOF
           else
           Display "Lab8Inv: no " Function Trim(CT-Name(CarrierIndx))
            " invoice on " Function Trim(InvoiceName)
           end-if
           Perform 320-CheckUnbilled
            Varying EmpIndx from 1 by 1 until EmpIndx > EmpCount
           if C-Exceptions = 0
           Write ot-record from None-Line
           end-if
           Write ot-record from blank-line
           Move C-Rows to CT-Rows
           Move C-Billed to CT-Billed
           Move C-Deducted to CT-Deducted
           Write ot-record from CarrierTotal-Line
           Move C-Exceptions to CE-Count
           Move C-NotEnrolled to CE-NotEnrolled
           Write ot-record from CarrierExc-Line
           Add C-Exceptions to ExcTotal.

      *> A billed member is found on the master by SSN. Off the
      *> master, terminated, or without the coverage flag is billed
      *> but not enrolled; otherwise the billed coverage level and
      *> premium have to match the master and the month's deductions.
       310-MatchBilled.
           Add 1 to C-Rows
           if IV-Premium not numeric
           Move 0 to IV-Premium
           end-if
           if IV-Dep not numeric
           Move 0 to IV-Dep
           end-if
           Add IV-Premium to C-Billed
           Move IV-Premium to BillPrem
           Move IV-Dep to BillDep
           Move "N" to Emp-Found
           Perform Varying EmpIndx from 1 by 1 until EmpIndx > EmpCount
            or IsEmpFound
           if ET-SSN(EmpIndx) = IV-SSN
           Move "Y" to Emp-Found
           end-if
           end-perform
           if not IsEmpFound
           Move "Not on master" to ExcReason
           Add IV-Premium to C-NotEnrolled
           Perform 350-WriteBilledOnly
           exit paragraph
           end-if
           Subtract 1 from EmpIndx
           Move "Y" to ET-Billed(EmpIndx CarrierIndx)
           if ET-Status(EmpIndx) = "T"
           Move "Billed, terminated" to ExcReason
           Add IV-Premium to C-NotEnrolled
           Perform 340-WriteException
           exit paragraph
           end-if
           if ET-Cover(EmpIndx CarrierIndx) not = "Y"
           Move "Billed, not elected" to ExcReason
           Add IV-Premium to C-NotEnrolled
           Perform 340-WriteException
           exit paragraph
           end-if
           Add ET-Deducted(EmpIndx CarrierIndx) to C-Deducted
           if IV-Dep not = ET-Dep(EmpIndx)
           Move "Coverage level differs" to ExcReason
           Perform 340-WriteException
           exit paragraph
           end-if
           if IV-Premium not = ET-Deducted(EmpIndx CarrierIndx)
           Move "Premium mismatch" to ExcReason
           Perform 340-WriteException
           end-if.

      *> Active, elected and not on the bill. Anyone who had a share
      *> deducted this month is counted in the deducted total too.
       320-CheckUnbilled.
           if ET-Billed(EmpIndx CarrierIndx) = "Y"
           exit paragraph
           end-if
           if ET-Status(EmpIndx) = "T" or
            ET-Cover(EmpIndx CarrierIndx) not = "Y"
           exit paragraph
           end-if
           Add ET-Deducted(EmpIndx CarrierIndx) to C-Deducted
           Move "Enrolled, not billed" to ExcReason
           Move 0 to BillPrem
           Move ET-Dep(EmpIndx) to BillDep
           Perform 340-WriteException.

       340-WriteException.
           Add 1 to C-Exceptions
           Move ET-EmpNum(EmpIndx) to DL-EmpNum
           Move ET-Name(EmpIndx) to DL-Name
           Move Spaces to DL-SSN
           String "***-**-" ET-SSN(EmpIndx) (6:4)
            delimited by size into DL-SSN
           Move BillDep to DL-BillDep
           Move ET-Dep(EmpIndx) to DL-OurDep
           Move BillPrem to DL-Billed
           Move ET-Deducted(EmpIndx CarrierIndx) to DL-Deducted
           Move ExcReason to DL-Reason
           Write ot-record from Detail-Line.

       350-WriteBilledOnly.
           Add 1 to C-Exceptions
           Move 0 to DL-EmpNum
           Move IV-Name to DL-Name
           Move Spaces to DL-SSN
           String "***-**-" IV-SSN (6:4)
            delimited by size into DL-SSN
           Move BillDep to DL-BillDep
           Move 0 to DL-OurDep
           Move BillPrem to DL-Billed
           Move 0 to DL-Deducted
           Move ExcReason to DL-Reason
           Write ot-record from Detail-Line.
