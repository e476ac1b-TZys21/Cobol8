
      *Tyler Zysberg
      *> Benefits carrier eligibility feed. Coverage changes applied
      *> by Lab8Enr, adds and terminations applied by Lab8Mnt were
      *> being phoned and emailed to the medical, dental and vision
      *> carriers. Every one of them is already on lab8-empaudit.dat
      *> with a before and after image of the master; this program
      *> reads the audit rows written since its last pass and builds
      *> a change-only eligibility file per carrier --
      *> lab8-elig-med.dat, lab8-elig-den.dat and lab8-elig-vis.dat
      *> -- with an ADD when the coverage flag goes on (a new hire or
      *> rehire elected into it, or an election picking it up), a
      *> TERM when it goes off or the employee is terminated while
      *> covered, and a CHG when the coverage stays on but the
      *> dependent count (the coverage level) moves. How far the
      *> audit log has been fed is kept on lab8-eligctl.dat as a row
      *> count, so a change goes to the carrier exactly once. A pass
      *> with nothing new still writes each file with its header and
      *> a zero trailer, so the carrier sees we sent.
      *> TZ - first-run cutover: with no lab8-eligctl.dat on hand the
      *> carriers already have everything on the audit log to date
      *> (it was phoned and emailed), so the pass only counts the
      *> log's rows and writes the control file at its current end --
      *> nothing is sent and no carrier file is written. The feed
      *> starts from the next change on.
       Identification Division.
       Program-ID.     Lab8Elg.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select AuditFile
               Assign to "lab8-empaudit.dat"
               Organization is Line Sequential
               File Status is AuditStatus.
           Select EligCtlFile
               Assign to "lab8-eligctl.dat"
               Organization is Line Sequential
               File Status is EligCtlStatus.
           Select EligFile
               Assign to Dynamic EligName
               Organization is Line Sequential
               File Status is EligStatus.
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
       FD AuditFile.
       01 Audit-Record.
           05 AU-Stamp.
               10 AU-Date Pic 9(8).
               10 AU-Time Pic 9(6).
           05  Pic X.
           05 AU-Action Pic X.
           05  Pic X.
           05 AU-User Pic X(8).
           05  Pic X.
           05 AU-EmpNum Pic 9(5).
           05  Pic X.
           05 AU-Before Pic X(243).
           05  Pic X.
           05 AU-After Pic X(243).

       FD EligCtlFile.
       01 EligCtl-Record.
           05 EC-RowsFed Pic 9(9).
           05  Pic X.
           05 EC-LastDate Pic 9(8).

       FD EligFile.
       01 Elig-Record Pic X(160).

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
       01  AuditStatus Pic XX.
       01  EligCtlStatus Pic XX.
       01  EligStatus Pic XX.
       01  RunCoStatus Pic XX.
       01  CompanyStatus Pic XX.
       01  CoEOF Pic X.
       01  CompanyPrefix Pic X(8) Value "lab8".
       01  CompanyName Pic X(35) Value Spaces.
       01  CompanyEIN Pic X(10) Value Spaces.
       01  EligName Pic X(40).
       01  RunDateNum Pic 9(8).
       01  RowsFed Pic 9(9) Value 0.
       01  RowsRead Pic 9(9) Value 0.
       01  First-Run Pic X Value "N".
           88 IsFirstRun Value "Y".
      *> Before and after images are the master record from EM-Image
      *> on: run file, status, the employee data, SSN, work state.
       01  BeforeImage.
           05 BI-RunFile Pic X.
           05 BI-Status Pic X.
           05  Pic X(57).
           05  Pic X(35).
           05  Pic X(77).
           05  Pic X.
           05 BI-Dep Pic XX.
           05  Pic X(3).
           05 BI-Cover Pic X occurs 3 times.
           05  Pic X(52).
           05  Pic X(9).
           05  Pic XX.
       01  AfterImage.
           05 AF-RunFile Pic X.
           05 AF-Status Pic X.
           05  Pic X(57).
           05 AF-LastName Pic X(20).
           05 AF-FirstName Pic X(15).
           05 AF-Gender Pic X.
           05 AF-StAddress Pic X(20).
           05 AF-CityState Pic X(20).
           05  Pic X(20).
           05 AF-Birthdate Pic X(8).
           05  Pic X(8).
           05  Pic X.
           05 AF-Dep Pic XX.
           05  Pic X(3).
           05 AF-Cover Pic X occurs 3 times.
           05  Pic X(52).
           05 AF-SSN Pic X(9).
           05  Pic XX.
       01  OldOn Pic X.
       01  NewOn Pic X.
       01  OldDep Pic 99.
       01  NewDep Pic 99.
       01  CarrierIndx Pic 9.
       01  CarrierData.
           05  Pic X(13) Value "medMEDICAL   ".
           05  Pic X(13) Value "denDENTAL    ".
           05  Pic X(13) Value "visVISION    ".
       01  CarrierTable Redefines CarrierData.
           05 CarrierRow occurs 3 times.
              10 CT-Suffix Pic XXX.
              10 CT-Name Pic X(10).
      *> The change rows are gathered per carrier first, so each
      *> carrier's file goes out in one piece with its own trailer.
       01  ChangeTable.
           05 ChangeRow occurs 3000 times.
              10 CH-Carrier Pic 9.
              10 CH-Line Pic X(160).
       01  ChangeCount Pic 9(4) Value 0.
       01  ChangeIndx Pic 9(4).
       01  CarrierCount Pic 9(5) occurs 3 times.
       01  AddCount Pic 9(5) Value 0.
       01  TermCount Pic 9(5) Value 0.
       01  ChgCount Pic 9(5) Value 0.
       01  Elig-Header.
           05  Pic X Value "H".
           05 EH-Carrier Pic X(10).
           05 EH-EIN Pic X(10).
           05 EH-Name Pic X(35).
           05 EH-Date Pic 9(8).
       01  Elig-Detail.
           05  Pic X Value "D".
           05 ED-Action Pic X(4).
           05 ED-EffDate Pic 9(8).
           05 ED-EmpNum Pic 9(5).
           05 ED-SSN Pic X(9).
           05 ED-LastName Pic X(20).
           05 ED-FirstName Pic X(15).
           05 ED-Gender Pic X.
           05 ED-Birthdate Pic X(8).
           05 ED-Dep Pic 99.
           05 ED-OldDep Pic 99.
           05 ED-StAddress Pic X(20).
           05 ED-CityState Pic X(20).
       01  Elig-Trailer.
           05  Pic X Value "T".
           05 ET-Carrier Pic X(10).
           05 ET-Count Pic 9(5).

       Procedure Division.
       000-Main.
           Move Function Current-Date (1:8) to RunDateNum
           Perform 010-SetCompanyFiles
           Perform 050-LoadControl
           Move 0 to CarrierCount(1) CarrierCount(2) CarrierCount(3)
           Perform 100-ScanAudit
           if IsFirstRun
           Perform 400-SaveControl
           Display "Lab8Elg: no feed control on hand -- started at the"
            " end of the audit log (" RowsRead " row(s)), nothing sent"
           Move 0 to Return-Code
           goback
           end-if
           Perform 300-WriteCarrier
            Varying CarrierIndx from 1 by 1 until CarrierIndx > 3
           Perform 400-SaveControl
           Display "Lab8Elg: " AddCount " add(s), " TermCount
            " term(s), " ChgCount " coverage change(s) sent"
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
           end-if.

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

       050-LoadControl.
           Open Input EligCtlFile
           if EligCtlStatus = "00"
           Read EligCtlFile
           at end continue
           not at end
           if EC-RowsFed is numeric
           Move EC-RowsFed to RowsFed
           end-if
           end-read
           Close EligCtlFile
           else
           Move "Y" to First-Run
           end-if.

      *> The audit log is only ever appended to, so the rows past the
      *> count already fed are the changes since the last feed.
       100-ScanAudit.
           Open Input AuditFile
           if AuditStatus not = "00"
           Display "Lab8Elg: no audit log on hand, nothing to send"
           exit paragraph
           end-if
           Move "N" to EOF
           Perform until Finished
           Read AuditFile
           at end Move "Y" to EOF
           not at end
           Add 1 to RowsRead
           if RowsRead > RowsFed and not IsFirstRun
           Perform 110-CheckRow
           end-if
           end-read
           end-perform
           Close AuditFile
           Move "N" to EOF
           if RowsRead < RowsFed
           Display "Lab8Elg: audit log shorter than the "
            RowsFed " row(s) already fed -- count reset"
           end-if.

      *> Adds, changes, elections and terminations carry master
      *> images; deposit allocations ("D") don't and are skipped.
      *> An add has no before image unless it is a rehire, whose
      *> before image is the terminated record -- either way nothing
      *> was covered before it.
       110-CheckRow.
           if AU-Action not = "A" and AU-Action not = "C" and
            AU-Action not = "E" and AU-Action not = "T"
           exit paragraph
           end-if
           Move AU-Before to BeforeImage
           Move AU-After to AfterImage
           Perform 120-CheckCarrier
            Varying CarrierIndx from 1 by 1 until CarrierIndx > 3.

       120-CheckCarrier.
           Move "N" to OldOn
           Move "N" to NewOn
           if AU-Action not = "A" and BI-Cover(CarrierIndx) = "Y"
            and BI-Status not = "T"
           Move "Y" to OldOn
           end-if
           if AU-Action not = "T" and AF-Cover(CarrierIndx) = "Y"
           Move "Y" to NewOn
           end-if
           Move 0 to OldDep
           Move 0 to NewDep
           if BI-Dep is numeric
           Move BI-Dep to OldDep
           end-if
           if AF-Dep is numeric
           Move AF-Dep to NewDep
           end-if
           if OldOn = "N" and NewOn = "Y"
           Move "ADD " to ED-Action
           Add 1 to AddCount
           Perform 130-AddChange
           else
           if OldOn = "Y" and NewOn = "N"
           Move "TERM" to ED-Action
           Add 1 to TermCount
           Perform 130-AddChange
           else
           if OldOn = "Y" and NewOn = "Y" and OldDep not = NewDep
           Move "CHG " to ED-Action
           Add 1 to ChgCount
           Perform 130-AddChange
           end-if
           end-if
           end-if.

       130-AddChange.
           if ChangeCount = 3000
           Display "Lab8Elg: change table full, run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Move AU-Date to ED-EffDate
           Move AU-EmpNum to ED-EmpNum
           Move AF-SSN to ED-SSN
           Move AF-LastName to ED-LastName
           Move AF-FirstName to ED-FirstName
           Move AF-Gender to ED-Gender
           Move AF-Birthdate to ED-Birthdate
           Move NewDep to ED-Dep
           Move OldDep to ED-OldDep
           Move AF-StAddress to ED-StAddress
           Move AF-CityState to ED-CityState
           Add 1 to ChangeCount
           Move CarrierIndx to CH-Carrier(ChangeCount)
           Move Elig-Detail to CH-Line(ChangeCount)
           Add 1 to CarrierCount(CarrierIndx).

       300-WriteCarrier.
           Move Spaces to EligName
           String Function Trim(CompanyPrefix) "-elig-"
            CT-Suffix(CarrierIndx) ".dat"
            delimited by size into EligName
           Open Output EligFile
           Move CT-Name(CarrierIndx) to EH-Carrier
           Move CompanyEIN to EH-EIN
           Move CompanyName to EH-Name
           Move RunDateNum to EH-Date
           Write Elig-Record from Elig-Header
           Perform Varying ChangeIndx from 1 by 1
            until ChangeIndx > ChangeCount
           if CH-Carrier(ChangeIndx) = CarrierIndx
           Write Elig-Record from CH-Line(ChangeIndx)
           end-if
           end-perform
           Move CT-Name(CarrierIndx) to ET-Carrier
           Move CarrierCount(CarrierIndx) to ET-Count
           Write Elig-Record from Elig-Trailer
           Close EligFile
           Display "Lab8Elg: " CarrierCount(CarrierIndx)
            " change(s) to " Function Trim(EligName).

       400-SaveControl.
           Open Output EligCtlFile
           Move Spaces to EligCtl-Record
           Move RowsRead to EC-RowsFed
           Move RunDateNum to EC-LastDate
           Write EligCtl-Record
           Close EligCtlFile.
