      *> distribution of the files. This is internal agreement between
      *> the run's outputs -- a different check from the externally
      *> supplied control total 141-CheckControlTotal already does.
      *> TZ - the register net for both families together is also
      *> tied to the net pay on Lab8Csh's cash requirements control
      *> file (lab8-cashctl.dat, company-prefixed), so the figure
      *> treasury funded is the figure the registers paid.
      *> TZ - manual and off-cycle checks Lab8Man posted today get
      *> their own section (family "M") when there are any: the
      *> source "M" pay-history net vs today's "M" checks on the
      *> register plus the "M" deposits on the final-pay queue, and
      *> vs today's rows on the manual-check CSV (lab8m-out.csv).
      *> TZ - the manual-check CSV gained the workers' comp column
      *> ahead of the check date, so today's rows are now picked by
      *> column 24 (as Lab8GL reads it), not 23.
       Identification Division.
       Program-ID.     Lab8Bal.

               Assign to Dynamic PayHistName
               Organization is Line Sequential
               File Status is PayHistStatus.
           Select CashCtlFile
               Assign to Dynamic CashCtlName
               Organization is Line Sequential
               File Status is CashCtlStatus.
           Select RptFile
               Assign to Dynamic RptFileName
               Organization is Line Sequential.
           05 DD-NetPay Pic 9(9)V99.
           05  Pic X.
           05 DD-Period Pic 9(3).
           05  Pic X.
           05 DD-Source Pic X.
           05  Pic X.
           05 DD-Date Pic 9(8).

       FD CsvFile.
       01 CsvRec Pic X(300).

       FD CheckRegFile.
       01 CheckReg-Record.
           05 PH-ErMed Pic 9(9)V99.
           05 PH-Futa Pic 9(9)V99.
           05 PH-Suta Pic 9(9)V99.
           05 PH-Sec125 Pic 9(9)V99.
           05 PH-WHState Pic XX.
           05 PH-WCClass Pic X(4).
           05 PH-WCState Pic XX.
           05 PH-WCWages Pic 9(9)V99.
           05 PH-WComp Pic 9(9)V99.

       FD CashCtlFile.
       01 CashCtl-Record.
           05 CQC-RunDate Pic 9(8).
           05  Pic X.
           05 CQC-Mode Pic X.
           05  Pic X.
           05 CQC-NetTotal Pic 9(11)V99.
           05  Pic X.
           05 CQC-GrandTotal Pic 9(11)V99.

       FD RptFile.
       01 ot-record Pic X(110).
       01  CsvStatus Pic XX.
       01  CheckRegStatus Pic XX.
       01  PayHistStatus Pic XX.
       01  CashCtlStatus Pic XX.
       01  CompanyPrefix Pic X(8) Value "lab8".
       01  RegFileName Pic X(40) Value "lab8a-out.dat".
       01  DDFileName Pic X(40) Value "lab8a-directdeposit.dat".
       01  CheckRegName Pic X(40) Value "lab8-checkregister.dat".
       01  PayHistName Pic X(40) Value "lab8-payhist.dat".
       01  RptFileName Pic X(40) Value "lab8-balance-rpt.dat".
       01  CashCtlName Pic X(40) Value "lab8-cashctl.dat".
       01  RunDateNum Pic 9(8).
       01  Family Pic X.
       01  FamilySuffix Pic X(12).
       01  CsvNet Pic 9(11)V99.
       01  CsvCount Pic 9(5).
       01  HistNet Pic 9(11)V99.
       01  HistCount Pic 9(5).
       01  TotRegNet Pic 9(11)V99 Value 0.
       01  CashNet Pic 9(11)V99.
       01  CashFound Pic X.
           88 IsCashFound Value "Y".
       01  CsvWork Pic X(300).
       01  CsvField Pic X(35) occurs 24 times.
       01  CsvIndx Pic 99.
       01  NetFieldNo Pic 99.
       01  Header-Seen Pic X.
           05 CC-Count1 Pic ZZ,ZZ9.
           05  Pic X(4) Value " vs ".
           05 CC-Count2 Pic ZZ,ZZ9.
       01  Note-Line.
           05 NT-Result Pic X(16).
           05 NT-Text Pic X(70).
       01  blank-line Pic X Value Space.

       Procedure Division.
           Perform 100-BalanceFamily
           Move "B" to Family
           Perform 100-BalanceFamily
           Perform 450-BalanceManual
           Perform 400-TieCashReq
           Close RptFile
           if IsOutOfBalance
           Display "Lab8Bal: OUT OF BALANCE -- hold distribution"
           Perform 220-SumChecks
           Perform 230-SumCsv
           Perform 240-SumHistory
           Add RegNet to TotRegNet
           Compute CompareA = DDNet + ChkNet
           Move RegNet to CompareB
           Move "Register net vs direct deposit + checks" to CT-Label

       240-SumHistory.
           Move 0 to HistNet
           Move 0 to HistCount
           Open Input PayHistFile
           if PayHistStatus = "00"
           Move "N" to EOF
           not at end
           if PH-RunDate = RunDateNum and PH-Source = Family
           Add PH-Net to HistNet
           Add 1 to HistCount
           end-if
           end-read
           end-perform
           Move "Y" to OutOfBalance
           end-if
           Write ot-record from Count-Cert-Line.

      *> A cash requirements file from another day or from a preview
      *> isn't this run's funding figure; with none on file the
      *> certificate says so rather than failing the run.
       400-TieCashReq.
           Move Spaces to CashCtlName
           String Function Trim(CompanyPrefix) "-cashctl.dat"
            delimited by size into CashCtlName
           Write ot-record from blank-line
           Move "N" to CashFound
           Open Input CashCtlFile
           if CashCtlStatus = "00"
           Read CashCtlFile
           at end continue
           not at end
           if CQC-RunDate = RunDateNum and CQC-Mode = "L"
           Move "Y" to CashFound
           Move CQC-NetTotal to CashNet
           end-if
           end-read
           Close CashCtlFile
           end-if
           if IsCashFound
           Move CashNet to CompareA
           Move TotRegNet to CompareB
           Move "Register net vs cash requirements net" to CT-Label
           Perform 300-WriteCert
           else
           Move "NOT CHECKED     " to NT-Result
           Move "No live cash requirements file for today on file"
            to NT-Text
           Write ot-record from Note-Line
           end-if.

      *> Lab8Man's checks are balanced as their own family: what
      *> posted to pay history today under source "M" against the
      *> checks and deposits that pay it, and against the CSV Lab8GL
      *> journals from. Nothing manual today, nothing written.
       450-BalanceManual.
           Move "M" to Family
           Perform 240-SumHistory
           Perform 220-SumChecks
           Move 0 to DDNet
           Move Spaces to DDFileName
           String Function Trim(CompanyPrefix) "-finaldd.dat"
            delimited by size into DDFileName
           Open Input DDFile
           if DDStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read DDFile
           at end Move "Y" to EOF
           not at end
           if DD-Source = "M" and DD-Date = RunDateNum
           Add DD-NetPay to DDNet
           end-if
           end-read
           end-perform
           Close DDFile
           end-if
           Move "N" to EOF
           Perform 455-SumManualCsv
           if HistCount = 0 and ChkNet = 0 and DDNet = 0 and
            CsvCount = 0
           exit paragraph
           end-if
           Write ot-record from blank-line
           Move Family to FL-Family
           Write ot-record from Family-Line
           Compute CompareA = DDNet + ChkNet
           Move HistNet to CompareB
           Move "Manual net posted vs deposits + checks" to CT-Label
           Perform 300-WriteCert
           Move CsvNet to CompareA
           Move HistNet to CompareB
           Move "Manual net posted vs manual CSV net" to CT-Label
           Perform 300-WriteCert
           Move CsvCount to CC-Count1
           Move HistCount to CC-Count2
           Move "Manual CSV lines vs pay-history rows" to CC-Label
           if CsvCount = HistCount
           Move "IN BALANCE      " to CC-Result
           else
           Move "*OUT OF BALANCE*" to CC-Result
           Move "Y" to OutOfBalance
           end-if
           Write ot-record from Count-Cert-Line.

       455-SumManualCsv.
           Move 0 to CsvNet
           Move 0 to CsvCount
           Move Spaces to CsvFileName
           String Function Trim(CompanyPrefix) "m-out.csv"
            delimited by size into CsvFileName
           Open Input CsvFile
           if CsvStatus = "00"
           Move "N" to EOF
           Move "N" to Header-Seen
           Perform until Finished
           Read CsvFile
           at end Move "Y" to EOF
           not at end
           if IsHeaderSeen
           Move CsvRec to CsvWork
           Unstring CsvWork delimited by "," into
            CsvField (1) CsvField (2) CsvField (3) CsvField (4)
            CsvField (5) CsvField (6) CsvField (7) CsvField (8)
            CsvField (9) CsvField (10) CsvField (11) CsvField (12)
            CsvField (13) CsvField (14) CsvField (15) CsvField (16)
            CsvField (17) CsvField (18) CsvField (19) CsvField (20)
            CsvField (21) CsvField (22) CsvField (23) CsvField (24)
           if Function Numval (CsvField (24)) = RunDateNum
           Add 1 to CsvCount
           Compute CsvNet = CsvNet +
            Function Numval (CsvField (14))
           end-if
           else
           Move "Y" to Header-Seen
           end-if
           end-read
           end-perform
           Close CsvFile
           end-if
           Move "N" to EOF.
