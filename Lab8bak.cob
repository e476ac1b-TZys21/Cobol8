      *> backs up each company's own files under its own names
      *> instead of re-unloading the default company's masters into
      *> one shared backup.
      *> TZ - the YTD and pay-history records carry the Section 125
      *> pretax bucket; it is unloaded, replayed and counted in the
      *> YTD hash like the other money buckets.
       Identification Division.
       Program-ID.     Lab8Bak.

           05 YTD-Match Pic 9(9)V99.
           05 YTD-ErSS Pic 9(9)V99.
           05 YTD-ErMed Pic 9(9)V99.
           05 YTD-Sec125 Pic 9(9)V99.

       FD YtdLoadFile.
       01 YtdLoad-Record.
           05 YL-Match Pic 9(9)V99.
           05 YL-ErSS Pic 9(9)V99.
           05 YL-ErMed Pic 9(9)V99.
           05 YL-Sec125 Pic 9(9)V99.

       FD LeaveBalFile.
       01 LeaveBal-Record.
                  15 EM-Pay Pic S9(7)V99.
                  15  Pic X(39).
           05 EM-SSN Pic 9(9).
           05 EM-WorkState Pic XX.

       FD MasterLoadFile.
       01 MasterLoad-Record.
           05 ML-EmpNum Pic 9(5).
           05 ML-Rest Pic X(243).

       FD BakFile.
       01 Bak-Record Pic X(248).

       FD CtlFile.
       01 Ctl-Record.
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
           Add YTD-Medicare to HashTotal
           Add YTD-Match to HashTotal
           Add YTD-ErSS to HashTotal
           Add YTD-ErMed to HashTotal
           Add YTD-Sec125 to HashTotal.

       120-BackupLeave.
           Move "LEAVE" to WantFile
           not at end
           Add 1 to RecCount
           if WantFile = "YTD"
           Move Bak-Record (1:183) to YTD-Record
           Perform 115-HashYtd
           else
           if WantFile = "LEAVE"
           Add LW-SickBal to HashTotal
           Add LW-VacBal to HashTotal
           else
           Move Bak-Record (1:248) to Master-Record
           Add EM-Pay to HashTotal
           end-if
           end-if
           Read BakFile
           at end Move "Y" to EOF
           not at end
           Move Bak-Record (1:183) to YtdLoad-Record
           Write YtdLoad-Record
           Add 1 to RecCount
           end-read
           Read BakFile
           at end Move "Y" to EOF
           not at end
           Move Bak-Record (1:248) to MasterLoad-Record
           Write MasterLoad-Record
           Add 1 to RecCount
           end-read
           Move MatchAmt to YL-Match
           Move PH-ErSS to YL-ErSS
           Move PH-ErMed to YL-ErMed
           Move PH-Sec125 to YL-Sec125
           Write YtdLoad-Record
           not invalid key
           Add PH-Gross to YL-Gross
           Add MatchAmt to YL-Match
           Add PH-ErSS to YL-ErSS
           Add PH-ErMed to YL-ErMed
           Add PH-Sec125 to YL-Sec125
           Rewrite YtdLoad-Record
           end-read
           Add 1 to ReplayCount.
