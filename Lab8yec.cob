      *> so the snapshot lands exactly where Lab8W2's YEAR mode looks
      *> for it. The operations log stays on its one shared name --
      *> every step of every company writes to it.
      *> TZ - record lengths follow the YTD and pay-history layouts,
      *> which now end with the Section 125 pretax bucket.
      *> TZ - each close record on the control file also carries a
      *> corrections flag and date: Lab8Adj sets it to "C" when a
      *> retro correction for the closed year posts to the W-2c
      *> ledger, Lab8W2c to "F" once the W-2c statements are
      *> produced. Every run lists the closed years that still have
      *> corrections outstanding.
      *> TZ - the pay-history record length now takes in the workers'
      *> comp class, state, payroll and premium on the end.
       Identification Division.
       Program-ID.     Lab8Yec.

           05 YC-Year Pic 9(4).
           05  Pic X Value Space.
           05 YC-Date Pic 9(8).
           05  Pic X Value Space.
           05 YC-CorrFlag Pic X.
           05  Pic X Value Space.
           05 YC-CorrDate Pic 9(8).

       FD YtdFile.
       01 YTD-Record.
           05 YTD-EmpNum Pic 9(5).
           05 YTD-Rest Pic X(178).

       FD PriorYtdFile.
       01 PriorYtd-Record.
           05 PY-EmpNum Pic 9(5).
           05 PY-Rest Pic X(178).

       FD YtdResetFile.
       01 YtdReset-Record.
           05 YR-EmpNum Pic 9(5).
           05 YR-Rest Pic X(178).

       FD PayHistFile.
       01 PayHist-Record.
           05 PH-RunDate Pic 9(8).
           05 PH-Rest Pic X(208).

       FD PayHistArcFile.
       01 PayHistArc-Record Pic X(216).

       FD OpLogFile.
       01 OpLog-Record.
           if YC-Year = CloseYear
           Move "Y" to AlreadyClosed
           end-if
           if YC-CorrFlag = "C"
           Display "Lab8Yec: year " YC-Year " has W-2 corrections"
            " outstanding since " YC-CorrDate " -- run Lab8W2c"
           end-if
           end-read
           end-perform
           Close ControlFile
           Read WorkFile
           at end Move "Y" to EOF
           not at end
           Write PayHist-Record from Work-Record (1:216)
           end-read
           end-perform
           Close WorkFile
           end-if
           Move CloseYear to YC-Year
           Move RunDateNum to YC-Date
           Move Space to YC-CorrFlag
           Move 0 to YC-CorrDate
           Write Control-Record
           Close ControlFile.
