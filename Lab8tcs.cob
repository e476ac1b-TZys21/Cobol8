           05 YTD-Match Pic 9(9)V99.
           05 YTD-ErSS Pic 9(9)V99.
           05 YTD-ErMed Pic 9(9)V99.
           05 YTD-Sec125 Pic 9(9)V99.

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

       FD LeaveBalFile.
       01 LeaveBal-Record.
                  15 EM-Rate Pic S99V99.
                  15  Pic X(31).
           05 EM-SSN Pic 9(9).
           05 EM-WorkState Pic XX.

       FD StmtFile.
       01 stmt-record Pic X(72).
