       Data Division.
       File Section.
       FD ACsvFile.
       01 ACsvRec Pic X(300).

       FD BCsvFile.
       01 BCsvRec Pic X(300).

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

       FD ThreshFile.
       01 Thresh-Record.
       01  PrevDate Pic 9(8) Value 0.
       01  PctThreshold Pic 9(3) Value 25.
       01  AmtThreshold Pic 9(7)V99 Value 500.00.
       01  CsvWork Pic X(300).
       01  CsvField Pic X(35) occurs 22 times.
       01  NetFieldNo Pic 99.
       01  Header-Seen Pic X.
