      *> for comes from the lab8-runcompany.dat pointer: pay history
      *> and the report name take the company prefix. The employee
      *> master keeps its one shared name.
      *> TZ - SUTA is owed to the state the work is done in, so the
      *> master's work state (EM-WorkState) is used when one is on
      *> file; the city/state derivation covers everyone else.
       Identification Division.
       Program-ID.     Lab8Uemp.

           05 PH-ErMed Pic 9(9)V99.
           05 PH-Futa Pic 9(9)V99.
           05 PH-Suta Pic 9(9)V99.
           05 PH-Sec125 Pic 9(9)V99.
           05 PH-WHState Pic XX.
           05 PH-WCClass Pic X(4).
           05 PH-WCState Pic XX.
           05 PH-WCWages Pic 9(9)V99.
           05 PH-WComp Pic 9(9)V99.

       FD MasterFile.
       01 Master-Record.
                  15 EM-CityState Pic X(20).
                  15  Pic X(97).
           05 EM-SSN Pic 9(9).
           05 EM-WorkState Pic XX.

       FD RptFile.
       01 ot-record Pic X(100).
           Compute CSStart = CSLen - 1
           Move EM-CityState (CSStart:2) to WorkState
           end-if
           if EM-WorkState is alphabetic and EM-WorkState not = Spaces
           Move EM-WorkState to WorkState
           end-if
           end-read
           end-if.

