      *> comes from the lab8-runcompany.dat pointer: pay history, the
      *> YTD master and the report name take the company prefix. The
      *> employee master keeps its one shared name.
      *> TZ - the work state now comes off the master's own work
      *> state field (EM-WorkState) when one is on file, the city/
      *> state derivation only when it isn't. Because a reciprocal
      *> pair withholds for the residence state, the report also
      *> splits the quarter's state withholding by the state it was
      *> actually withheld for (PH-WHState on pay history), so each
      *> state's return is filed for the right amount.
       Identification Division.
       Program-ID.     Lab8Qtr.

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

       FD YtdFile.
       01 YTD-Record.
           05 YTD-Match Pic 9(9)V99.
           05 YTD-ErSS Pic 9(9)V99.
           05 YTD-ErMed Pic 9(9)V99.
           05 YTD-Sec125 Pic 9(9)V99.

       FD RptFile.
       01 ot-record Pic X(132).
       01  State-Found Pic X.
           88 IsStateFound Value "Y".
       01  CurState Pic XX.
       01  WHTable.
           05 WHRow occurs 60 times.
              10 WHT-State Pic XX.
              10 WHT-QGross Pic 9(11)V99.
              10 WHT-QState Pic 9(11)V99.
       01  WHCount Pic 99 Value 0.
       01  WHIndx Pic 99.
       01  WHStateWork Pic XX.
       01  CSLen Pic 99.
       01  CSStart Pic 99.
       01  S-QGross Pic 9(11)V99.
           05 CT-Amt1 Pic $ZZZ,ZZZ,ZZ9.99.
           05  Pic X(4) Value " vs ".
           05 CT-Amt2 Pic $ZZZ,ZZZ,ZZ9.99.
       01  WHTitle-Line.
           05  Pic X(44) Value
               "State Income Tax Withheld by Withholding Sta".
           05  Pic XX Value "te".
       01  WHHeading-Line.
           05  Pic X(44) Value
               " State       Qtr Gross     Qtr State W/H    ".
       01  WHDetail-Line.
           05  Pic X Value Space.
           05 WL-State Pic XX.
           05  Pic X(3) Value Spaces.
           05 WL-QGross Pic $Z(8)9.99.
           05  Pic X(3) Value Spaces.
           05 WL-QState Pic $Z(8)9.99.
       01  OutOfBalance Pic X Value "N".
           88 IsOutOfBalance Value "Y".
       01  blank-line Pic X Value Space.
           Write ot-record from Title-Line
           Perform 300-ReportStates
           Perform 400-WriteGrand
           Perform 420-WriteWithheld
           Perform 410-CrossFoot
           Close RptFile
           if IsOutOfBalance
           Compute CSStart = CSLen - 1
           Move EM-CityState (CSStart:2) to ET-State(EmpIndx)
           end-if
           if EM-WorkState is alphabetic and EM-WorkState not = Spaces
           Move EM-WorkState to ET-State(EmpIndx)
           end-if
           end-read
           end-if.

           Add PH-Gross to ET-QGross(EmpIndx)
           Add PH-Fed to ET-QFed(EmpIndx)
           Add PH-State to ET-QState(EmpIndx)
           Perform 150-NoteWithheld
           end-if.

      *> Pay history written before the withheld-for state was
      *> carried has it blank; those rows count for the employee's
      *> listing state.
       150-NoteWithheld.
           if PH-WHState is alphabetic and PH-WHState not = Spaces
           Move PH-WHState to WHStateWork
           else
           Move ET-State(EmpIndx) to WHStateWork
           end-if
           Move "N" to State-Found
           Perform Varying WHIndx from 1 by 1 until WHIndx > WHCount
           if WHT-State(WHIndx) = WHStateWork
           Move "Y" to State-Found
           Add PH-Gross to WHT-QGross(WHIndx)
           Add PH-State to WHT-QState(WHIndx)
           end-if
           end-perform
           if not IsStateFound
           if WHCount = 60
           Display "Lab8Qtr: withholding state table full, run aborted"
           Move 16 to Return-Code
           stop run
           end-if
           Add 1 to WHCount
           Move WHStateWork to WHT-State(WHCount)
           Move PH-Gross to WHT-QGross(WHCount)
           Move PH-State to WHT-QState(WHCount)
           end-if.

       140-NoteState.
           Move G-YGross to GL-YGross
           Write ot-record from Grand-Line.

       420-WriteWithheld.
           Write ot-record from blank-line
           Write ot-record from WHTitle-Line
           Write ot-record from WHHeading-Line
           Perform Varying WHIndx from 1 by 1 until WHIndx > WHCount
           Move WHT-State(WHIndx) to WL-State
           Move WHT-QGross(WHIndx) to WL-QGross
           Move WHT-QState(WHIndx) to WL-QState
           Write ot-record from WHDetail-Line
           end-perform.

      *> The filing has to agree with the master everyone else
      *> reports from -- same certificate shape Lab8Bal prints.
       410-CrossFoot.
