      *> returns the probability of one specific combination as
      *> "1 in N", which is what we compute by hand from the C output
      *> every time the quarterly prize drawing gets sized.
      *> TZ - combinations (C and O) are now built up as a running
      *> product instead of out of three factorials, so a pool the
      *> size of the whole company works; only a result past 15
      *> digits is refused.
      *> TZ - the calculations themselves now live in the Lab8Comb
      *> subprogram, CALLed here for the command line and BATCH mode
      *> and by Lab8Draw for its odds, so there is one copy of the
      *> combinatorics; this program keeps the parameters, display
      *> and batch file handling.

       Identification Division.
       Program-ID.     Lab8C.
           05 BOMsg    Pic X(50).

       Working-Storage Section.
       01 ArgNum Pic 99.
       01 CmdLine Pic X(50).
       01 Param.
          05 p2 pic X(11).
          05 p3 Pic 9(9).
          05 p4 Pic 9(9).
       01 Counter Pic 9(5).
       01 ExtraMath Pic 9(15).
	   01 randoms2 pic 9(15) value 0.
       01 RVal Pic 9(9).
       01 OutMath Pic ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01 CmbResult Pic 9(15).
       01 ResultLabel Pic X(30).
       01 ResultMsg Pic X(50).
       01 Valid-Result Pic X.
          88 Has-Result Value "Y".
       01 Odds-Mode Pic X.
          88 Is-Odds Value "Y".
       01 Batch-EOF Pic X.
          88 Batch-Finished Value "Y".

           end-if
           stop run.

      *> Lab8Comb does the arithmetic; a message back means the
      *> request was refused, and the count is left for the caller.
       050-Process.
           Move "N" to Valid-Result
           Move "N" to Odds-Mode
           Call "Lab8Comb" using p1 p2 p3 p4 CmbResult ResultLabel
            ResultMsg
           if ResultMsg = Spaces
           Move "Y" to Valid-Result
           Move CmbResult to OutMath
           if Function Trim(Function Upper-Case(p1)) = "O" or
            Function Trim(Function Upper-Case(p1)) = "ODDS"
           Move "Y" to Odds-Mode
           end-if
           end-if.

           Move Spaces to BOResult
           end-if
           Write Batch-Out-Rec.
