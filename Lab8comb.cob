
      *Tyler Zysberg
      *> Combinatorics routines, CALLed by Lab8C (command line and
      *> BATCH mode) and by Lab8Draw to size the prize drawing, so
      *> the count is worked out one way everywhere. Parameters:
      *>   type     -- C/COMBINATION, P/PERMUTATION or O/ODDS
      *>   repeat   -- Y/YES or N/NO, repetition allowed
      *>   n, r     -- the pool and how many are taken
      *>   result   -- the count back (for O, the N of "1 in N");
      *>               zero when the request is refused
      *>   label    -- what the count is, for the caller's display
      *>   message  -- spaces on success, otherwise why the request
      *>               was refused (bad parameter, or a result past
      *>               the 15 digits the count field holds)
       Identification Division.
       Program-ID.     Lab8Comb.

       Data Division.
       Working-Storage Section.
       01 ComVar Pic X(11).
       01 RepVar Pic X(11).
       01 Param.
          05 p1 Pic X(11).
          05 p2 pic X(11).
          05 p3 Pic 9(9).
          05 p4 Pic 9(9).
       01 Indx Pic 999.
       01 MathVar Pic 9(15).
       01 OtherMath Pic 9(15).
       01 Randoms Pic 9(15) Value 0.
       01 ResultLabel Pic X(30).
       01 ResultMsg Pic X(50).
       01 OverflowFlag Pic X.
          88 IsOverflow Value "Y".
       01 MaxFactN Pic 99 Value 17.
       01 WorkN Pic 9(9).
       01 ProdK Pic 9(9).

       Linkage Section.
       01 CmbType Pic X(11).
       01 CmbRep Pic X(11).
       01 CmbN Pic 9(9).
       01 CmbR Pic 9(9).
       01 CmbResult Pic 9(15).
       01 CmbLabel Pic X(30).
       01 CmbMsg Pic X(50).

       Procedure Division using CmbType CmbRep CmbN CmbR CmbResult
                                CmbLabel CmbMsg.
       000-Main.
           Move CmbType to p1
           Move CmbRep to p2
           Move CmbN to p3
           Move CmbR to p4
           Move Spaces to ResultLabel
           Move 0 to MathVar
           Perform 050-Process
           if ResultMsg = Spaces
           Move MathVar to CmbResult
           Move ResultLabel to CmbLabel
           Move Spaces to CmbMsg
           else
           Move 0 to CmbResult
           Move Spaces to CmbLabel
           Move ResultMsg to CmbMsg
           end-if
           exit Program.

       050-Process.
           Move "N" to OverflowFlag
           Move Spaces to ResultMsg
           if p4 = 0
           Move "Requires 4 Parameters" to ResultMsg
           else
           if p4 > p3
           Move "4th Parameter cannot exceed the 3rd parameter"
            to ResultMsg
           else
           Move Function Upper-case(p1) to ComVar
           Move Function Upper-case(p2) to RepVar
           if Function Trim(ComVar) = "C" or "COMBINATION"
              or "P" or "PERMUTATION" or "O" or "ODDS"
            if ComVar = 'P' or "PERMUTATION"
             Perform 060-Permutations
            else
             Perform 070-Combinations
            end-if
           else
           Move "First Parameter is invalid" to ResultMsg
           end-if
           end-if
           end-if.

      *> Function FACTORIAL blows past Pic 9(15) above 17 and used to
      *> hand back a silently truncated number -- out-of-range
      *> requests are rejected up front, and the repeated multiply
      *> watches for size errors instead of wrapping.
       060-Permutations.
           if RepVar = "Y" or "YES"
           Perform 101-PermYesRep
           if IsOverflow
           Move "Out of range: result exceeds 15 digits" to ResultMsg
           else
           Move "Number of Permutations" to ResultLabel
           end-if
           else
           if RepVar = "N" or "NO"
           if p3 > MaxFactN
           Move "Out of range: 3rd parameter may not exceed 17"
            to ResultMsg
           else
           Perform 100-PermNoRep
           Move "Number of Permutations" to ResultLabel
           end-if
           else
           Move "Second Parameter is invalid" to ResultMsg
           end-if
           end-if.

      *> C and O share the combination count; O is the odds of one
      *> specific combination coming up, reported as "1 in N".
       070-Combinations.
           Move 0 to WorkN
           if RepVar = "Y" or "YES"
           Compute WorkN = p3 + p4 - 1
           else
           if RepVar = "N" or "NO"
           Move p3 to WorkN
           else
           Move "Second Parameter is invalid" to ResultMsg
           end-if
           end-if
           if ResultMsg = Spaces
           if RepVar = "Y" or "YES"
           Perform 103-ComYesRep
           else
           Perform 102-ComNoRep
           end-if
           if IsOverflow
           Move "Out of range: result exceeds 15 digits" to ResultMsg
           else
           if ComVar = "O" or ComVar = "ODDS"
           Move "Odds of one specific combination" to ResultLabel
           else
           Move "Number of Combinations" to ResultLabel
           end-if
           end-if
           end-if.

       100-PermNoRep.
           Move Function FACTORIAL(p3) to MathVar
           SUBTRACT p4 from p3 giving Randoms
           Move Function FACTORIAL(Randoms) to othermath
           Divide MathVar by OtherMath giving MathVar.

       101-PermYesRep.
           Move p3 to MathVar
           Perform varying Indx from 1 by 1 until Indx = p4
           Multiply Mathvar by p3 giving MathVar
            On Size Error Move "Y" to OverflowFlag
           End-Multiply
           end-perform.

      *> C(n,r) as the product of (n-k+i)/i for i = 1 to k, with k
      *> the smaller of r and n-r; every partial product is itself a
      *> whole combination count, so the divide is always exact. With
      *> repetition n is already n+r-1 in WorkN.
       102-ComNoRep.
           Perform 104-ComProduct.

       103-ComYesRep.
           Perform 104-ComProduct.

       104-ComProduct.
           Move p4 to ProdK
           if WorkN - p4 < ProdK
           Compute ProdK = WorkN - p4
           end-if
           Move 1 to MathVar
           Perform varying Indx from 1 by 1
            until Indx > ProdK or IsOverflow
           Compute MathVar = MathVar * (WorkN - ProdK + Indx)
            On Size Error Move "Y" to OverflowFlag
           End-Compute
           Divide Indx into MathVar
           end-perform.
