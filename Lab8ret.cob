      *> replacement payment is queued to lab8-payment-exc.dat. A
      *> per-run summary for the payroll supervisor goes to
      *> lab8-bankreturn-rpt.dat.
      *> TZ - with net pay split across several accounts a return is
      *> matched on routing and account together, and the bad-bank
      *> row now names the account that bounced, so the payroll runs
      *> send only that account's split to a check and keep
      *> depositing the rest.
       Identification Division.
       Program-ID.     Lab8Ret.

       FD BadBankFile.
       01 BadBank-Record.
           05 BB-EmpNum Pic 9(5).
           05  Pic X.
           05 BB-Routing Pic 9(9).
           05  Pic X.
           05 BB-Account Pic 9(12).

       FD PayExcFile.
       01 PayExc-Record.
       01  DDTable.
           05 DDRow occurs 5000 times.
              10 DT-EmpNum Pic 9(5).
              10 DT-Routing Pic 9(9).
              10 DT-AccountNum Pic 9(12).
       01  DDCount Pic 9(4) Value 0.
       01  DDIndx Pic 9(4).
       01  BadBankTable.
           05 BadBankRow occurs 500 times.
              10 BB-T-EmpNum Pic 9(5).
              10 BB-T-Routing Pic 9(9).
              10 BB-T-Account Pic 9(12).
       01  BBCount Pic 999 Value 0.
       01  BBIndx Pic 999.
       01  Match-Found Pic X.
       01  Already-Flagged Pic X.
           88 IsAlreadyFlagged Value "Y".
       01  MatchEmpNum Pic 9(5).
       01  MatchRouting Pic 9(9).
       01  ReturnCount Pic 9(5) Value 0.
       01  MatchCount Pic 9(5) Value 0.
       01  NoMatchCount Pic 9(5) Value 0.
           at end Move "Y" to EOF
           not at end
           Move ADD-EmpNum to MatchEmpNum
           Move ADD-Routing to MatchRouting
           Move ADD-AccountNum to DL-AccountNum
           Perform 920-NoteDDRow
           end-read
           at end Move "Y" to EOF
           not at end
           Move BDD-EmpNum to MatchEmpNum
           Move BDD-Routing to MatchRouting
           Move BDD-AccountNum to DL-AccountNum
           Perform 920-NoteDDRow
           end-read
           end-if
           Add 1 to DDCount
           Move MatchEmpNum to DT-EmpNum(DDCount)
           Move MatchRouting to DT-Routing(DDCount)
           Move DL-AccountNum to DT-AccountNum(DDCount).

       905-LoadBadBank.
           end-if
           Add 1 to BBCount
           Move BB-EmpNum to BB-T-EmpNum(BBCount)
           if BB-Routing is numeric and BB-Account is numeric
           Move BB-Routing to BB-T-Routing(BBCount)
           Move BB-Account to BB-T-Account(BBCount)
           else
           Move 0 to BB-T-Routing(BBCount)
           Move 0 to BB-T-Account(BBCount)
           end-if
           end-read
           end-perform
           Close BadBankFile
           Add 1 to ReturnCount
           Move "N" to Match-Found
           Perform Varying DDIndx from 1 by 1 until DDIndx > DDCount
           if DT-AccountNum(DDIndx) = BR-AccountNum and
            DT-Routing(DDIndx) = BR-Routing
           Move "Y" to Match-Found
           Move DT-EmpNum(DDIndx) to MatchEmpNum
           end-if
           end-if
           Write ot-record from Detail-Line.

      *> The flag list carries one line per bounced account no matter
      *> how many deposits to it bounce -- 147-WriteDD asks whether
      *> the account it is about to pay is on it. An older row with
      *> no account already holds the employee's every account.
       110-FlagBadBank.
           Move "N" to Already-Flagged
           Perform Varying BBIndx from 1 by 1 until BBIndx > BBCount
           if BB-T-EmpNum(BBIndx) = MatchEmpNum and
            (BB-T-Account(BBIndx) = 0 or
            (BB-T-Routing(BBIndx) = BR-Routing and
            BB-T-Account(BBIndx) = BR-AccountNum))
           Move "Y" to Already-Flagged
           end-if
           end-perform
           end-if
           Add 1 to BBCount
           Move MatchEmpNum to BB-T-EmpNum(BBCount)
           Move BR-Routing to BB-T-Routing(BBCount)
           Move BR-AccountNum to BB-T-Account(BBCount)
           Move Spaces to BadBank-Record
           Move MatchEmpNum to BB-EmpNum
           Move BR-Routing to BB-Routing
           Move BR-AccountNum to BB-Account
           Write BadBank-Record
           end-if.

