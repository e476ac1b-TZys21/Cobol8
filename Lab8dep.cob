      *> school tax, the total to deposit, and the date it is due
      *> (three days after the run date), so the deposit is a number
      *> off a file instead of a reconciliation fight.
      *> TZ - the due date is now three business days after the run,
      *> not three calendar days: weekends and the bank holidays on
      *> lab8-holidays.dat are skipped (Lab8Bdy), so a Friday run is
      *> due Wednesday instead of on a Monday that may be a holiday.
       Identification Division.
       Program-ID.     Lab8Dep.

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
       01  DepositName Pic X(40) Value "lab8-taxdeposit.dat".
       01  RunDateNum Pic 9(8).
       01  DueDateNum Pic 9(8).
       01  DueLagDays Pic 99 Value 3.
       01  BdyFunc Pic X.
       01  BdyReason Pic X(30).
       01  DepTable.
           05 DepRow occurs 50 times.
              10 DT-Period Pic 9(3).
       Procedure Division.
       000-Main.
           Move Function Current-Date (1:8) to RunDateNum
           Move RunDateNum to DueDateNum
           Move "A" to BdyFunc
           Call "Lab8Bdy" using BdyFunc DueDateNum DueLagDays BdyReason
           Perform 010-SetCompanyFiles
           Perform 100-SumHistory
           Perform 200-WriteDeposits
