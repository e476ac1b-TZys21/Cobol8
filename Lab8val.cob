      *> don't sum to exactly 100 percent goes to the reject list
      *> with source "L", so Lab8GL never allocates off a broken
      *> split.
      *> TZ - the timesheet's shift 2, shift 3, holiday-worked and
      *> holiday-not-worked hours get the same range edits as
      *> regular and overtime; shift and holiday-worked hours can't
      *> exceed the regular plus overtime hours they are part of.
       Identification Division.
       Program-ID.     Lab8Val.

           05 TS-Period Pic 9(3).
           05 TS-RegHrs Pic 99V99.
           05 TS-OTHrs Pic 99V99.
           05 TS-Shift2Hrs Pic 99V99.
           05 TS-Shift3Hrs Pic 99V99.
           05 TS-HolWrkHrs Pic 99V99.
           05 TS-HolOffHrs Pic 99V99.

       FD  LaborDistFile.
       01  LaborDist-Record.
              10 TsSeen-Emp Pic 9(5).
              10 TsSeen-Period Pic 9(3).
       01  TsSeenCount Pic 9(4) Value 0.
       01  TsWorkedHrs Pic 9(3)V99.
       01  TsShiftHrs Pic 9(3)V99.
       01  TsIndx Pic 9(4).
       01  LaborDistStatus Pic XX.
       01  EOF-L Pic X.
           Move "Y" to Bad-Record
           Move "Overtime hours out of range" to RejReasonWork
           end-if
      *> Premium hours: blank on an older card means none.
           if TS-Shift2Hrs not numeric
           Move 0 to TS-Shift2Hrs
           end-if
           if TS-Shift3Hrs not numeric
           Move 0 to TS-Shift3Hrs
           end-if
           if TS-HolWrkHrs not numeric
           Move 0 to TS-HolWrkHrs
           end-if
           if TS-HolOffHrs not numeric
           Move 0 to TS-HolOffHrs
           end-if
           Add TS-RegHrs TS-OTHrs giving TsWorkedHrs
           Add TS-Shift2Hrs TS-Shift3Hrs giving TsShiftHrs
           if TsShiftHrs > TsWorkedHrs
           Move "Y" to Bad-Record
           Move "Shift hours exceed hours worked" to RejReasonWork
           end-if
           if TS-HolWrkHrs > TsWorkedHrs
           Move "Y" to Bad-Record
           Move "Holiday hours exceed hours worked" to RejReasonWork
           end-if
           if TS-HolOffHrs > 80
           Move "Y" to Bad-Record
           Move "Holiday-off hours out of range" to RejReasonWork
           end-if
           if IsBadRecord
           Move "T" to RejSource
           Move TS-EmpNum to RejEmpNum
