                  15 EM-MarStat Pic X.
                  15  Pic X(60).
           05 EM-SSN Pic 9(9).
           05 EM-WorkState Pic XX.

       FD AuditFile.
       01 Audit-Record.
           05 AU-User Pic X(8).
           05  Pic X.
           05 AU-EmpNum Pic 9(5).
           05  Pic X(488).

       FD RptFile.
       01 ot-record Pic X(100).
