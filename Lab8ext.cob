               10 EM-Status Pic X.
               10 EM-EmpData Pic X(230).
           05 EM-SSN Pic 9(9).
           05 EM-WorkState Pic XX.

       FD  AExtract.
       01  ARecord Pic X(230).
