                  15 EM-CityState Pic X(20).
                  15  Pic X(97).
           05 EM-SSN Pic 9(9).
           05 EM-WorkState Pic XX.

       FD CheckPrintFile.
       01 check-record Pic X(80).
