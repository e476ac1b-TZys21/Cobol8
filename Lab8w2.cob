      *> off lab8-empmaster.dat -- this is one of the two outputs
      *> (with the quarterly state wage filing) where the full number
      *> legally belongs; everywhere else it prints masked.
      *> TZ - Section 125 premiums (YTD-Sec125) now come out of Box 1
      *> wages along with the 401k deferral, and the statement carries
      *> Box 3 Social Security wages (capped at the wage base) and Box
      *> 5 Medicare wages, both gross less the Section 125 premiums.
       Identification Division.
       Program-ID.     Lab8W2.

           05 YTD-Match Pic 9(9)V99.
           05 YTD-ErSS Pic 9(9)V99.
           05 YTD-ErMed Pic 9(9)V99.
           05 YTD-Sec125 Pic 9(9)V99.

       FD  MasterFile.
       01  Master-Record.
           05 EM-EmpNum Pic 9(5).
           05 EM-Image Pic X(232).
           05 EM-SSN Pic 9(9).
           05 EM-WorkState Pic XX.

       FD  W2File.
       01  ot-record Pic X(175).

       FD  Form1095File.
       01  f1095-record Pic X(132).
               "   401k Deferred ".
           05  Pic X(26) Value
               "  Soc Sec W/H Medicare W/H".
           05  Pic X(26) Value
               "  Box3 SS Wgs Box5 Med Wgs".
           05  Pic X(14) Value "  SSN         ".
       01  W2-Detail.
           05 W2-EmpNum Pic Z(4)9.
           05 W2-401k Pic $Z(8)9.99.
           05 W2-SocSec Pic $Z(8)9.99.
           05 W2-Medicare Pic $Z(8)9.99.
           05 W2-SSWages Pic $Z(8)9.99.
           05 W2-MedWages Pic $Z(8)9.99.
           05  Pic X(2) Value Spaces.
           05 W2-SSN Pic X(11).
       01  F1095-Heading.
           05  Pic X(4) Value Space.
           05 F1095-Premium Pic $Z(8)9.99.
       01  W2-Wages-Calc Pic 9(9)V99.
       01  W2-FicaWages-Calc Pic 9(9)V99.
       01  SSWageBase Pic 9(9)V99 Value 176100.
       01  MasterStatus Pic XX.
       01  Master-OK Pic X Value "N".
           88 IsMasterOK Value "Y".
           end-if.

       100-WriteW2.
           Subtract YTD-Sec125 from YTD-Gross giving W2-FicaWages-Calc
           Subtract YTD-401k from W2-FicaWages-Calc
            giving W2-Wages-Calc
           Move YTD-EmpNum to W2-EmpNum
           Move YTD-EmpName to W2-EmpName
           Move W2-Wages-Calc to W2-Wages
           Move YTD-401k to W2-401k
           Move YTD-SocSec to W2-SocSec
           Move YTD-Medicare to W2-Medicare
           Move W2-FicaWages-Calc to W2-MedWages
           if W2-FicaWages-Calc > SSWageBase
           Move SSWageBase to W2-SSWages
           else
           Move W2-FicaWages-Calc to W2-SSWages
           end-if
           Move Spaces to W2-SSN
           if IsMasterOK
           Move YTD-EmpNum to EM-EmpNum
