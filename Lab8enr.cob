                     20 EM-Vis Pic X.
                  15  Pic X(52).
           05 EM-SSN Pic 9(9).
           05 EM-WorkState Pic XX.

       FD AuditFile.
       01 Audit-Record.
           05  Pic X Value Space.
           05 AU-EmpNum Pic 9(5).
           05  Pic X Value Space.
           05 AU-Before Pic X(243).
           05  Pic X Value Space.
           05 AU-After Pic X(243).

       FD ConfFile.
       01 ot-record Pic X(100).
       01  BeforeImage.
           05 BI-Image Pic X(232).
           05 BI-SSN Pic 9(9).
           05 BI-WorkState Pic XX.
       01  AfterImage.
           05 AF-Image Pic X(232).
           05 AF-SSN Pic 9(9).
           05 AF-WorkState Pic XX.
       01  AppliedCount Pic 9(5) Value 0.
       01  PendingCount Pic 9(5) Value 0.
       01  RejectCount Pic 9(5) Value 0.
           if not IsBadTrans
           Move EM-Image to BI-Image
           Move EM-SSN to BI-SSN
           Move EM-WorkState to BI-WorkState
           Perform 140-CostOfCoverage
           Move CostWork to OldCost
           Move EL-Med(ElectIndx) to EM-Med
           Move CostWork to NewCost
           Move EM-Image to AF-Image
           Move EM-SSN to AF-SSN
           Move EM-WorkState to AF-WorkState
           Rewrite Master-Record
           Perform 150-WriteAudit
           Perform 160-WriteConfirmation
