      *> flat direct-deposit files stay as the internal interface --
      *> Lab8Ret and Lab8Bal still read them; this file is what goes
      *> to the bank.
      *> TZ - the final-pay deposit queue also carries Lab8Man's
      *> manual-check deposits now, each row tagged with its source
      *> and queue date; every row still goes into the batch.
      *> TZ - the batch effective date is the pay date off
      *> lab8-paycalendar.dat for the period being paid, not the
      *> day the file was built. The bank needs the file a number of
      *> business days ahead (the new lead-time column on
      *> lab8-achbank.dat, two if left blank); a pay date inside that
      *> window can't settle on time, so the effective date goes to
      *> the first date that can and the operator is told. Business
      *> days come from Lab8Bdy and the bank holiday file.
       Identification Division.
       Program-ID.     Lab8Ach.

               Assign to "lab8-achbank.dat"
               Organization is Line Sequential
               File Status is AchBankStatus.
           Select CalFile
               Assign to "lab8-paycalendar.dat"
               Organization is Line Sequential
               File Status is CalStatus.
           Select RunCoFile
               Assign to "lab8-runcompany.dat"
               Organization is Line Sequential
           05 FDD-NetPay Pic 9(9)V99.
           05  Pic X.
           05 FDD-Period Pic 9(3).
           05  Pic X.
           05 FDD-Source Pic X.
           05  Pic X.
           05 FDD-Date Pic 9(8).

       FD PrenoteFile.
       01 Prenote-Record.
           05 AB-ODFI Pic 9(8).
           05  Pic X.
           05 AB-DestName Pic X(23).
           05  Pic X.
           05 AB-LeadDays Pic X(2).

       FD CalFile.
       01 Cal-Record.
           05 CAL-Period Pic 9(3).
           05 CAL-Start Pic 9(8).
           05 CAL-End Pic 9(8).
           05 CAL-RunDate Pic 9(8).

       FD RunCoFile.
       01 RunCo-Record.
       01  FinalDDStatus Pic XX.
       01  PrenoteStatus Pic XX.
       01  AchBankStatus Pic XX.
       01  CalStatus Pic XX.
       01  RunCoStatus Pic XX.
       01  CompanyStatus Pic XX.
       01  CoEOF Pic X.
       01  DestRouting Pic 9(9) Value 999999992.
       01  ODFIRouting Pic 9(8) Value 99999999.
       01  DestName Pic X(23) Value "FIRST SETTLEMENT BANK".
       01  LeadDays Pic 99 Value 2.
       01  PayDate Pic 9(8) Value 0.
       01  EarliestEff Pic 9(8).
       01  EffDate Pic 9(8).
       01  Period-Found Pic X Value "N".
           88 IsPeriodFound Value "Y".
       01  BdyFunc Pic X.
       01  BdyDays Pic 99.
       01  BdyReason Pic X(30).
       01  RunStamp Pic X(14).
       01  RunDateNum Pic 9(8).
       01  EINDigits Pic X(9) Value Spaces.
           Perform 020-LoadBankParams
           Perform 030-LoadPrenotes
           Perform 040-BuildCompanyId
           Perform 050-SetEffectiveDate
           Open Output AchFile
           Perform 100-WriteFileHeader
           Perform 110-WriteBatchHeader
           Move AB-DestRouting to DestRouting
           Move AB-ODFI to ODFIRouting
           Move AB-DestName to DestName
           if AB-LeadDays is numeric
           Move AB-LeadDays to LeadDays
           end-if
           end-read
           Close AchBankFile
           else
           Move Spaces to CompanyId
           String "1" EINDigits delimited by size into CompanyId.

      *> The period being paid is the one covering today, the same
      *> lookup the payroll runs use; its pay date is the day the
      *> money should land. A hand-keyed calendar row can still
      *> carry a weekend pay date, so it is rolled back to a business
      *> day here too -- but never ahead of what the bank's lead time
      *> allows.
       050-SetEffectiveDate.
           Open Input CalFile
           if CalStatus = "00"
           Move "N" to EOF
           Perform until Finished
           Read CalFile
           at end Move "Y" to EOF
           not at end
           if RunDateNum not < CAL-Start and
            RunDateNum not > CAL-End
           Move "Y" to Period-Found
           if CAL-RunDate > 0
           Move CAL-RunDate to PayDate
           else
           Move CAL-End to PayDate
           end-if
           end-if
           end-read
           end-perform
           Close CalFile
           end-if
           Move "N" to EOF
           Move RunDateNum to EarliestEff
           Move "A" to BdyFunc
           Move LeadDays to BdyDays
           Call "Lab8Bdy" using BdyFunc EarliestEff BdyDays BdyReason
           if not IsPeriodFound
           Move EarliestEff to EffDate
           Display "Lab8Ach: no calendar period covers " RunDateNum
            ", effective date set to " EffDate
           exit paragraph
           end-if
           Move PayDate to EffDate
           Move "P" to BdyFunc
           Call "Lab8Bdy" using BdyFunc EffDate BdyDays BdyReason
           if EffDate < EarliestEff
           Move EarliestEff to EffDate
           Display "Lab8Ach: pay date " PayDate " is inside the bank's "
            LeadDays "-business-day lead time -- effective date moved"
            " to " EffDate
           end-if.

       100-WriteFileHeader.
           Move Spaces to FH-Dest
           String " " DestRouting delimited by size into FH-Dest
           Move CompanyName to BH-CoName
           Move CompanyId to BH-CoId
           Move RunDateNum (3:6) to BH-DescDate
           Move EffDate (3:6) to BH-EffDate
           Move ODFIRouting to BH-ODFI
           Write ach-record from Ach-BatchHeader
           Add 1 to RecordsWritten.
