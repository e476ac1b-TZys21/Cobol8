      * default of the run date, while Lab8Adj passes the corrected
      * period's own date so retro corrections use the rates of the
      * era being corrected.
      * Tyler Zysberg - the "S" function also hands back the state's
      * supplemental withholding rate (zero when the state has none)
      * in the second rate slot, off the new trailing column of
      * lab8-statetaxrate.dat.
       Identification Division.
       Program-ID.     Lab8Sub.

           05 STCode Pic XX.
           05 STRate Pic V9999.
           05 STEff Pic X(8).
           05 STSuppRate Pic V9999.

       FD FedBracketFile.
       01 FedBracketRec.
             10 SRStateCode Pic XX.
             10 SRStateRate Pic V9999.
             10 SREff Pic 9(8).
             10 SRSuppRate Pic V9999.
       01 SRCount Pic 999 Value 0.
       01 SRIndx Pic 999.
       01 DefaultStateRate Pic V9999 Value .0475.
           else
           Move 0 to SREff(SRCount)
           end-if
           if STSuppRate is numeric
           Move STSuppRate to SRSuppRate(SRCount)
           else
           Move 0 to SRSuppRate(SRCount)
           end-if
           end-read
           end-perform
           Close StateTaxFile

       911-LookupStateRate.
           Move DefaultStateRate to Mar
           Move 0 to UnMar
           Move "N" to RateRowFound
           Move 0 to BestEffDate
           Perform Varying SRIndx from 1 by 1 until SRIndx > SRCount
            (not IsRateRowFound or SREff(SRIndx) not < BestEffDate)
           Move SREff(SRIndx) to BestEffDate
           Move SRStateRate(SRIndx) to Mar
           Move SRSuppRate(SRIndx) to UnMar
           Move "Y" to RateRowFound
           end-if
           end-perform.
