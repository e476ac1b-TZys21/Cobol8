      *> a second user id approves that id on lab8-rateapprove.dat.
      *> An approval by the submitter rejects. Still-pending rows are
      *> reported to lab8-ratepending-rpt.dat every run.
      *> TZ - a state tax row ("T") can carry the state's
      *> supplemental withholding rate (4, v9999) right after the
      *> regular rate on the transaction; it lands after the
      *> effective date on lab8-statetaxrate.dat. Left blank, the
      *> state has no supplemental rate of its own.
       Identification Division.
       Program-ID.     Lab8Rate.

       01 Ins-Row Pic X(16).

       FD StateFile.
       01 State-Row Pic X(18).

       FD SutaFile.
       01 Suta-Row Pic X(21).
           Move Spaces to State-Row
           Move RT-Data (1:6) to State-Row (1:6)
           Move RT-EffDate to State-Row (7:8)
           Move RT-Data (7:4) to State-Row (15:4)
           Write State-Row
           Close StateFile
           Perform 150-WriteChgLog.
