      * code, and the full before and after images of RM-RECORD
      * (RANGEREC.CPY), so a changed or deleted range can always be
      * traced back to what it used to be.  Written by RANGEPST when
      * an approved pending change posts, reported by RANGEHRP, and
      * replayed by RANGERBL to rebuild the master as of a date.
      ******************************************************************
       01  HS-RECORD.
           05 HS-DATE             PIC 9(08).
