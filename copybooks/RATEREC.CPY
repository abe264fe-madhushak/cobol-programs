      ******************************************************************
      * RATEREC.CPY
      * Chargeback rate record, one per job-name per rate change,
      * kept by Finance on the CHGRATE flat file.  RT-BUS-UNIT is the
      * business unit the job-name's runs are billed to.  A run is
      * charged at the record for its job-name with the latest
      * RT-EFF-DATE on or before the run date: RT-RUN-CHARGE once per
      * range run, plus RT-PER-THOU for every thousand numbers
      * tested.  Both charges carry implied decimals - 0001250 is
      * 12.50 a run, 0000500 is 0.0500 a thousand.  Blank separator
      * columns keep the file readable when keyed by hand.
      ******************************************************************
       01  RT-RECORD.
           05 RT-JOB-NAME        PIC X(10).
           05 FILLER             PIC X(01).
           05 RT-BUS-UNIT        PIC X(08).
           05 FILLER             PIC X(01).
           05 RT-EFF-DATE        PIC 9(08).
           05 FILLER             PIC X(01).
           05 RT-RUN-CHARGE      PIC 9(05)V99.
           05 FILLER             PIC X(01).
           05 RT-PER-THOU        PIC 9(03)V9(04).
