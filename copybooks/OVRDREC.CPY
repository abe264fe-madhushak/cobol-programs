      ******************************************************************
      * OVRDREC.CPY
      * CTLSTEPS operator-override record - one row appended to the
      * CTLOVRD log for every hold, release, skip, force-complete,
      * reset-to-pending, add or change keyed through the CTLSTEPM
      * maintenance transaction, carrying the date/time, the
      * operator's initials, the reason they keyed, and the full
      * before and after images of ST-RECORD (STEPREC.CPY), so a
      * step result that came from an operator override can always
      * be traced to who did it and why.  An add has a blank before
      * image.  Listed for the day by AUDRPT.
      ******************************************************************
       01  OV-RECORD.
           05 OV-DATE             PIC 9(08).
           05 OV-TIME             PIC 9(08).
           05 OV-OPERATOR-ID      PIC X(03).
           05 OV-SOURCE           PIC X(08).
           05 OV-ACTION           PIC X(01).
               88 OV-HOLD                VALUE 'H'.
               88 OV-RELEASE             VALUE 'R'.
               88 OV-SKIP                VALUE 'S'.
               88 OV-FORCE-COMPLETE      VALUE 'F'.
               88 OV-RESET-PENDING       VALUE 'P'.
               88 OV-ADD                 VALUE 'A'.
               88 OV-CHANGE              VALUE 'C'.
           05 OV-STEP-NO          PIC 9(03).
           05 OV-REASON           PIC X(60).
           05 OV-BEFORE-IMAGE.
              10 OV-BEF-STEP-NO      PIC 9(03).
              10 OV-BEF-STEP-NAME    PIC X(08).
              10 OV-BEF-PROGRAM      PIC X(08).
              10 OV-BEF-RUN-FLAG     PIC X(01).
              10 OV-BEF-MAX-RC       PIC 9(04).
              10 OV-BEF-STATUS       PIC X(01).
              10 OV-BEF-JOB-ID       PIC X(08).
              10 OV-BEF-END-RC       PIC 9(04).
              10 OV-BEF-PRED-STEP    PIC 9(03).
           05 OV-AFTER-IMAGE.
              10 OV-AFT-STEP-NO      PIC 9(03).
              10 OV-AFT-STEP-NAME    PIC X(08).
              10 OV-AFT-PROGRAM      PIC X(08).
              10 OV-AFT-RUN-FLAG     PIC X(01).
              10 OV-AFT-MAX-RC       PIC 9(04).
              10 OV-AFT-STATUS       PIC X(01).
              10 OV-AFT-JOB-ID       PIC X(08).
              10 OV-AFT-END-RC       PIC 9(04).
              10 OV-AFT-PRED-STEP    PIC 9(03).
