      ******************************************************************
      * RUNHREC.CPY
      * CTLJOB step run-history record - one row appended to the
      * CTLHIST file every time a step is actually CALLed (a step
      * skipped, held or already complete writes nothing), so the
      * elapsed time of every execution survives the console log.
      * RH-RUN-DATE and RH-JOB-ID are the chain's stamp; the start
      * and end stamps are the clock around the CALL (time is
      * HHMMSSss).  RH-ELAPSED-SECS is whole seconds, a step running
      * past midnight counted into the next day.  RH-OUTCOME is
      * whether the step ended within its ST-MAX-RC.  Read by the
      * CTLSLA elapsed-time report.
      ******************************************************************
       01  RH-RECORD.
           05 RH-JOB-ID          PIC X(08).
           05 RH-RUN-DATE        PIC 9(08).
           05 RH-STEP-NO         PIC 9(03).
           05 RH-STEP-NAME       PIC X(08).
           05 RH-PROGRAM         PIC X(08).
           05 RH-START-DATE      PIC 9(08).
           05 RH-START-TIME      PIC 9(08).
           05 RH-END-DATE        PIC 9(08).
           05 RH-END-TIME        PIC 9(08).
           05 RH-ELAPSED-SECS    PIC 9(07).
           05 RH-END-RC          PIC 9(04).
           05 RH-OUTCOME         PIC X(01).
               88 RH-COMPLETE            VALUE 'C'.
               88 RH-FAILED              VALUE 'F'.
