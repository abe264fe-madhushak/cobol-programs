      * Steps are added or reordered by editing the file, not by
      * recompiling CTLJOB.  ST-PRED-STEP names the step number this
      * step depends on - it must be an earlier step number, and zero
      * means the step depends on nothing.  ST-HELD is an operator
      * hold keyed through CTLSTEPM - the step is not run, and its
      * dependents hold behind it, until the operator releases it.
      ******************************************************************
       01  ST-RECORD.
           05 ST-STEP-NO         PIC 9(03).
               88 ST-PENDING             VALUE 'P'.
               88 ST-COMPLETE            VALUE 'C'.
               88 ST-FAILED              VALUE 'F'.
               88 ST-HELD                VALUE 'H'.
           05 ST-JOB-ID          PIC X(08).
           05 ST-END-RC          PIC 9(04).
           05 ST-PRED-STEP       PIC 9(03).
