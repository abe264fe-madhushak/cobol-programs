      ******************************************************************
      * DLVMREC.CPY
      * PRIME delivery manifest record, one per outbound file PRMDLVR
      * writes - the job-name whose primes it carries, the run date
      * and job-id that produced it, the dataset name it went out
      * under, the data records between its BALREC header and trailer
      * and the primes among them.  DM-PARTIAL marks a file whose
      * range had no trailer on PRMEXTR, or whose primes fall short of
      * the trailer count - sent, but not a complete range.  DLVMANIF
      * is opened EXTEND and accumulates across days so PRMDACK can
      * match acknowledgments that come back days later; a rerun of
      * the delivery adds a second row for the same job-name and run
      * date, and the later row is the one that counts.
      ******************************************************************
       01  DM-RECORD.
           05 DM-RUN-DATE        PIC 9(08).
           05 DM-JOB-ID          PIC X(08).
           05 DM-JOB-NAME        PIC X(10).
           05 DM-FILE-NAME       PIC X(40).
           05 DM-RECORD-COUNT    PIC 9(09).
           05 DM-PRIME-TOTAL     PIC 9(09).
           05 DM-STATUS          PIC X(01).
               88 DM-COMPLETE            VALUE 'C'.
               88 DM-PARTIAL             VALUE 'P'.
