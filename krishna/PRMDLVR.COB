      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Outbound delivery of the day's PRIME extract to the
      *           business units.  Reads PRMEXTR, takes the detail
      *           and trailer records for today's run date, and
      *           splits them into one outbound file per job-name,
      *           named PRMDLV.<job-name>.<run date> and allocated
      *           through the DLVOUT ddname.  Each file is wrapped in
      *           BALREC control records - HDR naming PRMDLVR and the
      *           run date, TRL carrying the count of data records -
      *           so the receiving unit can prove it loaded the whole
      *           file.  A range restarted from PRMCKPT lists the
      *           values between its last checkpoint and the abend a
      *           second time; primes not above the last one already
      *           sent for the job-name, and a second trailer, are
      *           passed over so each unit gets each prime once.
      *           Every file produced goes on the DLVMANIF delivery
      *           manifest (DLVMREC.CPY) with its record count and
      *           prime total, for PRMDACK to match acknowledgments
      *           against.  A file whose range has no trailer yet, or
      *           whose primes fall short of it, is sent and marked
      *           partial on the manifest (return code 4).  Runs as a
      *           step under CTLJOB behind PRMVRFY, so nothing is sent
      *           until the day's ranges are proved, and writes one
      *           row to the shared DLAUDIT audit trail.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026-10-15  KR  Initial version.
      *   2026-10-15  KR  Runs behind PRMVRFY instead of straight
      *                   behind PRIME.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRMDLVR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRM-EXTR-FILE ASSIGN TO "PRMEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTR-STATUS.
           SELECT DLV-OUT-FILE ASSIGN TO "DLVOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLV-STATUS.
           SELECT DLV-MANIFEST-FILE ASSIGN TO "DLVMANIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "DLAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRM-EXTR-FILE.
           COPY PRMXREC.
       FD  DLV-OUT-FILE.
       01  DLV-OUT-RECORD          PIC X(55).
           COPY BALREC.
       FD  DLV-MANIFEST-FILE.
           COPY DLVMREC.
       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.
       WORKING-STORAGE SECTION.
       01 WS-EXTR-STATUS    PIC X(02).
       01 WS-DLV-STATUS     PIC X(02).
       01 WS-MAN-STATUS     PIC X(02).
       01 WS-AUD-STATUS     PIC X(02).
       01 WS-EOF-SWITCH     PIC X(01) VALUE 'N'.
           88 WS-EOF                VALUE 'Y'.
       01 WS-RUN-DATE       PIC 9(08).
       01 WS-JOB-ID         PIC X(08).
       01 WS-RUN-DATE-ENV   PIC X(08).
      ******************************************************************
      * Outbound file state - the job-name whose file is open now.
      * PRMEXTR is in PRIME's processing order, so a job-name's
      * records are normally together; a restarted range can put them
      * in two places, and the second stretch extends the file the
      * first one opened.
      ******************************************************************
       01 WS-DLV-OPEN-SW    PIC X(01) VALUE 'N'.
           88 WS-DLV-OPEN           VALUE 'Y'.
       01 WS-CUR-JOB-NAME   PIC X(10) VALUE SPACES.
       01 WS-CUR-SUB        PIC 9(3) COMP VALUE 0.
       01 WS-FILE-NAME      PIC X(40).
      ******************************************************************
      * One entry per job-name delivered today.  A full table is
      * announced once; later job-names are not delivered and the
      * step ends with return code 16.
      ******************************************************************
       01 WS-DLV-TABLE.
           05 WS-DLV-ENTRY OCCURS 200 TIMES.
              10 WS-DLV-JOB-NAME    PIC X(10).
              10 WS-DLV-FILE-NAME   PIC X(40).
              10 WS-DLV-REC-COUNT   PIC 9(09).
              10 WS-DLV-PRIMES      PIC 9(09).
              10 WS-DLV-TRL-PRIMES  PIC 9(09).
              10 WS-DLV-LAST-PRIME  PIC 9(09).
              10 WS-DLV-TRL-SW      PIC X(01).
                  88 WS-DLV-TRL-SEEN       VALUE 'Y'.
       01 WS-DLV-COUNT      PIC 9(3) COMP VALUE 0.
       01 WS-DLV-MAX        PIC 9(3) COMP VALUE 200.
       01 WS-SUB            PIC 9(3) COMP VALUE 0.
       01 WS-FOUND-SWITCH   PIC X(01) VALUE 'N'.
           88 WS-FOUND              VALUE 'Y'.
       01 WS-FULL-SW        PIC X(01) VALUE 'N'.
           88 WS-TABLE-FULL         VALUE 'Y'.
       01 WS-EXTR-READ      PIC 9(9) VALUE 0.
       01 WS-RECS-SENT      PIC 9(9) VALUE 0.
       01 WS-PRIMES-SENT    PIC 9(9) VALUE 0.
       01 WS-RESENDS-SKIPPED PIC 9(9) VALUE 0.
       01 WS-PARTIAL-COUNT  PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM PARA-GET-RUN-STAMP
           OPEN INPUT PRM-EXTR-FILE
           IF WS-EXTR-STATUS NOT = '00'
               DISPLAY 'PRMDLVR: NO PRMEXTR EXTRACT TO DELIVER'
               PERFORM PARA-WRITE-AUDIT
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM PARA-READ-EXTR
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-EXTR-READ
               IF PX-RUN-DATE = WS-RUN-DATE
                   AND (PX-DETAIL OR PX-TRAILER)
                   PERFORM PARA-DELIVER-RECORD
               END-IF
               PERFORM PARA-READ-EXTR
           END-PERFORM
           CLOSE PRM-EXTR-FILE
           IF WS-DLV-OPEN
               CLOSE DLV-OUT-FILE
               MOVE 'N' TO WS-DLV-OPEN-SW
           END-IF
           PERFORM PARA-OPEN-MANIFEST
           PERFORM PARA-FINISH-FILE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DLV-COUNT
           CLOSE DLV-MANIFEST-FILE
           PERFORM PARA-WRITE-AUDIT
           DISPLAY 'PRMDLVR: FILES DELIVERED       ' WS-DLV-COUNT
           DISPLAY 'PRMDLVR: RECORDS DELIVERED     ' WS-RECS-SENT
           DISPLAY 'PRMDLVR: PRIMES DELIVERED      ' WS-PRIMES-SENT
           DISPLAY 'PRMDLVR: RESTART RESENDS SKIPPED '
                   WS-RESENDS-SKIPPED
           EVALUATE TRUE
               WHEN WS-TABLE-FULL
                   MOVE 16 TO RETURN-CODE
               WHEN WS-PARTIAL-COUNT > 0
                   DISPLAY 'PRMDLVR: PARTIAL FILES         '
                           WS-PARTIAL-COUNT
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.
      ******************************************************************
      * PARA-GET-RUN-STAMP - when CTLJOB is driving the batch it drops
      * the job-id and run date into environment variables before
      * CALLing PRMDLVR; running PRMDLVR on its own, the variables
      * are blank and today's date is used instead.
      ******************************************************************
       PARA-GET-RUN-STAMP.
           DISPLAY 'DL100_JOB_ID' UPON ENVIRONMENT-NAME
           ACCEPT WS-JOB-ID FROM ENVIRONMENT-VALUE
           DISPLAY 'DL100_RUN_DATE' UPON ENVIRONMENT-NAME
           ACCEPT WS-RUN-DATE-ENV FROM ENVIRONMENT-VALUE
           IF WS-RUN-DATE-ENV IS NUMERIC
               MOVE WS-RUN-DATE-ENV TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           IF WS-JOB-ID = SPACES
               MOVE 'STANDALN' TO WS-JOB-ID
           END-IF.
       PARA-READ-EXTR.
           READ PRM-EXTR-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      ******************************************************************
      * PARA-DELIVER-RECORD - switch the outbound file when the
      * job-name changes, then pass the record on unless it is a
      * restart resend: a prime not above the last one already sent
      * for the job-name, or a trailer after the first.
      ******************************************************************
       PARA-DELIVER-RECORD.
           IF PX-JOB-NAME NOT = WS-CUR-JOB-NAME OR NOT WS-DLV-OPEN
               PERFORM PARA-SWITCH-FILE
           END-IF
           IF WS-DLV-OPEN
               EVALUATE TRUE
                   WHEN PX-DETAIL
                       AND PX-PRIME-VALUE
                           NOT > WS-DLV-LAST-PRIME(WS-CUR-SUB)
                       ADD 1 TO WS-RESENDS-SKIPPED
                   WHEN PX-TRAILER
                       AND WS-DLV-TRL-SEEN(WS-CUR-SUB)
                       ADD 1 TO WS-RESENDS-SKIPPED
                   WHEN PX-DETAIL
                       MOVE PX-PRIME-VALUE
                         TO WS-DLV-LAST-PRIME(WS-CUR-SUB)
                       ADD 1 TO WS-DLV-PRIMES(WS-CUR-SUB)
                       ADD 1 TO WS-PRIMES-SENT
                       PERFORM PARA-WRITE-DLV
                   WHEN OTHER
                       SET WS-DLV-TRL-SEEN(WS-CUR-SUB) TO TRUE
                       MOVE PX-PRIME-COUNT
                         TO WS-DLV-TRL-PRIMES(WS-CUR-SUB)
                       PERFORM PARA-WRITE-DLV
               END-EVALUATE
           END-IF.
       PARA-WRITE-DLV.
           MOVE PX-RECORD TO DLV-OUT-RECORD
           WRITE DLV-OUT-RECORD
           ADD 1 TO WS-DLV-REC-COUNT(WS-CUR-SUB)
           ADD 1 TO WS-RECS-SENT.
      ******************************************************************
      * PARA-SWITCH-FILE - close the file open now and open the
      * job-name's own: created with its HDR record the first time
      * the job-name is met today, extended after that.
      ******************************************************************
       PARA-SWITCH-FILE.
           IF WS-DLV-OPEN
               CLOSE DLV-OUT-FILE
               MOVE 'N' TO WS-DLV-OPEN-SW
           END-IF
           MOVE PX-JOB-NAME TO WS-CUR-JOB-NAME
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM PARA-FIND-JOB
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DLV-COUNT OR WS-FOUND
           IF WS-FOUND
               SUBTRACT 1 FROM WS-SUB
               MOVE WS-SUB TO WS-CUR-SUB
               PERFORM PARA-ALLOCATE-DLV
               OPEN EXTEND DLV-OUT-FILE
               IF WS-DLV-STATUS = '00'
                   SET WS-DLV-OPEN TO TRUE
               ELSE
                   DISPLAY 'PRMDLVR: REOPEN FAILED STATUS '
                           WS-DLV-STATUS ' FOR ' WS-FILE-NAME
               END-IF
           ELSE
               PERFORM PARA-ADD-JOB
           END-IF.
       PARA-FIND-JOB.
           IF WS-DLV-JOB-NAME(WS-SUB) = WS-CUR-JOB-NAME
               SET WS-FOUND TO TRUE
           END-IF.
       PARA-ADD-JOB.
           IF WS-DLV-COUNT NOT < WS-DLV-MAX
               IF NOT WS-TABLE-FULL
                   SET WS-TABLE-FULL TO TRUE
                   DISPLAY 'PRMDLVR: DELIVERY TABLE FULL AT 200 - '
                           'LATER JOB-NAMES NOT DELIVERED'
               END-IF
           ELSE
               ADD 1 TO WS-DLV-COUNT
               MOVE WS-DLV-COUNT TO WS-CUR-SUB
               MOVE SPACES TO WS-FILE-NAME
               STRING 'PRMDLV.' DELIMITED BY SIZE
                      PX-JOB-NAME DELIMITED BY SPACE
                      '.' DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      INTO WS-FILE-NAME
               MOVE PX-JOB-NAME TO WS-DLV-JOB-NAME(WS-CUR-SUB)
               MOVE WS-FILE-NAME TO WS-DLV-FILE-NAME(WS-CUR-SUB)
               MOVE 0 TO WS-DLV-REC-COUNT(WS-CUR-SUB)
               MOVE 0 TO WS-DLV-PRIMES(WS-CUR-SUB)
               MOVE 0 TO WS-DLV-TRL-PRIMES(WS-CUR-SUB)
               MOVE 0 TO WS-DLV-LAST-PRIME(WS-CUR-SUB)
               MOVE 'N' TO WS-DLV-TRL-SW(WS-CUR-SUB)
               PERFORM PARA-ALLOCATE-DLV
               OPEN OUTPUT DLV-OUT-FILE
               IF WS-DLV-STATUS = '00'
                   SET WS-DLV-OPEN TO TRUE
                   MOVE SPACES TO DLV-OUT-RECORD
                   SET BAL-HEADER TO TRUE
                   MOVE 'PRMDLVR' TO BAL-PROGRAM
                   MOVE WS-RUN-DATE TO BAL-RUN-DATE
                   MOVE 0 TO BAL-RECORD-COUNT
                   WRITE DLV-OUT-RECORD
               ELSE
                   DISPLAY 'PRMDLVR: OPEN FAILED STATUS '
                           WS-DLV-STATUS ' FOR ' WS-FILE-NAME
               END-IF
           END-IF.
      ******************************************************************
      * PARA-ALLOCATE-DLV - point the DLVOUT ddname at the job-name's
      * dataset before it is opened.
      ******************************************************************
       PARA-ALLOCATE-DLV.
           MOVE WS-DLV-FILE-NAME(WS-CUR-SUB) TO WS-FILE-NAME
           DISPLAY 'DLVOUT' UPON ENVIRONMENT-NAME
           DISPLAY WS-FILE-NAME UPON ENVIRONMENT-VALUE.
      ******************************************************************
      * PARA-FINISH-FILE - close each file with its TRL record and
      * enter it on the manifest.  A range with no trailer today, or
      * whose primes fall short of the trailer's count, is marked
      * partial.
      ******************************************************************
       PARA-FINISH-FILE.
           MOVE WS-SUB TO WS-CUR-SUB
           PERFORM PARA-ALLOCATE-DLV
           OPEN EXTEND DLV-OUT-FILE
           IF WS-DLV-STATUS = '00'
               MOVE SPACES TO DLV-OUT-RECORD
               SET BAL-TRAILER TO TRUE
               MOVE 'PRMDLVR' TO BAL-PROGRAM
               MOVE WS-RUN-DATE TO BAL-RUN-DATE
               MOVE WS-DLV-REC-COUNT(WS-SUB) TO BAL-RECORD-COUNT
               WRITE DLV-OUT-RECORD
               CLOSE DLV-OUT-FILE
           ELSE
               DISPLAY 'PRMDLVR: TRAILER NOT WRITTEN STATUS '
                       WS-DLV-STATUS ' FOR ' WS-FILE-NAME
           END-IF
           MOVE SPACES TO DM-RECORD
           MOVE WS-RUN-DATE TO DM-RUN-DATE
           MOVE WS-JOB-ID TO DM-JOB-ID
           MOVE WS-DLV-JOB-NAME(WS-SUB) TO DM-JOB-NAME
           MOVE WS-DLV-FILE-NAME(WS-SUB) TO DM-FILE-NAME
           MOVE WS-DLV-REC-COUNT(WS-SUB) TO DM-RECORD-COUNT
           MOVE WS-DLV-PRIMES(WS-SUB) TO DM-PRIME-TOTAL
           IF WS-DLV-TRL-SEEN(WS-SUB)
               AND WS-DLV-PRIMES(WS-SUB) = WS-DLV-TRL-PRIMES(WS-SUB)
               AND WS-DLV-STATUS = '00'
               SET DM-COMPLETE TO TRUE
           ELSE
               SET DM-PARTIAL TO TRUE
               ADD 1 TO WS-PARTIAL-COUNT
               DISPLAY 'PRMDLVR: PARTIAL FILE SENT FOR '
                       WS-DLV-JOB-NAME(WS-SUB)
           END-IF
           WRITE DM-RECORD.
       PARA-OPEN-MANIFEST.
           OPEN EXTEND DLV-MANIFEST-FILE
           IF WS-MAN-STATUS NOT = '00'
               OPEN OUTPUT DLV-MANIFEST-FILE
               CLOSE DLV-MANIFEST-FILE
               OPEN EXTEND DLV-MANIFEST-FILE
           END-IF.
       PARA-OPEN-AUDIT.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUD-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF.
       PARA-WRITE-AUDIT.
           PERFORM PARA-OPEN-AUDIT
           MOVE WS-RUN-DATE TO AUD-RUN-DATE
           MOVE WS-JOB-ID TO AUD-JOB-ID
           MOVE 'PRMDLVR' TO AUD-PROGRAM-NAME
           MOVE 'PRMEXTR' TO AUD-INPUT-FILE
           MOVE WS-RECS-SENT TO AUD-RECORD-COUNT
           MOVE 'FILES SENT' TO AUD-TOTAL-1-LABEL
           MOVE WS-DLV-COUNT TO AUD-TOTAL-1
           MOVE 'PRIMES SENT' TO AUD-TOTAL-2-LABEL
           MOVE WS-PRIMES-SENT TO AUD-TOTAL-2
           WRITE AUD-RECORD
           CLOSE AUDIT-LOG-FILE.
