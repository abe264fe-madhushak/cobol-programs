      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Delivery acknowledgment matching for the outbound
      *           PRIME files PRMDLVR sends.  Loads the DLVMANIF
      *           delivery manifest (DLVMREC.CPY) for the last 31
      *           days - the later row wins where a rerun delivered a
      *           job-name twice for one run date - and matches the
      *           acknowledgments the business units return on the
      *           DLVACKS drop file (DLVAREC.CPY) to it on job-name
      *           and run date.  The DLVACKRP report lists every
      *           delivery as acknowledged, acknowledged with a
      *           record count or prime total that does not meet the
      *           manifest, not acknowledged after the number of days
      *           on the DACKPARM parameter file (default 3), or
      *           still within its days; acknowledgments that match
      *           no delivery are listed too.  Mismatches and overdue
      *           deliveries end the step with return code 4 so the
      *           morning review chases them.  Deliveries the table
      *           cannot hold are counted on the report and end the
      *           step with return code 8 - the matching is not
      *           complete.  Runs as a step under CTLJOB and writes
      *           one row to the shared DLAUDIT audit trail.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026-10-15  KR  Initial version.
      *   2026-10-15  KR  Delivery table widened to 20000 entries to
      *                   hold the full 31-day look-back.  Deliveries
      *                   past the table are counted on DLVACKRP and
      *                   end the step with return code 8 instead of
      *                   a console warning only.  DLVACKRP open
      *                   status checked.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRMDACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DACK-PARM-FILE ASSIGN TO "DACKPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT DLV-MANIFEST-FILE ASSIGN TO "DLVMANIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.
           SELECT DLV-ACK-FILE ASSIGN TO "DLVACKS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT DACK-RPT-FILE ASSIGN TO "DLVACKRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "DLAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DACK-PARM-FILE.
       01  DACK-PARM-RECORD.
           05 DACK-DAYS        PIC X(03).
       FD  DLV-MANIFEST-FILE.
           COPY DLVMREC.
       FD  DLV-ACK-FILE.
           COPY DLVAREC.
       FD  DACK-RPT-FILE.
       01  DACK-RPT-RECORD     PIC X(132).
       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS    PIC X(02).
       01 WS-MAN-STATUS     PIC X(02).
       01 WS-ACK-STATUS     PIC X(02).
       01 WS-RPT-STATUS     PIC X(02).
       01 WS-AUD-STATUS     PIC X(02).
       01 WS-EOF-SWITCH     PIC X(01) VALUE 'N'.
           88 WS-EOF                VALUE 'Y'.
       01 WS-RUN-DATE       PIC 9(08).
       01 WS-JOB-ID         PIC X(08).
       01 WS-RUN-DATE-ENV   PIC X(08).
      ******************************************************************
      * Days allowed for an acknowledgment - DACKPARM's value is
      * right-justified before the numeric test the same way HSKEEP
      * reads HSKPARMS; a value that still is not a positive number
      * stops the step with return code 8.
      ******************************************************************
       01 WS-ACK-DAYS       PIC 9(03) VALUE 3.
       01 WS-PARM-X         PIC X(03).
       01 WS-PARM-SAVE      PIC X(03).
       01 WS-PARM-BAD-SW    PIC X(01) VALUE 'N'.
           88 WS-PARM-BAD           VALUE 'Y'.
       01 WS-LOOKBACK-DAYS  PIC 9(03) VALUE 31.
      ******************************************************************
      * Day numbers - days since a fixed origin, so two dates a month
      * end or a year end apart subtract to the true number of days.
      * March is taken as the first month so February's length only
      * ever falls at the end of a year.
      ******************************************************************
       01 WS-DATE-PARTS.
           05 WS-DP-YYYY        PIC 9(04).
           05 WS-DP-MM          PIC 9(02).
           05 WS-DP-DD          PIC 9(02).
       01 WS-DN-YEAR        PIC 9(05) COMP VALUE 0.
       01 WS-DN-MONTH       PIC 9(03) COMP VALUE 0.
       01 WS-DN-Q4          PIC 9(05) COMP VALUE 0.
       01 WS-DN-Q100        PIC 9(05) COMP VALUE 0.
       01 WS-DN-Q400        PIC 9(05) COMP VALUE 0.
       01 WS-DN-MDAYS       PIC 9(05) COMP VALUE 0.
       01 WS-DAYNUM         PIC 9(07) COMP VALUE 0.
       01 WS-TODAY-DAYNUM   PIC 9(07) COMP VALUE 0.
       01 WS-AGE-DAYS       PIC S9(07) COMP VALUE 0.
      ******************************************************************
      * One entry per delivery in the look-back - job-name and run
      * date - with the manifest counts and whatever acknowledgment
      * matched it.
      ******************************************************************
       01 WS-DLV-TABLE.
           05 WS-DLV-ENTRY OCCURS 20000 TIMES.
              10 WS-DLV-KEY.
                 15 WS-DLV-JOB-NAME    PIC X(10).
                 15 WS-DLV-RUN-DATE    PIC 9(08).
              10 WS-DLV-REC-COUNT   PIC 9(09).
              10 WS-DLV-PRIMES      PIC 9(09).
              10 WS-DLV-STATUS      PIC X(01).
              10 WS-DLV-AGE         PIC 9(05).
              10 WS-DLV-ACK-SW      PIC X(01).
                  88 WS-DLV-ACKED          VALUE 'Y'.
              10 WS-DLV-ACK-DATE    PIC 9(08).
              10 WS-DLV-ACK-COUNT   PIC 9(09).
              10 WS-DLV-ACK-PRIMES  PIC 9(09).
       01 WS-DLV-COUNT      PIC 9(5) COMP VALUE 0.
       01 WS-DLV-MAX        PIC 9(5) COMP VALUE 20000.
       01 WS-SUB            PIC 9(5) COMP VALUE 0.
       01 WS-NEW-KEY.
           05 WS-NEW-JOB-NAME   PIC X(10).
           05 WS-NEW-RUN-DATE   PIC 9(08).
       01 WS-FOUND-SWITCH   PIC X(01) VALUE 'N'.
           88 WS-FOUND              VALUE 'Y'.
       01 WS-FULL-SW        PIC X(01) VALUE 'N'.
           88 WS-FULL-WARNED        VALUE 'Y'.
      ******************************************************************
      * Acknowledgments matching no delivery in the look-back, kept
      * to list after the deliveries.
      ******************************************************************
       01 WS-ORPHAN-TABLE.
           05 WS-ORPHAN-ENTRY OCCURS 100 TIMES.
              10 WS-ORP-JOB-NAME    PIC X(10).
              10 WS-ORP-RUN-DATE    PIC 9(08).
              10 WS-ORP-ACK-DATE    PIC 9(08).
       01 WS-ORPHAN-COUNT   PIC 9(3) COMP VALUE 0.
       01 WS-ORP-SUB        PIC 9(3) COMP VALUE 0.
       01 WS-MAN-READ       PIC 9(7) VALUE 0.
       01 WS-ACKS-READ      PIC 9(7) VALUE 0.
       01 WS-ACKED-COUNT    PIC 9(7) VALUE 0.
       01 WS-MISMATCH-COUNT PIC 9(7) VALUE 0.
       01 WS-OVERDUE-COUNT  PIC 9(7) VALUE 0.
       01 WS-WAITING-COUNT  PIC 9(7) VALUE 0.
       01 WS-ORPHAN-TOTAL   PIC 9(7) VALUE 0.
       01 WS-DLV-DROPPED    PIC 9(7) VALUE 0.
       01 WS-SECTION-COUNT  PIC 9(7) VALUE 0.
       01 WS-CNT-ED         PIC Z(8)9.
       01 WS-CNT2-ED        PIC Z(8)9.
       01 WS-CNT3-ED        PIC Z(8)9.
       01 WS-CNT4-ED        PIC Z(8)9.
       01 WS-DAYS-ED        PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM PARA-GET-RUN-STAMP
           PERFORM PARA-GET-PARMS
           IF WS-PARM-BAD
               DISPLAY 'PRMDACK: BAD DACKPARM DAYS VALUE - STEP '
                       'STOPPED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-RUN-DATE TO WS-DATE-PARTS
           PERFORM PARA-DAYNUM
           MOVE WS-DAYNUM TO WS-TODAY-DAYNUM
           PERFORM PARA-LOAD-MANIFEST
           PERFORM PARA-MATCH-ACKS
           OPEN OUTPUT DACK-RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'PRMDACK: DLVACKRP OPEN FAILED STATUS '
                       WS-RPT-STATUS ' - STEP STOPPED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM PARA-WRITE-HEADER
           PERFORM PARA-WRITE-ACKED
           PERFORM PARA-WRITE-MISMATCH
           PERFORM PARA-WRITE-OVERDUE
           PERFORM PARA-WRITE-WAITING
           PERFORM PARA-WRITE-ORPHANS
           PERFORM PARA-WRITE-TRAILER
           CLOSE DACK-RPT-FILE
           PERFORM PARA-WRITE-AUDIT
           DISPLAY 'PRMDACK: DELIVERIES MATCHED     ' WS-DLV-COUNT
           DISPLAY 'PRMDACK: ACKNOWLEDGED           ' WS-ACKED-COUNT
           DISPLAY 'PRMDACK: COUNT MISMATCH         '
                   WS-MISMATCH-COUNT
           DISPLAY 'PRMDACK: NOT ACKNOWLEDGED       '
                   WS-OVERDUE-COUNT
           IF WS-FULL-WARNED
               DISPLAY 'PRMDACK: NOT MATCHED, TABLE FULL '
                       WS-DLV-DROPPED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-MISMATCH-COUNT > 0 OR WS-OVERDUE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.
      ******************************************************************
      * PARA-GET-RUN-STAMP - when CTLJOB is driving the batch it drops
      * the job-id and run date into environment variables before
      * CALLing PRMDACK; running PRMDACK on its own, the variables
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
       PARA-GET-PARMS.
           OPEN INPUT DACK-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ DACK-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE DACK-DAYS TO WS-PARM-X
                       IF WS-PARM-X NOT = SPACES
                           PERFORM PARA-PARM-SHIFT
                                   UNTIL WS-PARM-X(3:1) NOT = SPACE
                           INSPECT WS-PARM-X
                                   REPLACING LEADING SPACE BY ZERO
                           IF WS-PARM-X IS NUMERIC
                               AND WS-PARM-X NOT = '000'
                               MOVE WS-PARM-X TO WS-ACK-DAYS
                           ELSE
                               SET WS-PARM-BAD TO TRUE
                           END-IF
                       END-IF
               END-READ
               CLOSE DACK-PARM-FILE
           END-IF.
       PARA-PARM-SHIFT.
           MOVE WS-PARM-X TO WS-PARM-SAVE
           MOVE SPACE TO WS-PARM-X(1:1)
           MOVE WS-PARM-SAVE(1:2) TO WS-PARM-X(2:2).
      ******************************************************************
      * PARA-DAYNUM - day number of the date in WS-DATE-PARTS.
      * Every DIVIDE truncates to a whole number, as the calendar
      * arithmetic needs.
      ******************************************************************
       PARA-DAYNUM.
           MOVE WS-DP-YYYY TO WS-DN-YEAR
           MOVE WS-DP-MM TO WS-DN-MONTH
           IF WS-DN-MONTH < 3
               SUBTRACT 1 FROM WS-DN-YEAR
               ADD 12 TO WS-DN-MONTH
           END-IF
           DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-Q4
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400
           COMPUTE WS-DN-MDAYS = 153 * (WS-DN-MONTH - 3) + 2
           DIVIDE WS-DN-MDAYS BY 5 GIVING WS-DN-MDAYS
           COMPUTE WS-DAYNUM = 365 * WS-DN-YEAR
                             + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400
                             + WS-DN-MDAYS + WS-DP-DD.
      ******************************************************************
      * PARA-LOAD-MANIFEST - every manifest row delivered within the
      * look-back; a later row for the same job-name and run date (a
      * rerun of the delivery) replaces the earlier one.
      ******************************************************************
       PARA-LOAD-MANIFEST.
           OPEN INPUT DLV-MANIFEST-FILE
           IF WS-MAN-STATUS NOT = '00'
               DISPLAY 'PRMDACK: NO DLVMANIF DELIVERY MANIFEST'
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM PARA-LOAD-MAN-ONE UNTIL WS-EOF
               CLOSE DLV-MANIFEST-FILE
           END-IF.
       PARA-LOAD-MAN-ONE.
           READ DLV-MANIFEST-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MAN-READ
                   IF DM-RUN-DATE IS NUMERIC
                       AND DM-RUN-DATE NOT > WS-RUN-DATE
                       MOVE DM-RUN-DATE TO WS-DATE-PARTS
                       PERFORM PARA-DAYNUM
                       COMPUTE WS-AGE-DAYS = WS-TODAY-DAYNUM
                                           - WS-DAYNUM
                       IF WS-AGE-DAYS NOT > WS-LOOKBACK-DAYS
                           PERFORM PARA-TAKE-MANIFEST
                       END-IF
                   END-IF
           END-READ.
       PARA-TAKE-MANIFEST.
           MOVE DM-JOB-NAME TO WS-NEW-JOB-NAME
           MOVE DM-RUN-DATE TO WS-NEW-RUN-DATE
           PERFORM PARA-FIND-DELIVERY
           IF NOT WS-FOUND
               IF WS-DLV-COUNT NOT < WS-DLV-MAX
                   ADD 1 TO WS-DLV-DROPPED
                   IF NOT WS-FULL-WARNED
                       SET WS-FULL-WARNED TO TRUE
                       DISPLAY 'PRMDACK: DELIVERY TABLE FULL AT 20000'
                               ' - LATER DELIVERIES NOT MATCHED'
                   END-IF
               ELSE
                   ADD 1 TO WS-DLV-COUNT
                   MOVE WS-DLV-COUNT TO WS-SUB
                   SET WS-FOUND TO TRUE
               END-IF
           END-IF
           IF WS-FOUND
               MOVE WS-NEW-KEY TO WS-DLV-KEY(WS-SUB)
               MOVE DM-RECORD-COUNT TO WS-DLV-REC-COUNT(WS-SUB)
               MOVE DM-PRIME-TOTAL TO WS-DLV-PRIMES(WS-SUB)
               MOVE DM-STATUS TO WS-DLV-STATUS(WS-SUB)
               MOVE WS-AGE-DAYS TO WS-DLV-AGE(WS-SUB)
               MOVE 'N' TO WS-DLV-ACK-SW(WS-SUB)
               MOVE 0 TO WS-DLV-ACK-DATE(WS-SUB)
               MOVE 0 TO WS-DLV-ACK-COUNT(WS-SUB)
               MOVE 0 TO WS-DLV-ACK-PRIMES(WS-SUB)
           END-IF.
       PARA-FIND-DELIVERY.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM PARA-SCAN-DELIVERY
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DLV-COUNT OR WS-FOUND
           IF WS-FOUND
               SUBTRACT 1 FROM WS-SUB
           END-IF.
       PARA-SCAN-DELIVERY.
           IF WS-DLV-KEY(WS-SUB) = WS-NEW-KEY
               SET WS-FOUND TO TRUE
           END-IF.
      ******************************************************************
      * PARA-MATCH-ACKS - each acknowledgment marks its delivery.  A
      * unit that acknowledges the same file twice leaves the later
      * acknowledgment standing.
      ******************************************************************
       PARA-MATCH-ACKS.
           OPEN INPUT DLV-ACK-FILE
           IF WS-ACK-STATUS NOT = '00'
               DISPLAY 'PRMDACK: NO DLVACKS ACKNOWLEDGMENT FILE'
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM PARA-MATCH-ACK-ONE UNTIL WS-EOF
               CLOSE DLV-ACK-FILE
           END-IF.
       PARA-MATCH-ACK-ONE.
           READ DLV-ACK-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACKS-READ
                   MOVE DA-JOB-NAME TO WS-NEW-JOB-NAME
                   MOVE DA-RUN-DATE TO WS-NEW-RUN-DATE
                   PERFORM PARA-FIND-DELIVERY
                   IF WS-FOUND
                       SET WS-DLV-ACKED(WS-SUB) TO TRUE
                       MOVE DA-ACK-DATE TO WS-DLV-ACK-DATE(WS-SUB)
                       MOVE DA-RECORD-COUNT
                         TO WS-DLV-ACK-COUNT(WS-SUB)
                       MOVE DA-PRIME-TOTAL
                         TO WS-DLV-ACK-PRIMES(WS-SUB)
                   ELSE
                       PERFORM PARA-NOTE-ORPHAN
                   END-IF
           END-READ.
      ******************************************************************
      * PARA-NOTE-ORPHAN - an acknowledgment older than the look-back
      * is history and passed over; anything newer names a delivery
      * the manifest does not have.
      ******************************************************************
       PARA-NOTE-ORPHAN.
           MOVE 99999 TO WS-AGE-DAYS
           IF DA-RUN-DATE IS NUMERIC
               MOVE DA-RUN-DATE TO WS-DATE-PARTS
               PERFORM PARA-DAYNUM
               COMPUTE WS-AGE-DAYS = WS-TODAY-DAYNUM - WS-DAYNUM
           END-IF
           IF WS-AGE-DAYS NOT > WS-LOOKBACK-DAYS
               ADD 1 TO WS-ORPHAN-TOTAL
               IF WS-ORPHAN-COUNT < 100
                   ADD 1 TO WS-ORPHAN-COUNT
                   MOVE DA-JOB-NAME
                     TO WS-ORP-JOB-NAME(WS-ORPHAN-COUNT)
                   MOVE DA-RUN-DATE
                     TO WS-ORP-RUN-DATE(WS-ORPHAN-COUNT)
                   MOVE DA-ACK-DATE
                     TO WS-ORP-ACK-DATE(WS-ORPHAN-COUNT)
               END-IF
           END-IF.
       PARA-WRITE-HEADER.
           MOVE SPACES TO DACK-RPT-RECORD
           MOVE WS-ACK-DAYS TO WS-DAYS-ED
           STRING 'PRIME DELIVERY ACKNOWLEDGMENT REPORT  RUN DATE: '
                  WS-RUN-DATE
                  '  DAYS ALLOWED: ' WS-DAYS-ED
                  DELIMITED BY SIZE INTO DACK-RPT-RECORD
           WRITE DACK-RPT-RECORD
           MOVE SPACES TO DACK-RPT-RECORD
           WRITE DACK-RPT-RECORD.
       PARA-WRITE-COL-HEADS.
           MOVE SPACES TO DACK-RPT-RECORD
           STRING '  JOB-NAME    RUN DATE   AGE    RECORDS     PRIMES'
                  '   ACK DATE  ACK RECORDS  ACK PRIMES'
                  DELIMITED BY SIZE INTO DACK-RPT-RECORD
           WRITE DACK-RPT-RECORD.
      ******************************************************************
      * The four delivery sections, one pass of the table each:
      * acknowledged and matching, acknowledged with a record count
      * or prime total off the manifest, not acknowledged within the
      * days allowed, and not acknowledged but still within them.
      ******************************************************************
       PARA-WRITE-ACKED.
           MOVE SPACES TO DACK-RPT-RECORD
           MOVE 'ACKNOWLEDGED' TO DACK-RPT-RECORD
           WRITE DACK-RPT-RECORD
           PERFORM PARA-WRITE-COL-HEADS
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM PARA-ACKED-LINE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DLV-COUNT
           PERFORM PARA-SECTION-END.
       PARA-ACKED-LINE.
           IF WS-DLV-ACKED(WS-SUB)
               AND WS-DLV-ACK-COUNT(WS-SUB) = WS-DLV-REC-COUNT(WS-SUB)
               AND WS-DLV-ACK-PRIMES(WS-SUB) = WS-DLV-PRIMES(WS-SUB)
               ADD 1 TO WS-ACKED-COUNT
               PERFORM PARA-DELIVERY-LINE
           END-IF.
       PARA-WRITE-MISMATCH.
           MOVE SPACES TO DACK-RPT-RECORD
           MOVE 'ACKNOWLEDGED - COUNT MISMATCH' TO DACK-RPT-RECORD
           WRITE DACK-RPT-RECORD
           PERFORM PARA-WRITE-COL-HEADS
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM PARA-MISMATCH-LINE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DLV-COUNT
           PERFORM PARA-SECTION-END.
       PARA-MISMATCH-LINE.
           IF WS-DLV-ACKED(WS-SUB)
               AND (WS-DLV-ACK-COUNT(WS-SUB)
                    NOT = WS-DLV-REC-COUNT(WS-SUB)
                OR WS-DLV-ACK-PRIMES(WS-SUB)
                    NOT = WS-DLV-PRIMES(WS-SUB))
               ADD 1 TO WS-MISMATCH-COUNT
               PERFORM PARA-DELIVERY-LINE
           END-IF.
       PARA-WRITE-OVERDUE.
           MOVE SPACES TO DACK-RPT-RECORD
           MOVE WS-ACK-DAYS TO WS-DAYS-ED
           STRING 'NOT ACKNOWLEDGED AFTER ' WS-DAYS-ED ' DAYS'
                  DELIMITED BY SIZE INTO DACK-RPT-RECORD
           WRITE DACK-RPT-RECORD
           PERFORM PARA-WRITE-COL-HEADS
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM PARA-OVERDUE-LINE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DLV-COUNT
           PERFORM PARA-SECTION-END.
       PARA-OVERDUE-LINE.
           IF NOT WS-DLV-ACKED(WS-SUB)
               AND WS-DLV-AGE(WS-SUB) > WS-ACK-DAYS
               ADD 1 TO WS-OVERDUE-COUNT
               PERFORM PARA-DELIVERY-LINE
           END-IF.
       PARA-WRITE-WAITING.
           MOVE SPACES TO DACK-RPT-RECORD
           MOVE 'AWAITING ACKNOWLEDGMENT' TO DACK-RPT-RECORD
           WRITE DACK-RPT-RECORD
           PERFORM PARA-WRITE-COL-HEADS
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM PARA-WAITING-LINE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-DLV-COUNT
           PERFORM PARA-SECTION-END.
       PARA-WAITING-LINE.
           IF NOT WS-DLV-ACKED(WS-SUB)
               AND WS-DLV-AGE(WS-SUB) NOT > WS-ACK-DAYS
               ADD 1 TO WS-WAITING-COUNT
               PERFORM PARA-DELIVERY-LINE
           END-IF.
      ******************************************************************
      * PARA-DELIVERY-LINE - one delivery; a file sent partial is
      * flagged so its acknowledgment is read in that light.
      ******************************************************************
       PARA-DELIVERY-LINE.
           ADD 1 TO WS-SECTION-COUNT
           MOVE WS-DLV-AGE(WS-SUB) TO WS-DAYS-ED
           MOVE WS-DLV-REC-COUNT(WS-SUB) TO WS-CNT-ED
           MOVE WS-DLV-PRIMES(WS-SUB) TO WS-CNT2-ED
           MOVE SPACES TO DACK-RPT-RECORD
           IF WS-DLV-ACKED(WS-SUB)
               MOVE WS-DLV-ACK-COUNT(WS-SUB) TO WS-CNT3-ED
               MOVE WS-DLV-ACK-PRIMES(WS-SUB) TO WS-CNT4-ED
               STRING '  ' WS-DLV-JOB-NAME(WS-SUB)
                      '  ' WS-DLV-RUN-DATE(WS-SUB)
                      ' ' WS-DAYS-ED
                      ' ' WS-CNT-ED ' ' WS-CNT2-ED
                      '   ' WS-DLV-ACK-DATE(WS-SUB)
                      '    ' WS-CNT3-ED '   ' WS-CNT4-ED
                      DELIMITED BY SIZE INTO DACK-RPT-RECORD
           ELSE
               STRING '  ' WS-DLV-JOB-NAME(WS-SUB)
                      '  ' WS-DLV-RUN-DATE(WS-SUB)
                      ' ' WS-DAYS-ED
                      ' ' WS-CNT-ED ' ' WS-CNT2-ED
                      DELIMITED BY SIZE INTO DACK-RPT-RECORD
           END-IF
           IF WS-DLV-STATUS(WS-SUB) = 'P'
               MOVE '  PARTIAL FILE' TO DACK-RPT-RECORD(91:14)
           END-IF
           WRITE DACK-RPT-RECORD.
       PARA-SECTION-END.
           IF WS-SECTION-COUNT = 0
               MOVE SPACES TO DACK-RPT-RECORD
               MOVE '  NONE' TO DACK-RPT-RECORD
               WRITE DACK-RPT-RECORD
           END-IF
           MOVE SPACES TO DACK-RPT-RECORD
           WRITE DACK-RPT-RECORD.
       PARA-WRITE-ORPHANS.
           MOVE SPACES TO DACK-RPT-RECORD
           MOVE 'ACKNOWLEDGMENTS MATCHING NO DELIVERY'
             TO DACK-RPT-RECORD
           WRITE DACK-RPT-RECORD
           MOVE SPACES TO DACK-RPT-RECORD
           MOVE '  JOB-NAME    RUN DATE   ACK DATE' TO DACK-RPT-RECORD
           WRITE DACK-RPT-RECORD
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM PARA-ORPHAN-LINE
                   VARYING WS-ORP-SUB FROM 1 BY 1
                   UNTIL WS-ORP-SUB > WS-ORPHAN-COUNT
           IF WS-ORPHAN-TOTAL > WS-ORPHAN-COUNT
               MOVE SPACES TO DACK-RPT-RECORD
               MOVE WS-ORPHAN-TOTAL TO WS-CNT-ED
               STRING '  ONLY THE FIRST 100 OF ' WS-CNT-ED
                      ' LISTED'
                      DELIMITED BY SIZE INTO DACK-RPT-RECORD
               WRITE DACK-RPT-RECORD
           END-IF
           PERFORM PARA-SECTION-END.
       PARA-ORPHAN-LINE.
           ADD 1 TO WS-SECTION-COUNT
           MOVE SPACES TO DACK-RPT-RECORD
           STRING '  ' WS-ORP-JOB-NAME(WS-ORP-SUB)
                  '  ' WS-ORP-RUN-DATE(WS-ORP-SUB)
                  '   ' WS-ORP-ACK-DATE(WS-ORP-SUB)
                  DELIMITED BY SIZE INTO DACK-RPT-RECORD
           WRITE DACK-RPT-RECORD.
       PARA-WRITE-TRAILER.
           MOVE SPACES TO DACK-RPT-RECORD
           MOVE WS-DLV-COUNT TO WS-CNT-ED
           STRING 'DELIVERIES IN LOOK-BACK   ' WS-CNT-ED
                  DELIMITED BY SIZE INTO DACK-RPT-RECORD
           WRITE DACK-RPT-RECORD
           MOVE SPACES TO DACK-RPT-RECORD
           MOVE WS-ACKED-COUNT TO WS-CNT-ED
           STRING 'ACKNOWLEDGED              ' WS-CNT-ED
                  DELIMITED BY SIZE INTO DACK-RPT-RECORD
           WRITE DACK-RPT-RECORD
           MOVE SPACES TO DACK-RPT-RECORD
           MOVE WS-MISMATCH-COUNT TO WS-CNT-ED
           STRING 'COUNT MISMATCH            ' WS-CNT-ED
                  DELIMITED BY SIZE INTO DACK-RPT-RECORD
           WRITE DACK-RPT-RECORD
           MOVE SPACES TO DACK-RPT-RECORD
           MOVE WS-OVERDUE-COUNT TO WS-CNT-ED
           STRING 'NOT ACKNOWLEDGED          ' WS-CNT-ED
                  DELIMITED BY SIZE INTO DACK-RPT-RECORD
           WRITE DACK-RPT-RECORD
           MOVE SPACES TO DACK-RPT-RECORD
           MOVE WS-WAITING-COUNT TO WS-CNT-ED
           STRING 'AWAITING ACKNOWLEDGMENT   ' WS-CNT-ED
                  DELIMITED BY SIZE INTO DACK-RPT-RECORD
           WRITE DACK-RPT-RECORD
           MOVE SPACES TO DACK-RPT-RECORD
           MOVE WS-ORPHAN-TOTAL TO WS-CNT-ED
           STRING 'UNMATCHED ACKNOWLEDGMENTS ' WS-CNT-ED
                  DELIMITED BY SIZE INTO DACK-RPT-RECORD
           WRITE DACK-RPT-RECORD
           IF WS-FULL-WARNED
               MOVE SPACES TO DACK-RPT-RECORD
               MOVE WS-DLV-DROPPED TO WS-CNT-ED
               STRING 'NOT MATCHED - TABLE FULL  ' WS-CNT-ED
                      '  DELIVERY TABLE HOLDS 20000 - REPORT '
                      'IS INCOMPLETE'
                      DELIMITED BY SIZE INTO DACK-RPT-RECORD
               WRITE DACK-RPT-RECORD
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
           MOVE 'PRMDACK' TO AUD-PROGRAM-NAME
           MOVE 'DLVACKS' TO AUD-INPUT-FILE
           MOVE WS-DLV-COUNT TO AUD-RECORD-COUNT
           MOVE 'NOT ACKED' TO AUD-TOTAL-1-LABEL
           MOVE WS-OVERDUE-COUNT TO AUD-TOTAL-1
           MOVE 'COUNT MISMATCH' TO AUD-TOTAL-2-LABEL
           MOVE WS-MISMATCH-COUNT TO AUD-TOTAL-2
           WRITE AUD-RECORD
           CLOSE AUDIT-LOG-FILE.
