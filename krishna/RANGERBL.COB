      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Point-in-time rebuild of RANGE-MASTER from its
      *           change history.  Replays the RANGEHST after images
      *           (HISTREC.CPY) in HS-DATE/HS-TIME order into a
      *           separate RANGE-MASTER file, RANGERBD, so the master
      *           as it stood at the end of any chosen date can be
      *           handed over without touching the live RANGEMST.
      *           Every history row's before image is checked against
      *           the after image the replay holds for that job-name
      *           at that point - a mismatch is a change that reached
      *           the master without its own history row.  In
      *           reconcile mode the replay runs as of today and the
      *           live RANGEMST is compared record for record against
      *           it: a live record that does not match its last
      *           history image, a live record with no history, and a
      *           replayed record missing from the live master are
      *           all listed on the RBLDRPT report.  Ends with return
      *           code 4 when anything is listed, 8 when there is no
      *           history or no live master to work from, 16 when
      *           RANGERBD or the report cannot be opened.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026-10-15  KR  Initial version.
      *   2026-10-15  KR  RANGERBD and RBLDRPT open statuses checked;
      *                   a failed open ends the run with return code
      *                   16 instead of replaying into nothing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RANGERBL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RANGE-HIST-FILE ASSIGN TO "RANGEHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HS-STATUS.
           SELECT RANGE-MASTER-FILE ASSIGN TO "RANGEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-JOB-NAME
               FILE STATUS IS WS-RM-STATUS.
           SELECT RANGE-RBLD-FILE ASSIGN TO "RANGERBD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-JOB-NAME
               FILE STATUS IS WS-RB-STATUS.
           SELECT RBLD-RPT-FILE ASSIGN TO "RBLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RBLD-SORT-FILE ASSIGN TO "RBLDSORT".
       DATA DIVISION.
       FILE SECTION.
       FD  RANGE-HIST-FILE.
       01  HIST-IN-RECORD      PIC X(161).
       FD  RANGE-MASTER-FILE.
           COPY RANGEREC.
      ******************************************************************
      * The rebuilt master - RM-RECORD's layout (RANGEREC.CPY) under
      * its own names, since the live master is open alongside it.
      ******************************************************************
       FD  RANGE-RBLD-FILE.
       01  RB-RECORD.
           05 RB-JOB-NAME        PIC X(10).
           05 FILLER             PIC X(58).
      ******************************************************************
      * Sort work - the history row keyed on its date and time, with
      * its position on RANGEHST as the last key so rows stamped in
      * the same hundredth of a second replay in the order written.
      ******************************************************************
       SD  RBLD-SORT-FILE.
       01  SR-RECORD.
           05 SR-HIST-ROW.
              10 SR-DATE          PIC 9(08).
              10 SR-TIME          PIC 9(08).
              10 FILLER           PIC X(145).
           05 SR-SEQ             PIC 9(09).
       FD  RBLD-RPT-FILE.
       01  RBLD-RPT-RECORD     PIC X(132).
       WORKING-STORAGE SECTION.
           COPY HISTREC.
       01 WS-HS-STATUS      PIC X(02).
       01 WS-RM-STATUS      PIC X(02).
       01 WS-RB-STATUS      PIC X(02).
           88 WS-RB-FOUND           VALUE '00'.
       01 WS-RPT-STATUS     PIC X(02).
       01 WS-HIST-EOF-SW    PIC X(01) VALUE 'N'.
           88 WS-HIST-EOF           VALUE 'Y'.
       01 WS-SORT-EOF-SW    PIC X(01) VALUE 'N'.
           88 WS-SORT-EOF           VALUE 'Y'.
       01 WS-WALK-EOF-SW    PIC X(01) VALUE 'N'.
           88 WS-WALK-EOF           VALUE 'Y'.
       01 WS-MODE           PIC X(01).
           88 WS-REBUILD            VALUE 'R'.
           88 WS-RECONCILE          VALUE 'C'.
       01 WS-TODAY          PIC 9(08).
       01 WS-AS-OF-DATE-X   PIC X(08).
       01 WS-AS-OF-DATE     PIC 9(08).
       01 WS-REPLAY-JOB     PIC X(10).
       01 WS-TIME-ED        PIC 9(08).
       01 WS-ROWS-READ      PIC 9(7) VALUE 0.
       01 WS-ROWS-REPLAYED  PIC 9(7) VALUE 0.
       01 WS-RBLD-COUNT     PIC 9(7) VALUE 0.
       01 WS-BEFORE-MISMATCH PIC 9(7) VALUE 0.
       01 WS-LIVE-READ      PIC 9(7) VALUE 0.
       01 WS-LIVE-MISMATCH  PIC 9(7) VALUE 0.
       01 WS-LIVE-ONLY      PIC 9(7) VALUE 0.
       01 WS-HIST-ONLY      PIC 9(7) VALUE 0.
       01 WS-CNT-ED         PIC ZZZZZZ9.
       01 WS-CNT2-ED        PIC ZZZZZZ9.
      ******************************************************************
      * One RANGE-MASTER image laid out for the report, with the
      * label it is printed under.
      ******************************************************************
       01 WS-SHOW-LABEL     PIC X(20).
       01 WS-SHOW-IMAGE.
           05 WS-SHOW-JOB-NAME   PIC X(10).
           05 WS-SHOW-NUM1       PIC 9(9).
           05 WS-SHOW-NUM2       PIC 9(9).
           05 WS-SHOW-DESC       PIC X(30).
           05 WS-SHOW-FREQ       PIC X(01).
           05 WS-SHOW-RUN-DAYS   PIC X(07).
           05 WS-SHOW-MONTH-DAY  PIC 9(02).
       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DISPLAY 'R-REBUILD AS OF A DATE  C-RECONCILE LIVE MASTER: '
           ACCEPT WS-MODE
           PERFORM PARA-REPROMPT-MODE UNTIL WS-REBUILD OR WS-RECONCILE
           IF WS-REBUILD
               PERFORM PARA-GET-AS-OF-DATE
           ELSE
               MOVE WS-TODAY TO WS-AS-OF-DATE
           END-IF
           OPEN INPUT RANGE-HIST-FILE
           IF WS-HS-STATUS NOT = '00'
               DISPLAY 'RANGERBL: NO HISTORY FILE TO REBUILD FROM'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RANGE-HIST-FILE
           IF WS-RECONCILE
               OPEN INPUT RANGE-MASTER-FILE
               IF WS-RM-STATUS NOT = '00'
                   DISPLAY 'RANGERBL: LIVE RANGEMST OPEN FAILED STATUS '
                           WS-RM-STATUS ' - NOTHING TO RECONCILE'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM PARA-OPEN-OUTPUTS
           PERFORM PARA-WRITE-HEADER
           SORT RBLD-SORT-FILE
               ON ASCENDING KEY SR-DATE SR-TIME SR-SEQ
               INPUT PROCEDURE IS PARA-RELEASE-HIST
               OUTPUT PROCEDURE IS PARA-REPLAY-HIST
           IF WS-RECONCILE
               PERFORM PARA-RECONCILE
               CLOSE RANGE-MASTER-FILE
           END-IF
           PERFORM PARA-WRITE-TRAILER
           CLOSE RANGE-RBLD-FILE
           CLOSE RBLD-RPT-FILE
           DISPLAY 'RANGERBL: HISTORY ROWS READ     ' WS-ROWS-READ
           DISPLAY 'RANGERBL: HISTORY ROWS REPLAYED ' WS-ROWS-REPLAYED
           DISPLAY 'RANGERBL: RECORDS ON RANGERBD   ' WS-RBLD-COUNT
           IF WS-BEFORE-MISMATCH > 0 OR WS-LIVE-MISMATCH > 0
               OR WS-LIVE-ONLY > 0 OR WS-HIST-ONLY > 0
               DISPLAY 'RANGERBL: DISCREPANCIES LISTED ON RBLDRPT'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      ******************************************************************
      * PARA-OPEN-OUTPUTS - RANGERBD is created empty and reopened I-O
      * for the replay, then the report is opened.  Any of the opens
      * failing ends the run with return code 16 - a partial rebuild
      * or an unreported reconcile is worse than none.
      ******************************************************************
       PARA-OPEN-OUTPUTS.
           OPEN OUTPUT RANGE-RBLD-FILE
           IF WS-RB-STATUS = '00'
               CLOSE RANGE-RBLD-FILE
               OPEN I-O RANGE-RBLD-FILE
           END-IF
           IF WS-RB-STATUS NOT = '00'
               DISPLAY 'RANGERBL: RANGERBD OPEN FAILED STATUS '
                       WS-RB-STATUS ' - RUN STOPPED'
               PERFORM PARA-CLOSE-LIVE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RBLD-RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'RANGERBL: RBLDRPT OPEN FAILED STATUS '
                       WS-RPT-STATUS ' - RUN STOPPED'
               CLOSE RANGE-RBLD-FILE
               PERFORM PARA-CLOSE-LIVE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       PARA-CLOSE-LIVE.
           IF WS-RECONCILE
               CLOSE RANGE-MASTER-FILE
           END-IF.
       PARA-REPROMPT-MODE.
           DISPLAY 'MODE MUST BE R OR C: '
           ACCEPT WS-MODE.
      ******************************************************************
      * PARA-GET-AS-OF-DATE - the rebuilt master is the master as it
      * stood at the end of this date; blank means today.
      ******************************************************************
       PARA-GET-AS-OF-DATE.
           DISPLAY 'AS-OF DATE YYYYMMDD (BLANK FOR TODAY): '
           ACCEPT WS-AS-OF-DATE-X
           PERFORM PARA-REPROMPT-AS-OF UNTIL WS-AS-OF-DATE-X = SPACES
                   OR WS-AS-OF-DATE-X IS NUMERIC
           IF WS-AS-OF-DATE-X = SPACES
               MOVE WS-TODAY TO WS-AS-OF-DATE
           ELSE
               MOVE WS-AS-OF-DATE-X TO WS-AS-OF-DATE
           END-IF.
       PARA-REPROMPT-AS-OF.
           DISPLAY 'AS-OF DATE MUST BE YYYYMMDD OR BLANK: '
           ACCEPT WS-AS-OF-DATE-X.
      ******************************************************************
      * PARA-RELEASE-HIST - sort input: every history row dated on or
      * before the as-of date, numbered in file order.  Any non-zero
      * status ends the read, not just AT END.
      ******************************************************************
       PARA-RELEASE-HIST.
           OPEN INPUT RANGE-HIST-FILE
           PERFORM PARA-READ-HIST
           PERFORM PARA-RELEASE-ONE UNTIL WS-HIST-EOF
           CLOSE RANGE-HIST-FILE.
       PARA-RELEASE-ONE.
           ADD 1 TO WS-ROWS-READ
           IF HS-DATE NOT > WS-AS-OF-DATE
               MOVE HS-RECORD TO SR-HIST-ROW
               MOVE WS-ROWS-READ TO SR-SEQ
               RELEASE SR-RECORD
           END-IF
           PERFORM PARA-READ-HIST.
       PARA-READ-HIST.
           READ RANGE-HIST-FILE INTO HS-RECORD
               AT END SET WS-HIST-EOF TO TRUE
           END-READ
           IF WS-HS-STATUS NOT = '00'
               SET WS-HIST-EOF TO TRUE
           END-IF.
      ******************************************************************
      * PARA-REPLAY-HIST - sort output: apply each row in date/time
      * order to the rebuilt master.
      ******************************************************************
       PARA-REPLAY-HIST.
           PERFORM PARA-RETURN-SORT
           PERFORM PARA-REPLAY-ONE UNTIL WS-SORT-EOF.
       PARA-RETURN-SORT.
           RETURN RBLD-SORT-FILE
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
      ******************************************************************
      * PARA-REPLAY-ONE - the row's job-name is off its after image,
      * or its before image for a delete (blank after image).  The
      * before image must be what the replay already holds for that
      * job-name - the previous row's after image, or nothing at all
      * for an add.  Then the after image becomes the record (written
      * or rewritten), or a blank after image deletes it.
      ******************************************************************
       PARA-REPLAY-ONE.
           MOVE SR-HIST-ROW TO HS-RECORD
           ADD 1 TO WS-ROWS-REPLAYED
           IF HS-AFT-JOB-NAME = SPACES
               MOVE HS-BEF-JOB-NAME TO WS-REPLAY-JOB
           ELSE
               MOVE HS-AFT-JOB-NAME TO WS-REPLAY-JOB
           END-IF
           MOVE WS-REPLAY-JOB TO RB-JOB-NAME
           READ RANGE-RBLD-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-RB-FOUND
               IF HS-BEFORE-IMAGE NOT = RB-RECORD
                   PERFORM PARA-REPORT-BEFORE-MISMATCH
               END-IF
           ELSE
               IF HS-BEFORE-IMAGE NOT = SPACES
                   PERFORM PARA-REPORT-BEFORE-MISMATCH
               END-IF
           END-IF
           IF HS-AFTER-IMAGE = SPACES
               IF WS-RB-FOUND
                   PERFORM PARA-RBLD-DELETE
               END-IF
           ELSE
               IF WS-RB-FOUND
                   PERFORM PARA-RBLD-REWRITE
               ELSE
                   PERFORM PARA-RBLD-WRITE
               END-IF
           END-IF
           PERFORM PARA-RETURN-SORT.
       PARA-RBLD-DELETE.
           DELETE RANGE-RBLD-FILE
               INVALID KEY
                   DISPLAY 'RANGERBL: RANGERBD DELETE FAILED FOR '
                           WS-REPLAY-JOB
               NOT INVALID KEY
                   SUBTRACT 1 FROM WS-RBLD-COUNT
           END-DELETE.
       PARA-RBLD-REWRITE.
           MOVE HS-AFTER-IMAGE TO RB-RECORD
           REWRITE RB-RECORD
               INVALID KEY
                   DISPLAY 'RANGERBL: RANGERBD REWRITE FAILED FOR '
                           WS-REPLAY-JOB
           END-REWRITE.
       PARA-RBLD-WRITE.
           MOVE HS-AFTER-IMAGE TO RB-RECORD
           WRITE RB-RECORD
               INVALID KEY
                   DISPLAY 'RANGERBL: RANGERBD WRITE FAILED FOR '
                           WS-REPLAY-JOB
               NOT INVALID KEY
                   ADD 1 TO WS-RBLD-COUNT
           END-WRITE.
      ******************************************************************
      * PARA-REPORT-BEFORE-MISMATCH - the row's before image is not
      * what the history up to it says the record was, so something
      * changed the master in between without writing a history row.
      * RB-RECORD still holds the replay's prior image when there is
      * one.
      ******************************************************************
       PARA-REPORT-BEFORE-MISMATCH.
           ADD 1 TO WS-BEFORE-MISMATCH
           MOVE HS-TIME TO WS-TIME-ED
           MOVE SPACES TO RBLD-RPT-RECORD
           STRING '** BEFORE IMAGE DOES NOT MATCH PRIOR AFTER IMAGE: '
                  WS-REPLAY-JOB '  ROW ' HS-DATE ' '
                  WS-TIME-ED(1:6) ' ' HS-SOURCE ' ' HS-TRANS-CODE
                  DELIMITED BY SIZE INTO RBLD-RPT-RECORD
           WRITE RBLD-RPT-RECORD
           MOVE 'PRIOR AFTER IMAGE:' TO WS-SHOW-LABEL
           IF WS-RB-FOUND
               MOVE RB-RECORD TO WS-SHOW-IMAGE
           ELSE
               MOVE SPACES TO WS-SHOW-IMAGE
           END-IF
           PERFORM PARA-WRITE-IMAGE
           MOVE 'ROW BEFORE IMAGE:' TO WS-SHOW-LABEL
           MOVE HS-BEFORE-IMAGE TO WS-SHOW-IMAGE
           PERFORM PARA-WRITE-IMAGE.
      ******************************************************************
      * PARA-RECONCILE - walk the live master against the replay as
      * of today, then the replay against the live master for
      * records the live master no longer has.  Any non-zero status
      * ends a walk, not just AT END.
      ******************************************************************
       PARA-RECONCILE.
           MOVE SPACES TO RBLD-RPT-RECORD
           WRITE RBLD-RPT-RECORD
           MOVE 'N' TO WS-WALK-EOF-SW
           MOVE LOW-VALUES TO RM-JOB-NAME
           START RANGE-MASTER-FILE KEY NOT < RM-JOB-NAME
               INVALID KEY SET WS-WALK-EOF TO TRUE
           END-START
           IF WS-RM-STATUS NOT = '00'
               SET WS-WALK-EOF TO TRUE
           END-IF
           PERFORM PARA-CHECK-LIVE UNTIL WS-WALK-EOF
           MOVE 'N' TO WS-WALK-EOF-SW
           MOVE LOW-VALUES TO RB-JOB-NAME
           START RANGE-RBLD-FILE KEY NOT < RB-JOB-NAME
               INVALID KEY SET WS-WALK-EOF TO TRUE
           END-START
           IF WS-RB-STATUS NOT = '00'
               SET WS-WALK-EOF TO TRUE
           END-IF
           PERFORM PARA-CHECK-REPLAY UNTIL WS-WALK-EOF.
       PARA-CHECK-LIVE.
           READ RANGE-MASTER-FILE NEXT RECORD
               AT END SET WS-WALK-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LIVE-READ
                   PERFORM PARA-COMPARE-LIVE
           END-READ
           IF WS-RM-STATUS NOT = '00'
               SET WS-WALK-EOF TO TRUE
           END-IF.
       PARA-COMPARE-LIVE.
           MOVE RM-JOB-NAME TO RB-JOB-NAME
           READ RANGE-RBLD-FILE
               INVALID KEY CONTINUE
           END-READ
           IF NOT WS-RB-FOUND
               ADD 1 TO WS-LIVE-ONLY
               MOVE SPACES TO RBLD-RPT-RECORD
               STRING '** LIVE RECORD WITH NO HISTORY: ' RM-JOB-NAME
                      DELIMITED BY SIZE INTO RBLD-RPT-RECORD
               WRITE RBLD-RPT-RECORD
               MOVE 'LIVE RANGEMST:' TO WS-SHOW-LABEL
               MOVE RM-RECORD TO WS-SHOW-IMAGE
               PERFORM PARA-WRITE-IMAGE
           ELSE
               IF RM-RECORD NOT = RB-RECORD
                   ADD 1 TO WS-LIVE-MISMATCH
                   MOVE SPACES TO RBLD-RPT-RECORD
                   STRING '** LIVE RECORD DOES NOT MATCH LAST HISTORY '
                          'IMAGE: ' RM-JOB-NAME
                          DELIMITED BY SIZE INTO RBLD-RPT-RECORD
                   WRITE RBLD-RPT-RECORD
                   MOVE 'LIVE RANGEMST:' TO WS-SHOW-LABEL
                   MOVE RM-RECORD TO WS-SHOW-IMAGE
                   PERFORM PARA-WRITE-IMAGE
                   MOVE 'LAST HISTORY IMAGE:' TO WS-SHOW-LABEL
                   MOVE RB-RECORD TO WS-SHOW-IMAGE
                   PERFORM PARA-WRITE-IMAGE
               END-IF
           END-IF.
       PARA-CHECK-REPLAY.
           READ RANGE-RBLD-FILE NEXT RECORD
               AT END SET WS-WALK-EOF TO TRUE
               NOT AT END
                   MOVE RB-JOB-NAME TO RM-JOB-NAME
                   READ RANGE-MASTER-FILE
                       INVALID KEY
                           PERFORM PARA-REPORT-HIST-ONLY
                   END-READ
           END-READ
           IF WS-RB-STATUS NOT = '00'
               SET WS-WALK-EOF TO TRUE
           END-IF.
       PARA-REPORT-HIST-ONLY.
           ADD 1 TO WS-HIST-ONLY
           MOVE SPACES TO RBLD-RPT-RECORD
           STRING '** IN HISTORY BUT NOT ON LIVE MASTER: '
                  RB-JOB-NAME
                  DELIMITED BY SIZE INTO RBLD-RPT-RECORD
           WRITE RBLD-RPT-RECORD
           MOVE 'LAST HISTORY IMAGE:' TO WS-SHOW-LABEL
           MOVE RB-RECORD TO WS-SHOW-IMAGE
           PERFORM PARA-WRITE-IMAGE.
       PARA-WRITE-IMAGE.
           MOVE SPACES TO RBLD-RPT-RECORD
           IF WS-SHOW-IMAGE = SPACES
               STRING '     ' WS-SHOW-LABEL '(NONE)'
                      DELIMITED BY SIZE INTO RBLD-RPT-RECORD
           ELSE
               STRING '     ' WS-SHOW-LABEL WS-SHOW-JOB-NAME
                      ' ' WS-SHOW-NUM1 ' ' WS-SHOW-NUM2
                      ' ' WS-SHOW-FREQ ' ' WS-SHOW-RUN-DAYS
                      ' ' WS-SHOW-MONTH-DAY ' ' WS-SHOW-DESC
                      DELIMITED BY SIZE INTO RBLD-RPT-RECORD
           END-IF
           WRITE RBLD-RPT-RECORD.
       PARA-WRITE-HEADER.
           MOVE SPACES TO RBLD-RPT-RECORD
           IF WS-REBUILD
               STRING 'RANGE-MASTER REBUILD FROM HISTORY  AS OF END '
                      'OF: ' WS-AS-OF-DATE '  OUTPUT: RANGERBD'
                      DELIMITED BY SIZE INTO RBLD-RPT-RECORD
           ELSE
               STRING 'RANGE-MASTER RECONCILIATION  LIVE RANGEMST '
                      'AGAINST HISTORY AS OF: ' WS-AS-OF-DATE
                      DELIMITED BY SIZE INTO RBLD-RPT-RECORD
           END-IF
           WRITE RBLD-RPT-RECORD
           MOVE SPACES TO RBLD-RPT-RECORD
           WRITE RBLD-RPT-RECORD.
       PARA-WRITE-TRAILER.
           MOVE SPACES TO RBLD-RPT-RECORD
           WRITE RBLD-RPT-RECORD
           MOVE WS-ROWS-READ TO WS-CNT-ED
           MOVE WS-ROWS-REPLAYED TO WS-CNT2-ED
           STRING 'TRAILER  HISTORY ROWS READ: ' WS-CNT-ED
                  '  REPLAYED: ' WS-CNT2-ED
                  DELIMITED BY SIZE INTO RBLD-RPT-RECORD
           WRITE RBLD-RPT-RECORD
           MOVE SPACES TO RBLD-RPT-RECORD
           MOVE WS-RBLD-COUNT TO WS-CNT-ED
           MOVE WS-BEFORE-MISMATCH TO WS-CNT2-ED
           STRING '         RECORDS REBUILT: ' WS-CNT-ED
                  '  BEFORE-IMAGE MISMATCHES: ' WS-CNT2-ED
                  DELIMITED BY SIZE INTO RBLD-RPT-RECORD
           WRITE RBLD-RPT-RECORD
           IF WS-RECONCILE
               MOVE SPACES TO RBLD-RPT-RECORD
               MOVE WS-LIVE-READ TO WS-CNT-ED
               MOVE WS-LIVE-MISMATCH TO WS-CNT2-ED
               STRING '         LIVE RECORDS READ: ' WS-CNT-ED
                      '  NOT MATCHING HISTORY: ' WS-CNT2-ED
                      DELIMITED BY SIZE INTO RBLD-RPT-RECORD
               WRITE RBLD-RPT-RECORD
               MOVE SPACES TO RBLD-RPT-RECORD
               MOVE WS-LIVE-ONLY TO WS-CNT-ED
               MOVE WS-HIST-ONLY TO WS-CNT2-ED
               STRING '         LIVE WITH NO HISTORY: ' WS-CNT-ED
                      '  HISTORY NOT ON LIVE: ' WS-CNT2-ED
                      DELIMITED BY SIZE INTO RBLD-RPT-RECORD
               WRITE RBLD-RPT-RECORD
           END-IF.
