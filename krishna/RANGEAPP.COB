      ******************************************************************
      * Modification History:
      *   2026-09-02  KR  Initial version.
      *   2026-10-15  KR  A pending add or change whose range would
      *                   overlap another job-name's RANGEMST entry
      *                   now shows a warning naming that job-name
      *                   before the decision is taken.  An overlap
      *                   the job-name's current entry already has is
      *                   shown as a note, not a new warning.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RANGEAPP.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-SEQ
               FILE STATUS IS WS-PN-STATUS.
           SELECT RANGE-MASTER-FILE ASSIGN TO "RANGEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-JOB-NAME
               FILE STATUS IS WS-RM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RANGE-PEND-FILE.
           COPY PENDREC.
       FD  RANGE-MASTER-FILE.
           COPY RANGEREC.
       WORKING-STORAGE SECTION.
       01 WS-PN-STATUS      PIC X(02).
       01 WS-PEND-EOF-SW    PIC X(01) VALUE 'N'.
       01 WS-PENDING-SEEN   PIC 9(5) VALUE 0.
       01 WS-APPROVED-COUNT PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE 0.
       01 WS-RM-STATUS      PIC X(02).
       01 WS-RM-OPEN-SW     PIC X(01) VALUE 'N'.
           88 WS-RM-OPEN            VALUE 'Y'.
       01 WS-RM-EOF-SW      PIC X(01) VALUE 'N'.
           88 WS-RM-EOF             VALUE 'Y'.
       01 WS-OLD-FOUND-SW   PIC X(01) VALUE 'N'.
           88 WS-OLD-FOUND          VALUE 'Y'.
       01 WS-OLD-NUM1       PIC 9(9).
       01 WS-OLD-NUM2       PIC 9(9).
       01 WS-OVERLAP-COUNT  PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-DECIDE-DATE FROM DATE YYYYMMDD
           IF WS-PN-STATUS NOT = '00'
               SET WS-PEND-EOF TO TRUE
           END-IF
           OPEN INPUT RANGE-MASTER-FILE
           IF WS-RM-STATUS = '00'
               SET WS-RM-OPEN TO TRUE
           ELSE
               DISPLAY 'RANGEAPP: NO RANGE-MASTER FILE - NO OVERLAP '
                       'CHECK'
           END-IF
           PERFORM PARA-NEXT-PENDING UNTIL WS-PEND-EOF OR WS-QUIT
           CLOSE RANGE-PEND-FILE
           IF WS-RM-OPEN
               CLOSE RANGE-MASTER-FILE
           END-IF
           DISPLAY 'RANGEAPP: PENDING REVIEWED ' WS-PENDING-SEEN
           DISPLAY 'RANGEAPP: APPROVED         ' WS-APPROVED-COUNT
           DISPLAY 'RANGEAPP: REJECTED         ' WS-REJECTED-COUNT
           DISPLAY '  MAKER ' PN-MAKER-ID ' VIA ' PN-MAKER-SOURCE
                   ' ON ' PN-DATE-ADDED
                   '  EFFECTIVE ' PN-EFF-DATE
           IF WS-RM-OPEN AND (PN-ADD OR PN-CHANGE)
               PERFORM PARA-CHECK-OVERLAP
           END-IF
           DISPLAY 'A-APPROVE  R-REJECT  S-SKIP  Q-QUIT: '
           ACCEPT WS-ACTION-CODE
           EVALUATE TRUE
                   DISPLAY 'RANGEAPP: DECISION REWRITE FAILED FOR '
                           'SEQ ' PN-SEQ
           END-REWRITE.
      ******************************************************************
      * PARA-CHECK-OVERLAP - walk the master for any other job-name
      * whose range shares numbers with the pending one.  For a
      * change, the job-name's current entry is read first so an
      * overlap it already has shows as a note and only an overlap
      * the change would create draws the warning.  The master walk
      * leaves the pending file's position alone.  Any non-zero
      * status ends the walk, not just AT END.
      ******************************************************************
       PARA-CHECK-OVERLAP.
           MOVE 0 TO WS-OVERLAP-COUNT
           MOVE 'N' TO WS-OLD-FOUND-SW
           IF PN-CHANGE
               MOVE PN-JOB-NAME TO RM-JOB-NAME
               READ RANGE-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       SET WS-OLD-FOUND TO TRUE
                       MOVE RM-NUM1 TO WS-OLD-NUM1
                       MOVE RM-NUM2 TO WS-OLD-NUM2
               END-READ
           END-IF
           MOVE 'N' TO WS-RM-EOF-SW
           MOVE LOW-VALUES TO RM-JOB-NAME
           START RANGE-MASTER-FILE KEY NOT < RM-JOB-NAME
               INVALID KEY SET WS-RM-EOF TO TRUE
           END-START
           IF WS-RM-STATUS NOT = '00'
               SET WS-RM-EOF TO TRUE
           END-IF
           PERFORM PARA-OVERLAP-ONE UNTIL WS-RM-EOF
           IF WS-OVERLAP-COUNT > 0
               DISPLAY '  *** ' WS-OVERLAP-COUNT ' NEW OVERLAP(S) - '
                       'THESE NUMBERS WOULD BE SIEVED TWICE ***'
           END-IF.
       PARA-OVERLAP-ONE.
           READ RANGE-MASTER-FILE NEXT RECORD
               AT END SET WS-RM-EOF TO TRUE
               NOT AT END
                   IF RM-JOB-NAME NOT = PN-JOB-NAME
                       AND RM-NUM1 <= PN-NUM2
                       AND RM-NUM2 >= PN-NUM1
                       PERFORM PARA-SHOW-OVERLAP
                   END-IF
           END-READ
           IF WS-RM-STATUS NOT = '00'
               SET WS-RM-EOF TO TRUE
           END-IF.
       PARA-SHOW-OVERLAP.
           IF WS-OLD-FOUND
               AND RM-NUM1 <= WS-OLD-NUM2
               AND RM-NUM2 >= WS-OLD-NUM1
               DISPLAY '  NOTE: ALREADY OVERLAPS JOB ' RM-JOB-NAME
                       ' RANGE ' RM-NUM1 ' TO ' RM-NUM2
           ELSE
               ADD 1 TO WS-OVERLAP-COUNT
               DISPLAY '  WARNING: WOULD OVERLAP JOB ' RM-JOB-NAME
                       ' RANGE ' RM-NUM1 ' TO ' RM-NUM2
           END-IF.
