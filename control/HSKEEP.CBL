      * Purpose:  Retention and archival housekeeping for the logs
      *           the daily chain opens EXTEND and grows forever -
      *           DLAUDIT, PRMRPT and PRMCOMP - plus the PRMCKPT
      *           checkpoint file's dead CK-COMPLETE records and the
      *           PRMSTORE result-store entries no range has used
      *           since the cutoff.  The number of run-dates kept
      *           online comes off the HSKPARMS parameter file
      *           (default 7); the run-date history itself comes off
      *           DLAUDIT, which every step writes.  Rows older than
      *           the cutoff go to a dated archive file per log
      *           (DLAUDARC, PRMRPTAR, PRMCMPAR, opened EXTEND so
      *           generations accumulate); checkpoints CK-COMPLETE
      *           before the cutoff are deleted, as are store entries
      *           last used before it (control record and prime
      *           records both).  Ends with the HSKPRPT report of
      *           records archived/purged/kept per file so the
      *           counts can be verified, and writes one row to the
      *           shared DLAUDIT audit trail.  Runs as a step under
      *           CTLJOB.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *                   12-19 (PRMXREC.CPY), so the groom works
      *                   like DLAUDIT's, no heading inheritance
      *                   needed.
      *   2026-10-15  KR  Also purges the PRMSTORE result store, which
      *                   PRIME only ever adds to: an entry whose
      *                   control record was last built or used
      *                   before the cutoff is deleted with all its
      *                   prime records, as are prime records left
      *                   with no control record (an entry whose
      *                   build was abandoned) written before the
      *                   cutoff.  Counts are on HSKPRPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HSKEEP.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-JOB-NAME
               FILE STATUS IS WS-CK-STATUS.
           SELECT PRM-STORE-FILE ASSIGN TO "PRMSTORE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-KEY
               FILE STATUS IS WS-PS-STATUS.
           SELECT HSK-RPT-FILE ASSIGN TO "HSKPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRPT-STATUS.
       01  EXT-WORK-LINE       PIC X(132).
       FD  PRM-CKPT-FILE.
           COPY CHKPTREC.
       FD  PRM-STORE-FILE.
           COPY PRMSTREC.
       FD  HSK-RPT-FILE.
       01  HSK-RPT-RECORD      PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-EARC-STATUS    PIC X(02).
       01 WS-EWRK-STATUS    PIC X(02).
       01 WS-CK-STATUS      PIC X(02).
       01 WS-PS-STATUS      PIC X(02).
       01 WS-HRPT-STATUS    PIC X(02).
       01 WS-EOF-SWITCH     PIC X(01) VALUE 'N'.
           88 WS-EOF                VALUE 'Y'.
       01 WS-EXT-ARCHIVED   PIC 9(7) VALUE 0.
       01 WS-CK-KEPT        PIC 9(7) VALUE 0.
       01 WS-CK-PURGED      PIC 9(7) VALUE 0.
       01 WS-PS-KEPT        PIC 9(7) VALUE 0.
       01 WS-PS-PURGED      PIC 9(7) VALUE 0.
       01 WS-PSP-PURGED     PIC 9(9) VALUE 0.
       01 WS-TOT-ARCHIVED   PIC 9(7) VALUE 0.
       01 WS-LINES-READ     PIC 9(7) VALUE 0.
       01 WS-CNT-ED         PIC ZZZZZZ9.
       01 WS-CNT2-ED        PIC ZZZZZZ9.
       01 WS-CNT3-ED        PIC ZZZZZZZZ9.
      ******************************************************************
      * Result-store entries seen on the PRMSTORE walk - the control
      * records all sort ahead of the prime records, so by the time
      * the walk reaches the primes every entry's bounds are here,
      * flagged whether it was purged.  A table that fills keeps
      * every entry past it (and every prime record not matched)
      * until the next run.
      ******************************************************************
       01 WS-STORE-TABLE.
           05 WS-STE-ENT        OCCURS 500 TIMES.
              10 WS-STE-NUM1       PIC 9(9).
              10 WS-STE-NUM2       PIC 9(9).
              10 WS-STE-PURGE-SW   PIC X(01).
       01 WS-STE-COUNT      PIC 9(3) COMP VALUE 0.
       01 WS-STE-SUB        PIC 9(3) COMP VALUE 0.
       01 WS-STE-FULL-SW    PIC X(01) VALUE 'N'.
           88 WS-STE-FULL           VALUE 'Y'.
       01 WS-LAST-NUM1      PIC 9(9) VALUE 0.
       01 WS-LAST-NUM2      PIC 9(9) VALUE 0.
       01 WS-LAST-PURGE-SW  PIC X(01) VALUE 'N'.
           88 WS-LAST-PURGE         VALUE 'Y'.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM PARA-GET-RUN-STAMP
                       'NOTHING TO ARCHIVE'
           END-IF
           PERFORM PARA-PURGE-CKPT
           PERFORM PARA-PURGE-STORE
           PERFORM PARA-WRITE-REPORT
           PERFORM PARA-WRITE-AUDIT
           GOBACK.
               SET WS-EOF TO TRUE
           END-IF.
      ******************************************************************
      * PARA-PURGE-STORE - one walk of PRMSTORE from the lowest key.
      * A control record last built or used before the cutoff is
      * deleted and its bounds noted as purged; the prime records,
      * which all follow the control records, are then deleted when
      * their entry was purged or has no control record at all and
      * they were written before the cutoff - an entry whose build
      * was abandoned part way.  A prime record under an entry being
      * built today is recent and stays.  Nothing is purged while
      * the cutoff is zero.  Any non-zero status ends the walk, not
      * just AT END.
      ******************************************************************
       PARA-PURGE-STORE.
           OPEN I-O PRM-STORE-FILE
           IF WS-PS-STATUS NOT = '00'
               DISPLAY 'HSKEEP: NO RESULT STORE TO PURGE'
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO PS-KEY
               START PRM-STORE-FILE KEY NOT < PS-KEY
                   INVALID KEY SET WS-EOF TO TRUE
               END-START
               IF WS-PS-STATUS NOT = '00'
                   SET WS-EOF TO TRUE
               END-IF
               PERFORM PARA-PURGE-STORE-ONE UNTIL WS-EOF
               CLOSE PRM-STORE-FILE
           END-IF.
       PARA-PURGE-STORE-ONE.
           READ PRM-STORE-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   IF PS-CONTROL
                       PERFORM PARA-PURGE-STORE-CONTROL
                   ELSE
                       PERFORM PARA-PURGE-STORE-PRIME
                   END-IF
           END-READ
           IF WS-PS-STATUS NOT = '00'
               SET WS-EOF TO TRUE
           END-IF.
       PARA-PURGE-STORE-CONTROL.
           IF WS-STE-COUNT >= 500
               SET WS-STE-FULL TO TRUE
               ADD 1 TO WS-PS-KEPT
           ELSE
               ADD 1 TO WS-STE-COUNT
               MOVE PS-NUM1 TO WS-STE-NUM1(WS-STE-COUNT)
               MOVE PS-NUM2 TO WS-STE-NUM2(WS-STE-COUNT)
               MOVE 'N' TO WS-STE-PURGE-SW(WS-STE-COUNT)
               IF WS-CUTOFF-DATE > 0
                   AND PS-RUN-DATE < WS-CUTOFF-DATE
                   MOVE 'Y' TO WS-STE-PURGE-SW(WS-STE-COUNT)
                   ADD 1 TO WS-PS-PURGED
                   DELETE PRM-STORE-FILE
                       INVALID KEY
                           DISPLAY 'HSKEEP: RESULT STORE DELETE '
                                   'FAILED FOR ' PS-NUM1 ' ' PS-NUM2
                   END-DELETE
               ELSE
                   ADD 1 TO WS-PS-KEPT
               END-IF
           END-IF.
      ******************************************************************
      * PARA-PURGE-STORE-PRIME - prime records come in bounds order,
      * so the decision for one set of bounds is looked up once and
      * reused until the bounds change.
      ******************************************************************
       PARA-PURGE-STORE-PRIME.
           IF PS-NUM1 NOT = WS-LAST-NUM1
               OR PS-NUM2 NOT = WS-LAST-NUM2
               PERFORM PARA-FIND-STORE-ENTRY
           END-IF
           IF WS-LAST-PURGE
               OR (WS-STE-SUB > WS-STE-COUNT AND NOT WS-STE-FULL
                   AND WS-CUTOFF-DATE > 0
                   AND PS-RUN-DATE < WS-CUTOFF-DATE)
               ADD 1 TO WS-PSP-PURGED
               DELETE PRM-STORE-FILE
                   INVALID KEY
                       DISPLAY 'HSKEEP: RESULT STORE DELETE '
                               'FAILED FOR ' PS-NUM1 ' ' PS-NUM2
               END-DELETE
           END-IF.
       PARA-FIND-STORE-ENTRY.
           MOVE PS-NUM1 TO WS-LAST-NUM1
           MOVE PS-NUM2 TO WS-LAST-NUM2
           MOVE 'N' TO WS-LAST-PURGE-SW
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM PARA-SCAN-STORE-ENTRY VARYING WS-STE-SUB FROM 1 BY 1
                   UNTIL WS-STE-SUB > WS-STE-COUNT OR WS-FOUND
           IF WS-FOUND
               SUBTRACT 1 FROM WS-STE-SUB
           END-IF.
       PARA-SCAN-STORE-ENTRY.
           IF WS-STE-NUM1(WS-STE-SUB) = PS-NUM1
               AND WS-STE-NUM2(WS-STE-SUB) = PS-NUM2
               SET WS-FOUND TO TRUE
               IF WS-STE-PURGE-SW(WS-STE-SUB) = 'Y'
                   SET WS-LAST-PURGE TO TRUE
               END-IF
           END-IF.
      ******************************************************************
      * PARA-WRITE-REPORT - records archived/purged/kept per file so
      * the counts can be verified against the archive generations.
      ******************************************************************
                  '  KEPT: ' WS-CNT2-ED
                  DELIMITED BY SIZE INTO HSK-RPT-RECORD
           WRITE HSK-RPT-RECORD
           MOVE WS-PS-PURGED TO WS-CNT-ED
           MOVE WS-PS-KEPT TO WS-CNT2-ED
           MOVE WS-PSP-PURGED TO WS-CNT3-ED
           MOVE SPACES TO HSK-RPT-RECORD
           STRING 'PRMSTORE  PURGED:   ' WS-CNT-ED
                  '  KEPT: ' WS-CNT2-ED
                  '  ENTRIES  PRIME RECORDS PURGED: ' WS-CNT3-ED
                  DELIMITED BY SIZE INTO HSK-RPT-RECORD
           WRITE HSK-RPT-RECORD
           CLOSE HSK-RPT-FILE.
      ******************************************************************
      * PARA-WRITE-AUDIT - one row to the trail this program just
