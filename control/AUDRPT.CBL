      *   2026-09-02  KR  Added VWLINCTL to the built-in step table
      *                   now it wraps the raw text drop in the
      *                   BALREC control records ahead of VOWEL.
      *   2026-10-15  KR  Added PRMDLVR and PRMDACK to the built-in
      *                   step table now the chain delivers PRMEXTR
      *                   to the business units and matches their
      *                   acknowledgments.
      *   2026-10-15  KR  Added PRMVRFY to the built-in step table
      *                   between PRIME and PRMDLVR.
      *   2026-10-15  KR  Lists the day's operator overrides off the
      *                   CTLOVRD log the new CTLSTEPM transaction
      *                   writes - who held, released, skipped,
      *                   force-completed, reset, added or changed
      *                   which step, its status before and after,
      *                   and why - and a missing step with an
      *                   override today points at the list, so the
      *                   morning review sees which results came from
      *                   a forced step.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDRPT.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-STEP-NO
               FILE STATUS IS WS-ST-STATUS.
           SELECT CTL-OVRD-FILE ASSIGN TO "CTLOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       01  AUD-RPT-RECORD      PIC X(132).
       FD  CTL-STEP-FILE.
           COPY STEPREC.
       FD  CTL-OVRD-FILE.
           COPY OVRDREC.
       WORKING-STORAGE SECTION.
       01 WS-AUD-STATUS     PIC X(02).
       01 WS-RPT-STATUS     PIC X(02).
           05 FILLER            PIC X(08) VALUE 'RANGESCH'.
           05 FILLER            PIC X(08) VALUE 'PRMEDIT'.
           05 FILLER            PIC X(08) VALUE 'PRIME'.
           05 FILLER            PIC X(08) VALUE 'PRMVRFY'.
           05 FILLER            PIC X(08) VALUE 'PRMDLVR'.
           05 FILLER            PIC X(08) VALUE 'PRMSTAT'.
           05 FILLER            PIC X(08) VALUE 'VWLINCTL'.
           05 FILLER            PIC X(08) VALUE 'VOWEL'.
           05 FILLER            PIC X(08) VALUE 'HSKEEP'.
           05 FILLER            PIC X(08) VALUE 'PRMDACK'.
       01 WS-FALLBACK-R REDEFINES WS-FALLBACK-STEPS.
           05 WS-FBK-PROGRAM    PIC X(08) OCCURS 11 TIMES.
       01 WS-FBK-MAX        PIC 9(3) COMP VALUE 11.
       01 WS-SUB            PIC 9(3) COMP VALUE 0.
       01 WS-SUB2           PIC 9(3) COMP VALUE 0.
       01 WS-MATCH-SUB      PIC 9(3) COMP VALUE 0.
       01 WS-FOUND-SWITCH   PIC X(01) VALUE 'N'.
           88 WS-FOUND              VALUE 'Y'.
       01 WS-DELTA          PIC S9(9) VALUE 0.
      ******************************************************************
      * Today's operator overrides off CTLOVRD - every row dated the
      * run date is counted and listed; the first 50 are kept for the
      * missing-step cross-check.
      ******************************************************************
       01 WS-OV-STATUS      PIC X(02).
       01 WS-OVRD-EOF-SW    PIC X(01) VALUE 'N'.
           88 WS-OVRD-EOF           VALUE 'Y'.
       01 WS-OVRD-COUNT     PIC 9(7) VALUE 0.
       01 WS-OVRD-KEPT      PIC 9(3) COMP VALUE 0.
       01 WS-OVRD-TABLE.
           05 WS-OVRD-PROGRAM   PIC X(08) OCCURS 50 TIMES.
       01 WS-OVRD-ACTION-TEXT PIC X(16).
       01 WS-OVRD-TIME-ED   PIC 9(08).
       01 WS-RPT-LINE.
           05 WS-RPT-DATE-ED    PIC 9(8).
           05 WS-RPT-COUNT-ED   PIC Z(8)9.
           PERFORM PARA-WRITE-HEADER
           PERFORM PARA-WRITE-DETAIL VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TODAY-COUNT
           PERFORM PARA-LOAD-OVERRIDES
           PERFORM PARA-CHECK-EXPECTED VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-EXP-MAX
           PERFORM PARA-LIST-OVERRIDES
           PERFORM PARA-WRITE-FOOTER
           CLOSE AUD-RPT-FILE
           PERFORM PARA-WRITE-AUDIT
      ******************************************************************
      * PARA-CHECK-EXPECTED - flag any expected step with no row for
      * today's run date, e.g. PRIME ran but VOWEL never wrote its
      * audit row.  A missing step the operator overrode today (held
      * or force-completed, most likely) says so, pointing at the
      * override list below.
      ******************************************************************
       PARA-CHECK-EXPECTED.
           MOVE 'N' TO WS-FOUND-SWITCH
                      ' - NO AUDIT ROW FOR ' WS-RPT-DATE-ED
                      ' JOB ' WS-JOB-ID
                      DELIMITED BY SIZE INTO AUD-RPT-RECORD
               MOVE 'N' TO WS-FOUND-SWITCH
               PERFORM PARA-CHECK-OVERRIDE-SCAN
                       VARYING WS-SUB2 FROM 1 BY 1
                       UNTIL WS-SUB2 > WS-OVRD-KEPT OR WS-FOUND
               IF WS-FOUND
                   MOVE ' - OPERATOR OVERRIDE, SEE BELOW'
                     TO AUD-RPT-RECORD(67:31)
               END-IF
               WRITE AUD-RPT-RECORD
           END-IF.
       PARA-CHECK-EXPECTED-SCAN.
           IF WS-TDY-PROGRAM(WS-SUB2) = WS-EXP-PROGRAM(WS-SUB)
               SET WS-FOUND TO TRUE
           END-IF.
       PARA-CHECK-OVERRIDE-SCAN.
           IF WS-OVRD-PROGRAM(WS-SUB2) = WS-EXP-PROGRAM(WS-SUB)
               SET WS-FOUND TO TRUE
           END-IF.
      ******************************************************************
      * PARA-LOAD-OVERRIDES - count today's CTLOVRD rows and keep the
      * program each one touched.  No log simply means no operator
      * has overridden a step yet.  Any non-zero status ends the
      * read, not just AT END.
      ******************************************************************
       PARA-LOAD-OVERRIDES.
           MOVE 'N' TO WS-OVRD-EOF-SW
           OPEN INPUT CTL-OVRD-FILE
           IF WS-OV-STATUS = '00'
               PERFORM PARA-LOAD-ONE-OVERRIDE UNTIL WS-OVRD-EOF
               CLOSE CTL-OVRD-FILE
           END-IF.
       PARA-LOAD-ONE-OVERRIDE.
           PERFORM PARA-READ-OVERRIDE
           IF NOT WS-OVRD-EOF AND OV-DATE = WS-RUN-DATE
               ADD 1 TO WS-OVRD-COUNT
               IF WS-OVRD-KEPT < 50
                   ADD 1 TO WS-OVRD-KEPT
                   MOVE OV-AFT-PROGRAM
                     TO WS-OVRD-PROGRAM(WS-OVRD-KEPT)
               END-IF
           END-IF.
       PARA-READ-OVERRIDE.
           READ CTL-OVRD-FILE
               AT END SET WS-OVRD-EOF TO TRUE
           END-READ
           IF WS-OV-STATUS NOT = '00'
               SET WS-OVRD-EOF TO TRUE
           END-IF.
      ******************************************************************
      * PARA-LIST-OVERRIDES - one line per override dated today: the
      * time, operator, action and step, the step's status and run
      * flag before and after, then the reason on a line of its own.
      ******************************************************************
       PARA-LIST-OVERRIDES.
           MOVE SPACES TO AUD-RPT-RECORD
           WRITE AUD-RPT-RECORD
           IF WS-OVRD-COUNT = 0
               MOVE 'NO OPERATOR OVERRIDES TODAY' TO AUD-RPT-RECORD
               WRITE AUD-RPT-RECORD
           ELSE
               MOVE 'OPERATOR OVERRIDES TODAY (CTLOVRD):'
                 TO AUD-RPT-RECORD
               WRITE AUD-RPT-RECORD
               MOVE 'N' TO WS-OVRD-EOF-SW
               OPEN INPUT CTL-OVRD-FILE
               IF WS-OV-STATUS = '00'
                   PERFORM PARA-LIST-ONE-OVERRIDE UNTIL WS-OVRD-EOF
                   CLOSE CTL-OVRD-FILE
               END-IF
           END-IF.
       PARA-LIST-ONE-OVERRIDE.
           PERFORM PARA-READ-OVERRIDE
           IF NOT WS-OVRD-EOF AND OV-DATE = WS-RUN-DATE
               EVALUATE TRUE
                   WHEN OV-HOLD
                       MOVE 'HOLD' TO WS-OVRD-ACTION-TEXT
                   WHEN OV-RELEASE
                       MOVE 'RELEASE' TO WS-OVRD-ACTION-TEXT
                   WHEN OV-SKIP
                       MOVE 'SKIP' TO WS-OVRD-ACTION-TEXT
                   WHEN OV-FORCE-COMPLETE
                       MOVE 'FORCE COMPLETE' TO WS-OVRD-ACTION-TEXT
                   WHEN OV-RESET-PENDING
                       MOVE 'RESET TO PENDING' TO WS-OVRD-ACTION-TEXT
                   WHEN OV-ADD
                       MOVE 'ADD STEP' TO WS-OVRD-ACTION-TEXT
                   WHEN OV-CHANGE
                       MOVE 'CHANGE STEP' TO WS-OVRD-ACTION-TEXT
                   WHEN OTHER
                       MOVE OV-ACTION TO WS-OVRD-ACTION-TEXT
               END-EVALUATE
               MOVE OV-TIME TO WS-OVRD-TIME-ED
               MOVE SPACES TO AUD-RPT-RECORD
               STRING '  ' WS-OVRD-TIME-ED(1:6) '  '
                      OV-OPERATOR-ID '  ' WS-OVRD-ACTION-TEXT
                      '  STEP ' OV-STEP-NO ' ' OV-AFT-STEP-NAME
                      ' ' OV-AFT-PROGRAM
                      '  STATUS ' OV-BEF-STATUS '>' OV-AFT-STATUS
                      '  FLAG ' OV-BEF-RUN-FLAG '>' OV-AFT-RUN-FLAG
                      '  JOB ' OV-AFT-JOB-ID
                      '  END RC ' OV-AFT-END-RC
                      DELIMITED BY SIZE INTO AUD-RPT-RECORD
               WRITE AUD-RPT-RECORD
               MOVE SPACES TO AUD-RPT-RECORD
               STRING '          REASON: ' OV-REASON
                      DELIMITED BY SIZE INTO AUD-RPT-RECORD
               WRITE AUD-RPT-RECORD
           END-IF.
       PARA-WRITE-FOOTER.
           MOVE SPACES TO AUD-RPT-RECORD
           WRITE AUD-RPT-RECORD
           END-IF
           MOVE WS-TODAY-COUNT TO WS-RPT-COUNT-ED
           MOVE WS-MISSING-COUNT TO WS-RPT-T1-ED
           MOVE WS-OVRD-COUNT TO WS-RPT-T2-ED
           STRING 'STEPS REPORTED TODAY: ' WS-RPT-COUNT-ED
                  '  MISSING STEPS: ' WS-RPT-T1-ED
                  '  OPERATOR OVERRIDES: ' WS-RPT-T2-ED
                  DELIMITED BY SIZE INTO AUD-RPT-RECORD
           WRITE AUD-RPT-RECORD.
       PARA-WRITE-AUDIT.
