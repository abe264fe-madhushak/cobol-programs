      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Step elapsed-time and batch-window SLA report over
      *           the CTLHIST run-history file CTLJOB appends to
      *           (RUNHREC.CPY).  For one chain run - the latest
      *           job-id on the file unless SLAPARMS names another -
      *           each step's elapsed time is set against its target
      *           and against the average of its last N completed
      *           runs before that date, and flagged LONG (over
      *           target), OVER-AVG (over the average by more than
      *           the threshold percent) or TRENDING (the newer half
      *           of its recent runs, this one included, averaging
      *           more than the threshold over the older half).  The
      *           chain's first start and last end are then set
      *           against the batch-window deadline, so a step
      *           creeping toward the window edge shows up weeks
      *           before it blows through it.  Output goes to
      *           SLARPT; the run ends RC 4 when anything is flagged
      *           or the deadline was missed.
      *
      *           SLAPARMS lines (all optional, '*' in column 1 for
      *           a comment) - keyword in 1-8, value from 10:
      *             DEADLINE hhmm     batch-window deadline (0600)
      *             RUNS     nn       runs in the average, 1-30 (10)
      *             PERCENT  nnn      flag threshold percent (25)
      *             JOB      xxxxxxxx job-id to report on
      *             TARGET   sss tttttt  step sss target seconds
      *           The deadline is the first hh:mm at or after the
      *           chain's first start, so a 0600 deadline on a chain
      *           starting at 22:00 means 06:00 the next morning.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026-10-15  KR  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLSLA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLA-PARM-FILE ASSIGN TO "SLAPARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CTL-HIST-FILE ASSIGN TO "CTLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT SLA-RPT-FILE ASSIGN TO "SLARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SLA-PARM-FILE.
       01  SLA-PARM-RECORD.
           05 SP-KEYWORD        PIC X(08).
           05 FILLER            PIC X(01).
           05 SP-ARGS           PIC X(10).
           05 SP-TARGET-ARGS REDEFINES SP-ARGS.
              10 SP-STEP-NO     PIC X(03).
              10 FILLER         PIC X(01).
              10 SP-SECONDS     PIC X(06).
       FD  CTL-HIST-FILE.
           COPY RUNHREC.
       FD  SLA-RPT-FILE.
       01  SLA-RPT-RECORD      PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS    PIC X(02).
       01 WS-HIST-STATUS    PIC X(02).
       01 WS-RPT-STATUS     PIC X(02).
       01 WS-EOF-SWITCH     PIC X(01) VALUE 'N'.
           88 WS-EOF                VALUE 'Y'.
       01 WS-PARM-EOF-SW    PIC X(01) VALUE 'N'.
           88 WS-PARM-EOF           VALUE 'Y'.
       01 WS-PARM-X         PIC X(06).
       01 WS-PARM-SAVE      PIC X(06).
       01 WS-PARM-N         PIC 9(06).
       01 WS-PARM-BAD-COUNT PIC 9(3) VALUE 0.
       01 WS-DEADLINE       PIC 9(04) VALUE 0600.
       01 WS-DEADLINE-R REDEFINES WS-DEADLINE.
           05 WS-DL-HH       PIC 9(02).
           05 WS-DL-MM       PIC 9(02).
       01 WS-RUNS-MAX       PIC 9(02) VALUE 10.
       01 WS-PERCENT        PIC 9(03) VALUE 25.
       01 WS-JOB-PARM       PIC X(08) VALUE SPACES.
       01 WS-JOB-ID         PIC X(08) VALUE SPACES.
       01 WS-JOB-RUN-DATE   PIC 9(08) VALUE 0.
       01 WS-JOB-FOUND-SW   PIC X(01) VALUE 'N'.
           88 WS-JOB-FOUND          VALUE 'Y'.
       01 WS-ROWS-READ      PIC 9(7) VALUE 0.
       01 WS-FLAGGED-COUNT  PIC 9(3) VALUE 0.
      ******************************************************************
      * One entry per step number seen on the history file or named
      * on a TARGET line.  WS-SS-RUN holds the elapsed seconds of the
      * step's last completed runs before the reported date, oldest
      * first; the reported run's own figures sit apart.  A step run
      * twice in the reported job (failed, then rerun) is reported
      * on its last attempt.
      ******************************************************************
       01 WS-STEP-TABLE.
           05 WS-SS-ENTRY OCCURS 50 TIMES.
              10 WS-SS-STEP-NO      PIC 9(03).
              10 WS-SS-STEP-NAME    PIC X(08).
              10 WS-SS-PROGRAM      PIC X(08).
              10 WS-SS-TARGET       PIC 9(06).
              10 WS-SS-RUN-COUNT    PIC 9(02).
              10 WS-SS-RUN          PIC 9(07) OCCURS 30 TIMES.
              10 WS-SS-TODAY-SW     PIC X(01).
                  88 WS-SS-RAN-TODAY       VALUE 'Y'.
              10 WS-SS-ATTEMPTS     PIC 9(02).
              10 WS-SS-ELAPSED      PIC 9(07).
              10 WS-SS-START-TIME   PIC 9(08).
              10 WS-SS-END-TIME     PIC 9(08).
              10 WS-SS-END-RC       PIC 9(04).
              10 WS-SS-OUTCOME      PIC X(01).
       01 WS-STEP-COUNT     PIC 9(3) COMP VALUE 0.
       01 WS-STEP-SUB       PIC 9(3) COMP VALUE 0.
       01 WS-FIND-SUB       PIC 9(3) COMP VALUE 0.
       01 WS-RUN-SUB        PIC 9(3) COMP VALUE 0.
       01 WS-SLOT-SUB       PIC 9(3) COMP VALUE 0.
       01 WS-FIND-STEP-NO   PIC 9(03).
       01 WS-FULL-WARNED-SW PIC X(01) VALUE 'N'.
           88 WS-FULL-WARNED        VALUE 'Y'.
      ******************************************************************
      * Chain start and end - date and time side by side so the
      * earliest/latest compare as one field.
      ******************************************************************
       01 WS-CHAIN-START.
           05 WS-CS-DATE        PIC 9(08) VALUE 99999999.
           05 WS-CS-TIME        PIC 9(08) VALUE 99999999.
       01 WS-CHAIN-END.
           05 WS-CE-DATE        PIC 9(08) VALUE 0.
           05 WS-CE-TIME        PIC 9(08) VALUE 0.
       01 WS-ROW-START.
           05 WS-RS-DATE        PIC 9(08).
           05 WS-RS-TIME        PIC 9(08).
       01 WS-ROW-END.
           05 WS-RE-DATE        PIC 9(08).
           05 WS-RE-TIME        PIC 9(08).
       01 WS-CLOCK.
           05 WS-CLK-HH         PIC 9(02).
           05 WS-CLK-MM         PIC 9(02).
           05 WS-CLK-SS         PIC 9(02).
           05 WS-CLK-CC         PIC 9(02).
       01 WS-START-SECS     PIC 9(06).
       01 WS-END-SECS       PIC 9(06).
       01 WS-DEADLINE-SECS  PIC 9(06).
       01 WS-MARGIN-SECS    PIC S9(06).
      ******************************************************************
      * Per-step figures while its line is built.
      ******************************************************************
       01 WS-AVG            PIC 9(07).
       01 WS-SUM            PIC 9(09).
       01 WS-OLD-SUM        PIC 9(09).
       01 WS-NEW-SUM        PIC 9(09).
       01 WS-SERIES-N       PIC 9(3) COMP.
       01 WS-HALF           PIC 9(3) COMP.
       01 WS-SERIES-SUB     PIC 9(3) COMP.
       01 WS-SERIES-VALUE   PIC 9(07).
       01 WS-FLAGS          PIC X(40).
       01 WS-FLAG-PTR       PIC 9(3) COMP.
       01 WS-FLAG-SW        PIC X(01) VALUE 'N'.
           88 WS-STEP-FLAGGED       VALUE 'Y'.
       01 WS-TIME-ED.
           05 WS-TE-HH          PIC 9(02).
           05 FILLER            PIC X(01) VALUE ':'.
           05 WS-TE-MM          PIC 9(02).
           05 FILLER            PIC X(01) VALUE ':'.
           05 WS-TE-SS          PIC 9(02).
       01 WS-START-ED       PIC X(08).
       01 WS-END-ED         PIC X(08).
       01 WS-ELAPSED-ED     PIC Z(6)9.
       01 WS-TARGET-ED      PIC Z(6)9 BLANK WHEN ZERO.
       01 WS-AVG-ED         PIC Z(6)9.
       01 WS-RUNS-ED        PIC Z9.
       01 WS-RC-ED          PIC ZZZ9.
       01 WS-PCT-ED         PIC ZZ9.
       01 WS-MARGIN-ED      PIC -(6)9.
       01 WS-MINUTES-ED     PIC -(5)9.
       01 WS-MARGIN-MINS    PIC S9(06).
       01 WS-CNT-ED         PIC ZZZZZZ9.
       01 WS-CNT2-ED        PIC ZZ9.
       01 WS-CNT3-ED        PIC ZZ9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM PARA-GET-PARMS
           PERFORM PARA-FIND-JOB
           IF NOT WS-JOB-FOUND
               IF WS-JOB-PARM = SPACES
                   DISPLAY 'CTLSLA: NO RUN HISTORY ON CTLHIST'
               ELSE
                   DISPLAY 'CTLSLA: JOB ' WS-JOB-PARM
                           ' NOT ON CTLHIST'
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM PARA-LOAD-HISTORY
           OPEN OUTPUT SLA-RPT-FILE
           PERFORM PARA-WRITE-HEADER
           PERFORM PARA-REPORT-STEP
                   VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
           PERFORM PARA-REPORT-WINDOW
           PERFORM PARA-WRITE-TRAILER
           CLOSE SLA-RPT-FILE
           DISPLAY 'CTLSLA: JOB ' WS-JOB-ID ' STEPS FLAGGED '
                   WS-FLAGGED-COUNT
           IF WS-FLAGGED-COUNT > 0 OR WS-MARGIN-SECS < 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      ******************************************************************
      * PARA-GET-PARMS - no SLAPARMS file runs on the defaults; a line
      * with an unknown keyword or a value out of range is shown and
      * passed over, the default standing.
      ******************************************************************
       PARA-GET-PARMS.
           OPEN INPUT SLA-PARM-FILE
           IF WS-PARM-STATUS = '00'
               PERFORM PARA-READ-PARM
               PERFORM PARA-PARSE-PARM UNTIL WS-PARM-EOF
               CLOSE SLA-PARM-FILE
           END-IF.
       PARA-READ-PARM.
           READ SLA-PARM-FILE
               AT END SET WS-PARM-EOF TO TRUE
           END-READ
           IF WS-PARM-STATUS NOT = '00'
               SET WS-PARM-EOF TO TRUE
           END-IF.
       PARA-PARSE-PARM.
           IF SLA-PARM-RECORD(1:1) NOT = '*'
               AND SLA-PARM-RECORD NOT = SPACES
               EVALUATE SP-KEYWORD
                   WHEN 'DEADLINE'
                       MOVE SP-ARGS(1:6) TO WS-PARM-X
                       PERFORM PARA-PARM-NUMBER
                       IF WS-PARM-X IS NUMERIC
                           AND WS-PARM-N < 2400
                           AND WS-PARM-X(5:2) < '60'
                           MOVE WS-PARM-N TO WS-DEADLINE
                       ELSE
                           PERFORM PARA-PARM-REJECT
                       END-IF
                   WHEN 'RUNS'
                       MOVE SP-ARGS(1:6) TO WS-PARM-X
                       PERFORM PARA-PARM-NUMBER
                       IF WS-PARM-X IS NUMERIC
                           AND WS-PARM-N > 0 AND WS-PARM-N NOT > 30
                           MOVE WS-PARM-N TO WS-RUNS-MAX
                       ELSE
                           PERFORM PARA-PARM-REJECT
                       END-IF
                   WHEN 'PERCENT'
                       MOVE SP-ARGS(1:6) TO WS-PARM-X
                       PERFORM PARA-PARM-NUMBER
                       IF WS-PARM-X IS NUMERIC
                           AND WS-PARM-N > 0 AND WS-PARM-N < 1000
                           MOVE WS-PARM-N TO WS-PERCENT
                       ELSE
                           PERFORM PARA-PARM-REJECT
                       END-IF
                   WHEN 'JOB'
                       MOVE SP-ARGS(1:8) TO WS-JOB-PARM
                   WHEN 'TARGET'
                       PERFORM PARA-PARM-TARGET
                   WHEN OTHER
                       PERFORM PARA-PARM-REJECT
               END-EVALUATE
           END-IF
           PERFORM PARA-READ-PARM.
       PARA-PARM-TARGET.
           MOVE SP-SECONDS TO WS-PARM-X
           PERFORM PARA-PARM-NUMBER
           IF SP-STEP-NO IS NUMERIC AND WS-PARM-X IS NUMERIC
               MOVE SP-STEP-NO TO WS-FIND-STEP-NO
               PERFORM PARA-FIND-STEP
               IF WS-FIND-SUB > 0
                   MOVE WS-PARM-N TO WS-SS-TARGET(WS-FIND-SUB)
               END-IF
           ELSE
               PERFORM PARA-PARM-REJECT
           END-IF.
      ******************************************************************
      * PARA-PARM-NUMBER - right-justify WS-PARM-X and zero-fill it,
      * leaving WS-PARM-N set when it is numeric.
      ******************************************************************
       PARA-PARM-NUMBER.
           PERFORM PARA-PARM-SHIFT
                   UNTIL WS-PARM-X(6:1) NOT = SPACE
                      OR WS-PARM-X = SPACES
           INSPECT WS-PARM-X REPLACING LEADING SPACE BY ZERO
           IF WS-PARM-X IS NUMERIC
               MOVE WS-PARM-X TO WS-PARM-N
           END-IF.
       PARA-PARM-SHIFT.
           MOVE WS-PARM-X TO WS-PARM-SAVE
           MOVE SPACE TO WS-PARM-X(1:1)
           MOVE WS-PARM-SAVE(1:5) TO WS-PARM-X(2:5).
       PARA-PARM-REJECT.
           ADD 1 TO WS-PARM-BAD-COUNT
           DISPLAY 'CTLSLA: SLAPARMS LINE IGNORED - '
                   SLA-PARM-RECORD.
      ******************************************************************
      * PARA-FIND-JOB - first pass: with no JOB line the job reported
      * is the one on the last row of the file (the latest chain);
      * either way its run date is taken off its rows.
      ******************************************************************
       PARA-FIND-JOB.
           OPEN INPUT CTL-HIST-FILE
           IF WS-HIST-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM PARA-FIND-JOB-ONE UNTIL WS-EOF
               CLOSE CTL-HIST-FILE
           END-IF.
       PARA-FIND-JOB-ONE.
           READ CTL-HIST-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-JOB-PARM = SPACES OR RH-JOB-ID = WS-JOB-PARM
                       SET WS-JOB-FOUND TO TRUE
                       MOVE RH-JOB-ID TO WS-JOB-ID
                       MOVE RH-RUN-DATE TO WS-JOB-RUN-DATE
                   END-IF
           END-READ
           IF WS-HIST-STATUS NOT = '00'
               SET WS-EOF TO TRUE
           END-IF.
      ******************************************************************
      * PARA-LOAD-HISTORY - second pass.  The reported job's rows set
      * the step's figures for the report and stretch the chain's
      * start and end; completed rows of earlier run dates go on the
      * step's recent-run list, the oldest dropping off once it
      * holds the RUNS count.  Failed runs stay off the list - an
      * abend a minute in would drag the average down.
      ******************************************************************
       PARA-LOAD-HISTORY.
           OPEN INPUT CTL-HIST-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM PARA-LOAD-ONE UNTIL WS-EOF
           CLOSE CTL-HIST-FILE.
       PARA-LOAD-ONE.
           READ CTL-HIST-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   EVALUATE TRUE
                       WHEN RH-JOB-ID = WS-JOB-ID
                           PERFORM PARA-STORE-TODAY
                       WHEN RH-RUN-DATE < WS-JOB-RUN-DATE
                           AND RH-COMPLETE
                           PERFORM PARA-STORE-PRIOR
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           IF WS-HIST-STATUS NOT = '00'
               SET WS-EOF TO TRUE
           END-IF.
       PARA-STORE-TODAY.
           MOVE RH-STEP-NO TO WS-FIND-STEP-NO
           PERFORM PARA-FIND-STEP
           IF WS-FIND-SUB > 0
               MOVE RH-STEP-NAME TO WS-SS-STEP-NAME(WS-FIND-SUB)
               MOVE RH-PROGRAM TO WS-SS-PROGRAM(WS-FIND-SUB)
               MOVE 'Y' TO WS-SS-TODAY-SW(WS-FIND-SUB)
               ADD 1 TO WS-SS-ATTEMPTS(WS-FIND-SUB)
               MOVE RH-ELAPSED-SECS TO WS-SS-ELAPSED(WS-FIND-SUB)
               MOVE RH-START-TIME TO WS-SS-START-TIME(WS-FIND-SUB)
               MOVE RH-END-TIME TO WS-SS-END-TIME(WS-FIND-SUB)
               MOVE RH-END-RC TO WS-SS-END-RC(WS-FIND-SUB)
               MOVE RH-OUTCOME TO WS-SS-OUTCOME(WS-FIND-SUB)
           END-IF
           MOVE RH-START-DATE TO WS-RS-DATE
           MOVE RH-START-TIME TO WS-RS-TIME
           MOVE RH-END-DATE TO WS-RE-DATE
           MOVE RH-END-TIME TO WS-RE-TIME
           IF WS-ROW-START < WS-CHAIN-START
               MOVE WS-ROW-START TO WS-CHAIN-START
           END-IF
           IF WS-ROW-END > WS-CHAIN-END
               MOVE WS-ROW-END TO WS-CHAIN-END
           END-IF.
       PARA-STORE-PRIOR.
           MOVE RH-STEP-NO TO WS-FIND-STEP-NO
           PERFORM PARA-FIND-STEP
           IF WS-FIND-SUB > 0
               IF WS-SS-STEP-NAME(WS-FIND-SUB) = SPACES
                   MOVE RH-STEP-NAME TO WS-SS-STEP-NAME(WS-FIND-SUB)
                   MOVE RH-PROGRAM TO WS-SS-PROGRAM(WS-FIND-SUB)
               END-IF
               IF WS-SS-RUN-COUNT(WS-FIND-SUB) < WS-RUNS-MAX
                   ADD 1 TO WS-SS-RUN-COUNT(WS-FIND-SUB)
               ELSE
                   PERFORM PARA-DROP-OLDEST
                           VARYING WS-RUN-SUB FROM 2 BY 1
                           UNTIL WS-RUN-SUB > WS-RUNS-MAX
               END-IF
               MOVE WS-SS-RUN-COUNT(WS-FIND-SUB) TO WS-RUN-SUB
               MOVE RH-ELAPSED-SECS
                 TO WS-SS-RUN(WS-FIND-SUB, WS-RUN-SUB)
           END-IF.
       PARA-DROP-OLDEST.
           MOVE WS-SS-RUN(WS-FIND-SUB, WS-RUN-SUB)
             TO WS-SS-RUN(WS-FIND-SUB, WS-RUN-SUB - 1).
      ******************************************************************
      * PARA-FIND-STEP - the entry for WS-FIND-STEP-NO, added in step
      * order when it is new.  WS-FIND-SUB comes back zero only when
      * the table is full.
      ******************************************************************
       PARA-FIND-STEP.
           PERFORM PARA-SCAN-STEP
                   VARYING WS-FIND-SUB FROM 1 BY 1
                   UNTIL WS-FIND-SUB > WS-STEP-COUNT
                      OR WS-SS-STEP-NO(WS-FIND-SUB)
                           NOT < WS-FIND-STEP-NO
           IF WS-FIND-SUB > WS-STEP-COUNT
               OR WS-SS-STEP-NO(WS-FIND-SUB) NOT = WS-FIND-STEP-NO
               IF WS-STEP-COUNT < 50
                   PERFORM PARA-OPEN-SLOT
                           VARYING WS-SLOT-SUB FROM WS-STEP-COUNT
                           BY -1
                           UNTIL WS-SLOT-SUB < WS-FIND-SUB
                   ADD 1 TO WS-STEP-COUNT
                   INITIALIZE WS-SS-ENTRY(WS-FIND-SUB)
                   MOVE WS-FIND-STEP-NO TO WS-SS-STEP-NO(WS-FIND-SUB)
                   MOVE 'N' TO WS-SS-TODAY-SW(WS-FIND-SUB)
               ELSE
                   MOVE 0 TO WS-FIND-SUB
                   IF NOT WS-FULL-WARNED
                       SET WS-FULL-WARNED TO TRUE
                       DISPLAY 'CTLSLA: STEP TABLE FULL AT 50 - '
                               'LATER STEPS NOT REPORTED'
                   END-IF
               END-IF
           END-IF.
       PARA-SCAN-STEP.
           CONTINUE.
       PARA-OPEN-SLOT.
           MOVE WS-SS-ENTRY(WS-SLOT-SUB)
             TO WS-SS-ENTRY(WS-SLOT-SUB + 1).
       PARA-WRITE-HEADER.
           MOVE WS-RUNS-MAX TO WS-RUNS-ED
           MOVE WS-PERCENT TO WS-PCT-ED
           MOVE SPACES TO SLA-RPT-RECORD
           STRING 'CTLJOB STEP SLA REPORT  JOB ' WS-JOB-ID
                  '  RUN DATE ' WS-JOB-RUN-DATE
                  '  AVERAGE OF LAST ' WS-RUNS-ED ' RUNS'
                  '  FLAG THRESHOLD ' WS-PCT-ED ' PCT'
                  DELIMITED BY SIZE INTO SLA-RPT-RECORD
           WRITE SLA-RPT-RECORD
           MOVE SPACES TO SLA-RPT-RECORD
           WRITE SLA-RPT-RECORD
           MOVE SPACES TO SLA-RPT-RECORD
           STRING 'STEP NAME     PROGRAM   START     END       '
                  ' ELAPSED   TARGET  AVERAGE RUNS   RC  FLAGS'
                  DELIMITED BY SIZE INTO SLA-RPT-RECORD
           WRITE SLA-RPT-RECORD.
      ******************************************************************
      * PARA-REPORT-STEP - one line per step.  A step with history
      * but no run in this job is listed as not run; a step with a
      * target and nothing else (a TARGET line for a step not yet on
      * the file) is passed over.
      ******************************************************************
       PARA-REPORT-STEP.
           MOVE SPACES TO WS-FLAGS
           MOVE 1 TO WS-FLAG-PTR
           MOVE 'N' TO WS-FLAG-SW
           MOVE 0 TO WS-AVG
           IF WS-SS-RUN-COUNT(WS-STEP-SUB) > 0
               MOVE 0 TO WS-SUM
               PERFORM PARA-SUM-RUN
                       VARYING WS-RUN-SUB FROM 1 BY 1
                       UNTIL WS-RUN-SUB > WS-SS-RUN-COUNT(WS-STEP-SUB)
               DIVIDE WS-SUM BY WS-SS-RUN-COUNT(WS-STEP-SUB)
                   GIVING WS-AVG ROUNDED
           END-IF
           EVALUATE TRUE
               WHEN WS-SS-RAN-TODAY(WS-STEP-SUB)
                   PERFORM PARA-FLAG-STEP
                   PERFORM PARA-WRITE-STEP-LINE
               WHEN WS-SS-RUN-COUNT(WS-STEP-SUB) > 0
                   PERFORM PARA-WRITE-NOT-RUN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       PARA-SUM-RUN.
           ADD WS-SS-RUN(WS-STEP-SUB, WS-RUN-SUB) TO WS-SUM.
      ******************************************************************
      * PARA-FLAG-STEP - LONG needs a target; OVER-AVG needs three
      * earlier runs to average; TRENDING needs four runs in all.
      * The trend compares the older half of the recent runs with
      * the newer half (this run the newest), a middle run left out
      * when the count is odd, so a steady creep trips it even while
      * no single run is far over the average.
      ******************************************************************
       PARA-FLAG-STEP.
           IF WS-SS-OUTCOME(WS-STEP-SUB) = 'F'
               STRING 'FAILED ' DELIMITED BY SIZE
                   INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
               SET WS-STEP-FLAGGED TO TRUE
           END-IF
           IF WS-SS-ATTEMPTS(WS-STEP-SUB) > 1
               STRING 'RERUN ' DELIMITED BY SIZE
                   INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF
           IF WS-SS-TARGET(WS-STEP-SUB) > 0
               AND WS-SS-ELAPSED(WS-STEP-SUB)
                     > WS-SS-TARGET(WS-STEP-SUB)
               STRING 'LONG ' DELIMITED BY SIZE
                   INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
               SET WS-STEP-FLAGGED TO TRUE
           END-IF
           IF WS-SS-RUN-COUNT(WS-STEP-SUB) > 2
               AND WS-SS-ELAPSED(WS-STEP-SUB) * 100
                     > WS-AVG * (100 + WS-PERCENT)
               STRING 'OVER-AVG ' DELIMITED BY SIZE
                   INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
               SET WS-STEP-FLAGGED TO TRUE
           END-IF
           COMPUTE WS-SERIES-N = WS-SS-RUN-COUNT(WS-STEP-SUB) + 1
           IF WS-SERIES-N > 3
               DIVIDE WS-SERIES-N BY 2 GIVING WS-HALF
               MOVE 0 TO WS-OLD-SUM
               MOVE 0 TO WS-NEW-SUM
               PERFORM PARA-SUM-OLD-HALF
                       VARYING WS-SERIES-SUB FROM 1 BY 1
                       UNTIL WS-SERIES-SUB > WS-HALF
               COMPUTE WS-SERIES-SUB = WS-SERIES-N - WS-HALF + 1
               PERFORM PARA-SUM-NEW-HALF
                       VARYING WS-SERIES-SUB FROM WS-SERIES-SUB BY 1
                       UNTIL WS-SERIES-SUB > WS-SERIES-N
               IF WS-NEW-SUM * 100 > WS-OLD-SUM * (100 + WS-PERCENT)
                   STRING 'TRENDING ' DELIMITED BY SIZE
                       INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
                   SET WS-STEP-FLAGGED TO TRUE
               END-IF
           END-IF
           IF WS-STEP-FLAGGED
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.
       PARA-SUM-OLD-HALF.
           PERFORM PARA-SERIES-VALUE
           ADD WS-SERIES-VALUE TO WS-OLD-SUM.
       PARA-SUM-NEW-HALF.
           PERFORM PARA-SERIES-VALUE
           ADD WS-SERIES-VALUE TO WS-NEW-SUM.
       PARA-SERIES-VALUE.
           IF WS-SERIES-SUB > WS-SS-RUN-COUNT(WS-STEP-SUB)
               MOVE WS-SS-ELAPSED(WS-STEP-SUB) TO WS-SERIES-VALUE
           ELSE
               MOVE WS-SS-RUN(WS-STEP-SUB, WS-SERIES-SUB)
                 TO WS-SERIES-VALUE
           END-IF.
       PARA-WRITE-STEP-LINE.
           MOVE WS-SS-START-TIME(WS-STEP-SUB) TO WS-CLOCK
           PERFORM PARA-EDIT-CLOCK
           MOVE WS-TIME-ED TO WS-START-ED
           MOVE WS-SS-END-TIME(WS-STEP-SUB) TO WS-CLOCK
           PERFORM PARA-EDIT-CLOCK
           MOVE WS-TIME-ED TO WS-END-ED
           MOVE WS-SS-ELAPSED(WS-STEP-SUB) TO WS-ELAPSED-ED
           MOVE WS-SS-TARGET(WS-STEP-SUB) TO WS-TARGET-ED
           MOVE WS-AVG TO WS-AVG-ED
           MOVE WS-SS-RUN-COUNT(WS-STEP-SUB) TO WS-RUNS-ED
           MOVE WS-SS-END-RC(WS-STEP-SUB) TO WS-RC-ED
           MOVE SPACES TO SLA-RPT-RECORD
           STRING WS-SS-STEP-NO(WS-STEP-SUB) ' '
                  WS-SS-STEP-NAME(WS-STEP-SUB) '  '
                  WS-SS-PROGRAM(WS-STEP-SUB) '  '
                  WS-START-ED '  ' WS-END-ED '  '
                  WS-ELAPSED-ED '  ' WS-TARGET-ED '  '
                  WS-AVG-ED '  ' WS-RUNS-ED ' ' WS-RC-ED '  '
                  WS-FLAGS
                  DELIMITED BY SIZE INTO SLA-RPT-RECORD
           WRITE SLA-RPT-RECORD.
       PARA-WRITE-NOT-RUN.
           MOVE WS-AVG TO WS-AVG-ED
           MOVE WS-SS-RUN-COUNT(WS-STEP-SUB) TO WS-RUNS-ED
           MOVE WS-SS-TARGET(WS-STEP-SUB) TO WS-TARGET-ED
           MOVE SPACES TO SLA-RPT-RECORD
           STRING WS-SS-STEP-NO(WS-STEP-SUB) ' '
                  WS-SS-STEP-NAME(WS-STEP-SUB) '  '
                  WS-SS-PROGRAM(WS-STEP-SUB) '  '
                  'NOT RUN IN THIS JOB       '
                  WS-TARGET-ED '  ' WS-AVG-ED '  ' WS-RUNS-ED
                  DELIMITED BY SIZE INTO SLA-RPT-RECORD
           WRITE SLA-RPT-RECORD.
       PARA-EDIT-CLOCK.
           MOVE WS-CLK-HH TO WS-TE-HH
           MOVE WS-CLK-MM TO WS-TE-MM
           MOVE WS-CLK-SS TO WS-TE-SS.
      ******************************************************************
      * PARA-REPORT-WINDOW - the chain's last end against the
      * deadline, both as seconds past midnight of the chain's start
      * date.  A chain ending on a later date than it started ran
      * past midnight and has a day's seconds added; so does a
      * deadline at or before the start time, which falls the next
      * morning.
      ******************************************************************
       PARA-REPORT-WINDOW.
           MOVE WS-CS-TIME TO WS-CLOCK
           COMPUTE WS-START-SECS = WS-CLK-HH * 3600
                                 + WS-CLK-MM * 60 + WS-CLK-SS
           MOVE WS-CE-TIME TO WS-CLOCK
           COMPUTE WS-END-SECS = WS-CLK-HH * 3600
                               + WS-CLK-MM * 60 + WS-CLK-SS
           IF WS-CE-DATE NOT = WS-CS-DATE
               ADD 86400 TO WS-END-SECS
           END-IF
           COMPUTE WS-DEADLINE-SECS = WS-DL-HH * 3600 + WS-DL-MM * 60
           IF WS-DEADLINE-SECS NOT > WS-START-SECS
               ADD 86400 TO WS-DEADLINE-SECS
           END-IF
           COMPUTE WS-MARGIN-SECS = WS-DEADLINE-SECS - WS-END-SECS
           DIVIDE WS-MARGIN-SECS BY 60 GIVING WS-MARGIN-MINS
           MOVE SPACES TO SLA-RPT-RECORD
           WRITE SLA-RPT-RECORD
           MOVE WS-CS-TIME TO WS-CLOCK
           PERFORM PARA-EDIT-CLOCK
           MOVE WS-TIME-ED TO WS-START-ED
           MOVE WS-CE-TIME TO WS-CLOCK
           PERFORM PARA-EDIT-CLOCK
           MOVE WS-TIME-ED TO WS-END-ED
           MOVE SPACES TO SLA-RPT-RECORD
           STRING 'CHAIN START ' WS-CS-DATE ' ' WS-START-ED
                  '   CHAIN END ' WS-CE-DATE ' ' WS-END-ED
                  '   DEADLINE ' WS-DL-HH ':' WS-DL-MM
                  DELIMITED BY SIZE INTO SLA-RPT-RECORD
           WRITE SLA-RPT-RECORD
           MOVE WS-MARGIN-SECS TO WS-MARGIN-ED
           MOVE WS-MARGIN-MINS TO WS-MINUTES-ED
           MOVE SPACES TO SLA-RPT-RECORD
           IF WS-MARGIN-SECS < 0
               STRING 'BATCH WINDOW MISSED BY SECONDS ' WS-MARGIN-ED
                      '  (MINUTES ' WS-MINUTES-ED ')'
                      DELIMITED BY SIZE INTO SLA-RPT-RECORD
               DISPLAY 'CTLSLA: JOB ' WS-JOB-ID
                       ' MISSED THE BATCH WINDOW'
           ELSE
               STRING 'BATCH WINDOW MET - MARGIN SECONDS '
                      WS-MARGIN-ED '  (MINUTES ' WS-MINUTES-ED ')'
                      DELIMITED BY SIZE INTO SLA-RPT-RECORD
           END-IF
           WRITE SLA-RPT-RECORD.
       PARA-WRITE-TRAILER.
           MOVE SPACES TO SLA-RPT-RECORD
           WRITE SLA-RPT-RECORD
           MOVE WS-ROWS-READ TO WS-CNT-ED
           MOVE WS-FLAGGED-COUNT TO WS-CNT2-ED
           MOVE WS-PARM-BAD-COUNT TO WS-CNT3-ED
           MOVE SPACES TO SLA-RPT-RECORD
           STRING 'HISTORY ROWS READ ' WS-CNT-ED
                  '   STEPS FLAGGED ' WS-CNT2-ED
                  '   SLAPARMS LINES IGNORED ' WS-CNT3-ED
                  DELIMITED BY SIZE INTO SLA-RPT-RECORD
           WRITE SLA-RPT-RECORD.
