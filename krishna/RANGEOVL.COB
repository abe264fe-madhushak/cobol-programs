      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Overlap and coverage report over RANGE-MASTER.
      *           Nothing on RANGEMST stops two job-names covering
      *           the same numbers, and the double sieving only came
      *           to light when a chargeback was queried.  Loads the
      *           master into RM-NUM1 order and lists every entry
      *           with how often its RM-FREQ schedule runs it, every
      *           pair of entries whose RM-NUM1/RM-NUM2 spans overlap
      *           with the numbers tested twice, and every uncovered
      *           gap between entries inside the band set on the
      *           OVLPPARM parameter file (band low in 1-9, band high
      *           in 11-19; no file or a blank value takes the lowest
      *           RM-NUM1 / highest RM-NUM2 on the master).  Runs per
      *           year are figured off the schedule alone - D every
      *           weekday (260), W 52 per Y flag, M 12, blank none -
      *           holidays are not taken off.  Output goes to
      *           OVLPRPT; changes nothing.  A master that cannot be
      *           opened is stated on the report and ends the run
      *           with return code 8.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026-10-15  KR  Initial version.
      *   2026-10-15  KR  RANGEMST failing to open now puts a line on
      *                   OVLPRPT and ends with return code 8 instead
      *                   of a console message and a clean finish that
      *                   read as an empty master.  OVLPRPT open
      *                   status checked.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RANGEOVL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RANGE-MASTER-FILE ASSIGN TO "RANGEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-JOB-NAME
               FILE STATUS IS WS-RM-STATUS.
           SELECT OVL-PARM-FILE ASSIGN TO "OVLPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OVL-RPT-FILE ASSIGN TO "OVLPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RANGE-MASTER-FILE.
           COPY RANGEREC.
       FD  OVL-PARM-FILE.
       01  OVL-PARM-RECORD.
           05 OVL-BAND-LOW     PIC X(09).
           05 FILLER           PIC X(01).
           05 OVL-BAND-HIGH    PIC X(09).
       FD  OVL-RPT-FILE.
       01  OVL-RPT-RECORD      PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-RM-STATUS      PIC X(02).
       01 WS-PARM-STATUS    PIC X(02).
       01 WS-RPT-STATUS     PIC X(02).
       01 WS-EOF-SWITCH     PIC X(01) VALUE 'N'.
           88 WS-EOF                VALUE 'Y'.
       01 WS-RUN-DATE       PIC 9(08).
       01 WS-MASTER-READ    PIC 9(7) VALUE 0.
       01 WS-RM-OPEN-SW     PIC X(01) VALUE 'Y'.
           88 WS-RM-OPENED          VALUE 'Y'.
           88 WS-RM-NOT-OPENED      VALUE 'N'.
       01 WS-RM-OPEN-STATUS PIC X(02) VALUE '00'.
      ******************************************************************
      * Band parameters - a keyed value is right-justified before the
      * numeric test the same way HSKEEP reads HSKPARMS, so '5000 '
      * and ' 5000' both read as 5000.  A value that still is not a
      * number, or a low above the high, stops the run with return
      * code 8 rather than reporting gaps over a band nobody asked
      * for.
      ******************************************************************
       01 WS-PARM-X         PIC X(09).
       01 WS-PARM-SAVE      PIC X(09).
       01 WS-PARM-BAD-SW    PIC X(01) VALUE 'N'.
           88 WS-PARM-BAD           VALUE 'Y'.
       01 WS-PARM-SET-SW    PIC X(01) VALUE 'N'.
           88 WS-PARM-SET           VALUE 'Y'.
       01 WS-PARM-VALUE     PIC 9(09) VALUE 0.
       01 WS-BAND-LOW       PIC 9(09) VALUE 0.
       01 WS-BAND-HIGH      PIC 9(09) VALUE 0.
       01 WS-LOW-SET-SW     PIC X(01) VALUE 'N'.
           88 WS-LOW-SET            VALUE 'Y'.
       01 WS-HIGH-SET-SW    PIC X(01) VALUE 'N'.
           88 WS-HIGH-SET           VALUE 'Y'.
      ******************************************************************
      * One entry per master record, kept in RM-NUM1 order as it is
      * loaded - the master itself is keyed on job-name.  Entries on
      * the same RM-NUM1 stay in job-name order.  A full table is
      * announced once instead of degrading silently.
      ******************************************************************
       01 WS-RNG-TABLE.
           05 WS-RNG-ENTRY OCCURS 200 TIMES.
              10 WS-RNG-JOB-NAME    PIC X(10).
              10 WS-RNG-NUM1        PIC 9(09).
              10 WS-RNG-NUM2        PIC 9(09).
              10 WS-RNG-FREQ        PIC X(01).
              10 WS-RNG-RUNS-YR     PIC 9(04).
       01 WS-RNG-COUNT      PIC 9(3) COMP VALUE 0.
       01 WS-RNG-MAX        PIC 9(3) COMP VALUE 200.
       01 WS-SUB            PIC 9(3) COMP VALUE 0.
       01 WS-SUB2           PIC 9(3) COMP VALUE 0.
       01 WS-INS-SUB        PIC 9(3) COMP VALUE 0.
       01 WS-MOVE-SUB       PIC 9(3) COMP VALUE 0.
       01 WS-FOUND-SWITCH   PIC X(01) VALUE 'N'.
           88 WS-FOUND              VALUE 'Y'.
       01 WS-FULL-WARNED-SW PIC X(01) VALUE 'N'.
           88 WS-FULL-WARNED        VALUE 'Y'.
       01 WS-Y-FLAGS        PIC 9(1) VALUE 0.
       01 WS-RUNS-YR        PIC 9(04) VALUE 0.
      ******************************************************************
      * Overlap and coverage work fields.  WS-COVERED-TO is signed -
      * a band starting at zero opens with nothing covered below it.
      ******************************************************************
       01 WS-OVL-FROM       PIC 9(09).
       01 WS-OVL-TO         PIC 9(09).
       01 WS-OVL-NUMBERS    PIC 9(10).
       01 WS-OVL-RUNS       PIC 9(04).
       01 WS-OVL-DUP-YR     PIC 9(13).
       01 WS-COVERED-TO     PIC S9(10).
       01 WS-GAP-FROM       PIC 9(10).
       01 WS-GAP-TO         PIC 9(10).
       01 WS-GAP-NUMBERS    PIC 9(10).
       01 WS-SPAN-NUMBERS   PIC 9(10).
       01 WS-TESTED-YR      PIC 9(13).
       01 WS-PAIR-COUNT     PIC 9(7) VALUE 0.
       01 WS-GAP-COUNT      PIC 9(7) VALUE 0.
       01 WS-TOT-TWICE      PIC 9(12) VALUE 0.
       01 WS-TOT-DUP-YR     PIC 9(13) VALUE 0.
       01 WS-TOT-UNCOVERED  PIC 9(12) VALUE 0.
       01 WS-TOT-TESTED-YR  PIC 9(13) VALUE 0.
       01 WS-NUM-ED         PIC Z(8)9.
       01 WS-NUM2-ED        PIC Z(8)9.
       01 WS-CNT-ED         PIC Z(9)9.
       01 WS-BIG-ED         PIC Z(12)9.
       01 WS-RUNS-ED        PIC ZZZ9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM PARA-GET-PARMS
           IF WS-PARM-BAD
               DISPLAY 'RANGEOVL: BAD OVLPPARM BAND - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM PARA-LOAD-MASTER
           IF WS-RM-NOT-OPENED
               PERFORM PARA-OPEN-REPORT
               MOVE SPACES TO OVL-RPT-RECORD
               STRING 'RANGE-MASTER OVERLAP AND COVERAGE REPORT  '
                      'RUN DATE: ' WS-RUN-DATE
                      DELIMITED BY SIZE INTO OVL-RPT-RECORD
               WRITE OVL-RPT-RECORD
               MOVE SPACES TO OVL-RPT-RECORD
               WRITE OVL-RPT-RECORD
               MOVE SPACES TO OVL-RPT-RECORD
               STRING 'RANGEMST COULD NOT BE OPENED - STATUS '
                      WS-RM-OPEN-STATUS ' - NOTHING REPORTED'
                      DELIMITED BY SIZE INTO OVL-RPT-RECORD
               WRITE OVL-RPT-RECORD
               CLOSE OVL-RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RNG-COUNT = 0
               DISPLAY 'RANGEOVL: NO RANGE-MASTER ENTRIES TO REPORT'
               STOP RUN
           END-IF
           PERFORM PARA-SET-BAND
           IF WS-BAND-LOW > WS-BAND-HIGH
               DISPLAY 'RANGEOVL: OVLPPARM BAND LOW ' WS-BAND-LOW
                       ' IS ABOVE BAND HIGH ' WS-BAND-HIGH
                       ' - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM PARA-OPEN-REPORT
           PERFORM PARA-WRITE-HEADER
           PERFORM PARA-REPORT-ENTRY
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RNG-COUNT
           PERFORM PARA-WRITE-OVL-HEADER
           PERFORM PARA-CHECK-OVERLAPS
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RNG-COUNT
           IF WS-PAIR-COUNT = 0
               MOVE SPACES TO OVL-RPT-RECORD
               MOVE '  NO OVERLAPPING ENTRIES' TO OVL-RPT-RECORD
               WRITE OVL-RPT-RECORD
           END-IF
           PERFORM PARA-FIND-GAPS
           PERFORM PARA-WRITE-TRAILER
           CLOSE OVL-RPT-FILE
           DISPLAY 'RANGEOVL: ENTRIES REPORTED      ' WS-RNG-COUNT
           DISPLAY 'RANGEOVL: OVERLAPPING PAIRS     ' WS-PAIR-COUNT
           DISPLAY 'RANGEOVL: UNCOVERED GAPS        ' WS-GAP-COUNT
           STOP RUN.
      ******************************************************************
      * PARA-GET-PARMS - the gap band off OVLPPARM.  No file, or a
      * blank value, leaves that end of the band to PARA-SET-BAND.
      ******************************************************************
       PARA-GET-PARMS.
           OPEN INPUT OVL-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ OVL-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE OVL-BAND-LOW TO WS-PARM-X
                       PERFORM PARA-PARSE-PARM
                       IF WS-PARM-SET
                           MOVE WS-PARM-VALUE TO WS-BAND-LOW
                           SET WS-LOW-SET TO TRUE
                       END-IF
                       MOVE OVL-BAND-HIGH TO WS-PARM-X
                       PERFORM PARA-PARSE-PARM
                       IF WS-PARM-SET
                           MOVE WS-PARM-VALUE TO WS-BAND-HIGH
                           SET WS-HIGH-SET TO TRUE
                       END-IF
               END-READ
               CLOSE OVL-PARM-FILE
           END-IF.
       PARA-PARSE-PARM.
           MOVE 'N' TO WS-PARM-SET-SW
           IF WS-PARM-X NOT = SPACES
               PERFORM PARA-PARM-SHIFT
                       UNTIL WS-PARM-X(9:1) NOT = SPACE
               INSPECT WS-PARM-X REPLACING LEADING SPACE BY ZERO
               IF WS-PARM-X IS NUMERIC
                   MOVE WS-PARM-X TO WS-PARM-VALUE
                   SET WS-PARM-SET TO TRUE
               ELSE
                   SET WS-PARM-BAD TO TRUE
               END-IF
           END-IF.
       PARA-PARM-SHIFT.
           MOVE WS-PARM-X TO WS-PARM-SAVE
           MOVE SPACE TO WS-PARM-X(1:1)
           MOVE WS-PARM-SAVE(1:8) TO WS-PARM-X(2:8).
      ******************************************************************
      * PARA-SET-BAND - an end of the band not set on OVLPPARM takes
      * the lowest RM-NUM1 / highest RM-NUM2 on the master, so the
      * default report covers exactly the span the master spans.
      ******************************************************************
       PARA-SET-BAND.
           IF NOT WS-LOW-SET
               MOVE WS-RNG-NUM1(1) TO WS-BAND-LOW
           END-IF
           IF NOT WS-HIGH-SET
               MOVE 0 TO WS-BAND-HIGH
               PERFORM PARA-FIND-HIGH
                       VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-RNG-COUNT
           END-IF.
       PARA-FIND-HIGH.
           IF WS-RNG-NUM2(WS-SUB) > WS-BAND-HIGH
               MOVE WS-RNG-NUM2(WS-SUB) TO WS-BAND-HIGH
           END-IF.
      ******************************************************************
      * PARA-OPEN-REPORT - a report that cannot be opened ends the
      * run with return code 16; there is nowhere to put the
      * findings.
      ******************************************************************
       PARA-OPEN-REPORT.
           OPEN OUTPUT OVL-RPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'RANGEOVL: OVLPRPT OPEN FAILED STATUS '
                       WS-RPT-STATUS ' - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      ******************************************************************
      * PARA-LOAD-MASTER - walk the whole master and insert each
      * entry into the table at its RM-NUM1 position.  Any non-zero
      * status ends the walk, not just AT END.
      ******************************************************************
       PARA-LOAD-MASTER.
           OPEN INPUT RANGE-MASTER-FILE
           IF WS-RM-STATUS NOT = '00'
               SET WS-RM-NOT-OPENED TO TRUE
               MOVE WS-RM-STATUS TO WS-RM-OPEN-STATUS
               DISPLAY 'RANGEOVL: RANGE-MASTER OPEN FAILED STATUS '
                       WS-RM-STATUS
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO RM-JOB-NAME
               START RANGE-MASTER-FILE KEY NOT < RM-JOB-NAME
                   INVALID KEY SET WS-EOF TO TRUE
               END-START
               IF WS-RM-STATUS NOT = '00'
                   SET WS-EOF TO TRUE
               END-IF
               PERFORM PARA-LOAD-ONE UNTIL WS-EOF
               CLOSE RANGE-MASTER-FILE
           END-IF.
       PARA-LOAD-ONE.
           READ RANGE-MASTER-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MASTER-READ
                   PERFORM PARA-INSERT-ENTRY
           END-READ
           IF WS-RM-STATUS NOT = '00'
               SET WS-EOF TO TRUE
           END-IF.
       PARA-INSERT-ENTRY.
           IF WS-RNG-COUNT NOT < WS-RNG-MAX
               IF NOT WS-FULL-WARNED
                   SET WS-FULL-WARNED TO TRUE
                   DISPLAY 'RANGEOVL: RANGE TABLE FULL AT 200 - '
                           'LATER ENTRIES NOT REPORTED'
               END-IF
           ELSE
               MOVE 'N' TO WS-FOUND-SWITCH
               PERFORM PARA-FIND-SLOT
                       VARYING WS-INS-SUB FROM 1 BY 1
                       UNTIL WS-INS-SUB > WS-RNG-COUNT OR WS-FOUND
               IF WS-FOUND
                   SUBTRACT 1 FROM WS-INS-SUB
               END-IF
               PERFORM PARA-SHIFT-UP
                       VARYING WS-MOVE-SUB FROM WS-RNG-COUNT BY -1
                       UNTIL WS-MOVE-SUB < WS-INS-SUB
                          OR WS-MOVE-SUB = 0
               ADD 1 TO WS-RNG-COUNT
               PERFORM PARA-FIGURE-RUNS
               MOVE RM-JOB-NAME TO WS-RNG-JOB-NAME(WS-INS-SUB)
               MOVE RM-NUM1 TO WS-RNG-NUM1(WS-INS-SUB)
               MOVE RM-NUM2 TO WS-RNG-NUM2(WS-INS-SUB)
               MOVE RM-FREQ TO WS-RNG-FREQ(WS-INS-SUB)
               MOVE WS-RUNS-YR TO WS-RNG-RUNS-YR(WS-INS-SUB)
           END-IF.
       PARA-FIND-SLOT.
           IF WS-RNG-NUM1(WS-INS-SUB) > RM-NUM1
               SET WS-FOUND TO TRUE
           END-IF.
       PARA-SHIFT-UP.
           MOVE WS-RNG-ENTRY(WS-MOVE-SUB)
             TO WS-RNG-ENTRY(WS-MOVE-SUB + 1).
      ******************************************************************
      * PARA-FIGURE-RUNS - scheduled runs per year off the same
      * RM-FREQ rules RANGESCH schedules by.
      ******************************************************************
       PARA-FIGURE-RUNS.
           MOVE 0 TO WS-Y-FLAGS
           EVALUATE TRUE
               WHEN RM-FREQ-DAILY
                   MOVE 260 TO WS-RUNS-YR
               WHEN RM-FREQ-WEEKLY
                   INSPECT RM-RUN-DAYS TALLYING WS-Y-FLAGS FOR ALL 'Y'
                   COMPUTE WS-RUNS-YR = WS-Y-FLAGS * 52
               WHEN RM-FREQ-MONTHLY
                   MOVE 12 TO WS-RUNS-YR
               WHEN OTHER
                   MOVE 0 TO WS-RUNS-YR
           END-EVALUATE.
       PARA-WRITE-HEADER.
           MOVE SPACES TO OVL-RPT-RECORD
           STRING 'RANGE-MASTER OVERLAP AND COVERAGE REPORT  RUN DATE: '
                  WS-RUN-DATE
                  DELIMITED BY SIZE INTO OVL-RPT-RECORD
           WRITE OVL-RPT-RECORD
           MOVE SPACES TO OVL-RPT-RECORD
           WRITE OVL-RPT-RECORD
           MOVE SPACES TO OVL-RPT-RECORD
           MOVE 'ENTRIES IN RM-NUM1 ORDER' TO OVL-RPT-RECORD
           WRITE OVL-RPT-RECORD
           MOVE SPACES TO OVL-RPT-RECORD
           STRING '  JOB-NAME        FROM        TO    NUMBERS'
                  '  FREQ  RUNS/YR    TESTED/YEAR'
                  DELIMITED BY SIZE INTO OVL-RPT-RECORD
           WRITE OVL-RPT-RECORD.
       PARA-REPORT-ENTRY.
           COMPUTE WS-SPAN-NUMBERS = WS-RNG-NUM2(WS-SUB)
                                   - WS-RNG-NUM1(WS-SUB) + 1
           COMPUTE WS-TESTED-YR = WS-SPAN-NUMBERS
                                * WS-RNG-RUNS-YR(WS-SUB)
           ADD WS-TESTED-YR TO WS-TOT-TESTED-YR
           MOVE WS-RNG-NUM1(WS-SUB) TO WS-NUM-ED
           MOVE WS-RNG-NUM2(WS-SUB) TO WS-NUM2-ED
           MOVE WS-SPAN-NUMBERS TO WS-CNT-ED
           MOVE WS-RNG-RUNS-YR(WS-SUB) TO WS-RUNS-ED
           MOVE WS-TESTED-YR TO WS-BIG-ED
           MOVE SPACES TO OVL-RPT-RECORD
           STRING '  ' WS-RNG-JOB-NAME(WS-SUB)
                  ' ' WS-NUM-ED ' ' WS-NUM2-ED ' ' WS-CNT-ED
                  '     ' WS-RNG-FREQ(WS-SUB)
                  '     ' WS-RUNS-ED
                  '  ' WS-BIG-ED
                  DELIMITED BY SIZE INTO OVL-RPT-RECORD
           WRITE OVL-RPT-RECORD.
       PARA-WRITE-OVL-HEADER.
           MOVE SPACES TO OVL-RPT-RECORD
           WRITE OVL-RPT-RECORD
           MOVE SPACES TO OVL-RPT-RECORD
           MOVE 'OVERLAPPING ENTRIES' TO OVL-RPT-RECORD
           WRITE OVL-RPT-RECORD
           MOVE SPACES TO OVL-RPT-RECORD
           STRING '  JOB-NAME    JOB-NAME      FROM         TO'
                  '  TESTED TWICE DUP TESTS/YEAR'
                  DELIMITED BY SIZE INTO OVL-RPT-RECORD
           WRITE OVL-RPT-RECORD.
      ******************************************************************
      * PARA-CHECK-OVERLAPS - with the table in RM-NUM1 order, every
      * entry that overlaps entry I and sorts after it starts at or
      * below entry I's RM-NUM2, so the inner scan stops at the first
      * entry starting past it.
      ******************************************************************
       PARA-CHECK-OVERLAPS.
           COMPUTE WS-SUB2 = WS-SUB + 1
           PERFORM PARA-CHECK-PAIR
                   VARYING WS-SUB2 FROM WS-SUB2 BY 1
                   UNTIL WS-SUB2 > WS-RNG-COUNT
                      OR WS-RNG-NUM1(WS-SUB2) > WS-RNG-NUM2(WS-SUB).
      ******************************************************************
      * PARA-CHECK-PAIR - the overlap runs from the later entry's
      * RM-NUM1 to the lower of the two RM-NUM2s.  Duplicate tests a
      * year assume both are due together as often as the less
      * frequent one runs.
      ******************************************************************
       PARA-CHECK-PAIR.
           ADD 1 TO WS-PAIR-COUNT
           MOVE WS-RNG-NUM1(WS-SUB2) TO WS-OVL-FROM
           IF WS-RNG-NUM2(WS-SUB2) < WS-RNG-NUM2(WS-SUB)
               MOVE WS-RNG-NUM2(WS-SUB2) TO WS-OVL-TO
           ELSE
               MOVE WS-RNG-NUM2(WS-SUB) TO WS-OVL-TO
           END-IF
           COMPUTE WS-OVL-NUMBERS = WS-OVL-TO - WS-OVL-FROM + 1
           IF WS-RNG-RUNS-YR(WS-SUB2) < WS-RNG-RUNS-YR(WS-SUB)
               MOVE WS-RNG-RUNS-YR(WS-SUB2) TO WS-OVL-RUNS
           ELSE
               MOVE WS-RNG-RUNS-YR(WS-SUB) TO WS-OVL-RUNS
           END-IF
           COMPUTE WS-OVL-DUP-YR = WS-OVL-NUMBERS * WS-OVL-RUNS
           ADD WS-OVL-NUMBERS TO WS-TOT-TWICE
           ADD WS-OVL-DUP-YR TO WS-TOT-DUP-YR
           MOVE WS-OVL-FROM TO WS-NUM-ED
           MOVE WS-OVL-TO TO WS-NUM2-ED
           MOVE WS-OVL-NUMBERS TO WS-CNT-ED
           MOVE WS-OVL-DUP-YR TO WS-BIG-ED
           MOVE SPACES TO OVL-RPT-RECORD
           STRING '  ' WS-RNG-JOB-NAME(WS-SUB)
                  '  ' WS-RNG-JOB-NAME(WS-SUB2)
                  ' ' WS-NUM-ED ' ' WS-NUM2-ED
                  '    ' WS-CNT-ED
                  '  ' WS-BIG-ED
                  DELIMITED BY SIZE INTO OVL-RPT-RECORD
           WRITE OVL-RPT-RECORD.
      ******************************************************************
      * PARA-FIND-GAPS - sweep the entries in RM-NUM1 order carrying
      * the highest number covered so far; an entry starting more
      * than one past it leaves a gap.  Entries wholly outside the
      * band are passed over, and whatever is left above the last
      * covered number up to the band high is a gap too.
      ******************************************************************
       PARA-FIND-GAPS.
           MOVE SPACES TO OVL-RPT-RECORD
           WRITE OVL-RPT-RECORD
           MOVE WS-BAND-LOW TO WS-NUM-ED
           MOVE WS-BAND-HIGH TO WS-NUM2-ED
           MOVE SPACES TO OVL-RPT-RECORD
           STRING 'UNCOVERED GAPS IN BAND ' WS-NUM-ED ' TO '
                  WS-NUM2-ED
                  DELIMITED BY SIZE INTO OVL-RPT-RECORD
           WRITE OVL-RPT-RECORD
           MOVE SPACES TO OVL-RPT-RECORD
           STRING '       FROM        TO    NUMBERS'
                  DELIMITED BY SIZE INTO OVL-RPT-RECORD
           WRITE OVL-RPT-RECORD
           COMPUTE WS-COVERED-TO = WS-BAND-LOW - 1
           PERFORM PARA-GAP-ONE
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RNG-COUNT
           IF WS-COVERED-TO < WS-BAND-HIGH
               COMPUTE WS-GAP-FROM = WS-COVERED-TO + 1
               MOVE WS-BAND-HIGH TO WS-GAP-TO
               PERFORM PARA-WRITE-GAP
           END-IF
           IF WS-GAP-COUNT = 0
               MOVE SPACES TO OVL-RPT-RECORD
               MOVE '  NO UNCOVERED GAPS IN BAND' TO OVL-RPT-RECORD
               WRITE OVL-RPT-RECORD
           END-IF.
       PARA-GAP-ONE.
           IF WS-RNG-NUM2(WS-SUB) >= WS-BAND-LOW
               AND WS-RNG-NUM1(WS-SUB) <= WS-BAND-HIGH
               IF WS-RNG-NUM1(WS-SUB) > WS-COVERED-TO + 1
                   COMPUTE WS-GAP-FROM = WS-COVERED-TO + 1
                   COMPUTE WS-GAP-TO = WS-RNG-NUM1(WS-SUB) - 1
                   PERFORM PARA-WRITE-GAP
               END-IF
               IF WS-RNG-NUM2(WS-SUB) > WS-COVERED-TO
                   MOVE WS-RNG-NUM2(WS-SUB) TO WS-COVERED-TO
               END-IF
           END-IF.
       PARA-WRITE-GAP.
           ADD 1 TO WS-GAP-COUNT
           COMPUTE WS-GAP-NUMBERS = WS-GAP-TO - WS-GAP-FROM + 1
           ADD WS-GAP-NUMBERS TO WS-TOT-UNCOVERED
           MOVE WS-GAP-FROM TO WS-NUM-ED
           MOVE WS-GAP-TO TO WS-NUM2-ED
           MOVE WS-GAP-NUMBERS TO WS-CNT-ED
           MOVE SPACES TO OVL-RPT-RECORD
           STRING '  ' WS-NUM-ED ' ' WS-NUM2-ED ' ' WS-CNT-ED
                  DELIMITED BY SIZE INTO OVL-RPT-RECORD
           WRITE OVL-RPT-RECORD.
       PARA-WRITE-TRAILER.
           MOVE SPACES TO OVL-RPT-RECORD
           WRITE OVL-RPT-RECORD
           MOVE WS-RNG-COUNT TO WS-BIG-ED
           MOVE SPACES TO OVL-RPT-RECORD
           STRING 'ENTRIES ON MASTER:          ' WS-BIG-ED
                  DELIMITED BY SIZE INTO OVL-RPT-RECORD
           WRITE OVL-RPT-RECORD
           MOVE WS-PAIR-COUNT TO WS-BIG-ED
           MOVE SPACES TO OVL-RPT-RECORD
           STRING 'OVERLAPPING PAIRS:          ' WS-BIG-ED
                  DELIMITED BY SIZE INTO OVL-RPT-RECORD
           WRITE OVL-RPT-RECORD
           MOVE WS-TOT-TWICE TO WS-BIG-ED
           MOVE SPACES TO OVL-RPT-RECORD
           STRING 'NUMBERS TESTED TWICE:       ' WS-BIG-ED
                  DELIMITED BY SIZE INTO OVL-RPT-RECORD
           WRITE OVL-RPT-RECORD
           MOVE WS-TOT-DUP-YR TO WS-BIG-ED
           MOVE SPACES TO OVL-RPT-RECORD
           STRING 'DUPLICATE TESTS PER YEAR:   ' WS-BIG-ED
                  DELIMITED BY SIZE INTO OVL-RPT-RECORD
           WRITE OVL-RPT-RECORD
           MOVE WS-TOT-TESTED-YR TO WS-BIG-ED
           MOVE SPACES TO OVL-RPT-RECORD
           STRING 'SCHEDULED TESTS PER YEAR:   ' WS-BIG-ED
                  DELIMITED BY SIZE INTO OVL-RPT-RECORD
           WRITE OVL-RPT-RECORD
           MOVE WS-GAP-COUNT TO WS-BIG-ED
           MOVE SPACES TO OVL-RPT-RECORD
           STRING 'UNCOVERED GAPS IN BAND:     ' WS-BIG-ED
                  DELIMITED BY SIZE INTO OVL-RPT-RECORD
           WRITE OVL-RPT-RECORD
           MOVE WS-TOT-UNCOVERED TO WS-BIG-ED
           MOVE SPACES TO OVL-RPT-RECORD
           STRING 'NUMBERS UNCOVERED IN BAND:  ' WS-BIG-ED
                  DELIMITED BY SIZE INTO OVL-RPT-RECORD
           WRITE OVL-RPT-RECORD.
