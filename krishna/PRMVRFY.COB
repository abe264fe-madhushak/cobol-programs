      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Independent proof of each PRIME range from its
      *           outputs alone, run as a step under CTLJOB behind
      *           PRIME and ahead of PRMDLVR.  For every job-name
      *           range on this run date's PRMEXTR extract, the 'P'
      *           detail records plus the COMPOSITE lines on the
      *           PRMCOMP composite log (plus the value 1 when the
      *           range includes it) must account for every value
      *           from PX-NUM1 to PX-NUM2 exactly once - no gaps, no
      *           value listed twice, none listed as both.  Every
      *           logged DIVISOR must divide its composite exactly,
      *           and one reported prime in every N (the VRFYPARM
      *           parameter file, default 100) is re-tested by trial
      *           division, independent of the sieve.  The range's
      *           trailer totals must agree with what was proved, and
      *           when the same bounds ran on an earlier run date
      *           (PRMEXTAR archive or the older days PRMEXTR still
      *           holds) today's prime count must match the latest
      *           such run.  Every range is listed on the VRFYRPT
      *           report with its exceptions; any exception ends the
      *           step with return code 16, over its ST-MAX-RC, so
      *           CTLJOB holds delivery.  Writes one row to the
      *           shared DLAUDIT audit trail.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026-10-15  KR  Initial version.
      *   2026-10-15  KR  A missing PRMEXTR now ends the step with
      *                   return code 16, with a line on VRFYRPT and
      *                   the PRMVRFY audit row written, instead of a
      *                   console message and a clean return code
      *                   that let PRMDLVR run on unproved output.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRMVRFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VRFY-PARM-FILE ASSIGN TO "VRFYPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PRM-EXTR-FILE ASSIGN TO "PRMEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTR-STATUS.
           SELECT EXT-ARCH-FILE ASSIGN TO "PRMEXTAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EARC-STATUS.
           SELECT PRM-COMPLOG-FILE ASSIGN TO "PRMCOMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPLOG-STATUS.
           SELECT VRFY-RPT-FILE ASSIGN TO "VRFYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "DLAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VRFY-PARM-FILE.
       01  VRFY-PARM-RECORD.
           05 VRFY-SAMPLE       PIC X(05).
       FD  PRM-EXTR-FILE.
       01  PRM-EXTR-LINE       PIC X(132).
       FD  EXT-ARCH-FILE.
       01  EXT-ARCH-LINE       PIC X(132).
       FD  PRM-COMPLOG-FILE.
       01  PRM-COMPLOG-RECORD  PIC X(80).
       FD  VRFY-RPT-FILE.
       01  VRFY-RPT-RECORD     PIC X(132).
       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS    PIC X(02).
       01 WS-EXTR-STATUS    PIC X(02).
       01 WS-EARC-STATUS    PIC X(02).
       01 WS-COMPLOG-STATUS PIC X(02).
       01 WS-RPT-STATUS     PIC X(02).
       01 WS-AUD-STATUS     PIC X(02).
       01 WS-EOF-SWITCH     PIC X(01) VALUE 'N'.
           88 WS-EOF                VALUE 'Y'.
       01 WS-RUN-DATE       PIC 9(08).
       01 WS-RUN-DATE-X     PIC X(08).
       01 WS-JOB-ID         PIC X(08).
       01 WS-RUN-DATE-ENV   PIC X(08).
       01 WS-LINES-READ     PIC 9(9) VALUE 0.
      ******************************************************************
      * Extract record work area - both the online extract and the
      * archive are read as plain lines and moved here.
      ******************************************************************
           COPY PRMXREC.
      ******************************************************************
      * Sample interval - one reported prime in every WS-SAMPLE-EVERY
      * is re-tested by trial division.  VRFYPARM's value is
      * right-justified before the numeric test the same way HSKEEP
      * reads HSKPARMS; a value that still is not a positive number
      * stops the step with return code 8.
      ******************************************************************
       01 WS-SAMPLE-EVERY   PIC 9(05) VALUE 100.
       01 WS-PARM-X         PIC X(05).
       01 WS-PARM-SAVE      PIC X(05).
       01 WS-PARM-BAD-SW    PIC X(01) VALUE 'N'.
           88 WS-PARM-BAD           VALUE 'Y'.
      ******************************************************************
      * One entry per range on this run date's extract, in the order
      * PRIME wrote them - a new entry whenever the job-name or the
      * bounds change from the record before, so a range PRIME ran
      * twice apart in the day is proved as two entries.  The
      * trailer totals are the last trailer's (a restart that came
      * after the trailer writes a second one); the prior run is the
      * latest earlier run date with the same bounds.
      ******************************************************************
       01 WS-RNG-TABLE.
           05 WS-RNG-ENTRY OCCURS 500 TIMES.
              10 WS-RNG-JOB-NAME    PIC X(10).
              10 WS-RNG-NUM1        PIC 9(09).
              10 WS-RNG-NUM2        PIC 9(09).
              10 WS-RNG-TRL-SW      PIC X(01).
                  88 WS-RNG-TRL-SEEN       VALUE 'Y'.
              10 WS-RNG-TRL-PRIMES  PIC 9(09).
              10 WS-RNG-TRL-TESTED  PIC 9(09).
              10 WS-RNG-PRIOR-DATE  PIC 9(08).
              10 WS-RNG-PRIOR-PRIMES PIC 9(09).
       01 WS-RNG-COUNT      PIC 9(4) COMP VALUE 0.
       01 WS-RNG-MAX        PIC 9(4) COMP VALUE 500.
       01 WS-RNG-SUB        PIC 9(4) COMP VALUE 0.
       01 WS-SUB            PIC 9(4) COMP VALUE 0.
       01 WS-FULL-SW        PIC X(01) VALUE 'N'.
           88 WS-FULL-WARNED        VALUE 'Y'.
      ******************************************************************
      * Composite log - the ** RUN DATE markers PRIME writes at each
      * open date the lines that follow them.  More than one marker
      * for this run date means PRIME was restarted today, so the
      * values between its last checkpoint and the abend were
      * written twice; only then is a value repeated behind the
      * proof point taken as a restart resend instead of a
      * duplicate, and on the composite log only once a marker has
      * come since the range's last composite was taken - the
      * restarted run's marker sits right ahead of its resends.
      * Layout, from PRIME's PARA-2:
      *   1-11 'COMPOSITE: '  12-20 value  21-31 '  DIVISOR: '
      *  32-40 divisor
      ******************************************************************
       01 WS-CMP-DATE       PIC X(08) VALUE SPACES.
       01 WS-MARKER-COUNT   PIC 9(5) VALUE 0.
       01 WS-RESTART-SW     PIC X(01) VALUE 'N'.
           88 WS-RESTART-DAY        VALUE 'Y'.
       01 WS-NUM-X          PIC X(09).
       01 WS-NUM-PARSED     PIC 9(9).
       01 WS-NUM-OK-SW      PIC X(01) VALUE 'N'.
           88 WS-NUM-OK             VALUE 'Y'.
      ******************************************************************
      * The two streams being proved - the next detail or trailer
      * record on the extract for this run date, and the next
      * COMPOSITE line under this run date's markers.
      ******************************************************************
       01 WS-P-EOF-SW       PIC X(01) VALUE 'N'.
           88 WS-P-EOF              VALUE 'Y'.
       01 WS-P-IN-RANGE-SW  PIC X(01) VALUE 'N'.
           88 WS-P-IN-RANGE         VALUE 'Y'.
       01 WS-P-BEHIND-SW    PIC X(01) VALUE 'N'.
           88 WS-P-BEHIND           VALUE 'Y'.
       01 WS-C-OPEN-SW      PIC X(01) VALUE 'N'.
           88 WS-C-OPEN             VALUE 'Y'.
       01 WS-C-EOF-SW       PIC X(01) VALUE 'N'.
           88 WS-C-EOF              VALUE 'Y'.
       01 WS-C-MARKED-SW    PIC X(01) VALUE 'N'.
           88 WS-C-MARKED           VALUE 'Y'.
       01 WS-C-BEHIND-SW    PIC X(01) VALUE 'N'.
           88 WS-C-BEHIND           VALUE 'Y'.
       01 WS-C-VALUE        PIC 9(09) VALUE 0.
       01 WS-C-DIVISOR      PIC 9(09) VALUE 0.
       01 WS-C-DRAIN-LAST   PIC 9(09) VALUE 0.
       01 WS-C-BAD-LINES    PIC 9(7) VALUE 0.
       01 WS-C-LEFTOVER     PIC 9(9) VALUE 0.
      ******************************************************************
      * Per-range proof state.  WS-V walks the range one value at a
      * time and is one digit wider than the bounds so the walk can
      * step past a 9(9) ceiling.
      ******************************************************************
       01 WS-V              PIC 9(10) VALUE 0.
       01 WS-HITS           PIC 9(01) VALUE 0.
       01 WS-HIT-CLASS      PIC X(01) VALUE SPACE.
       01 WS-LAST-P         PIC 9(09) VALUE 0.
       01 WS-LAST-C         PIC 9(09) VALUE 0.
       01 WS-PRV-PRIMES     PIC 9(09) VALUE 0.
       01 WS-PRV-COMPS      PIC 9(09) VALUE 0.
       01 WS-PRV-RESENDS    PIC 9(09) VALUE 0.
       01 WS-PRV-SAMPLED    PIC 9(09) VALUE 0.
       01 WS-PRV-SPAN       PIC 9(10) VALUE 0.
       01 WS-PRV-EXC        PIC 9(09) VALUE 0.
       01 WS-EXC-LIST-MAX   PIC 9(03) VALUE 20.
      ******************************************************************
      * Recently proved values, slotted by value modulo the table
      * size - a restart resend is never more than one checkpoint
      * interval (1000 values) behind the proof point, so its slot
      * still holds the first send to compare against.
      ******************************************************************
       01 WS-RECENT-TABLE.
           05 WS-RCT-ENTRY OCCURS 2000 TIMES.
              10 WS-RCT-VALUE       PIC 9(09).
              10 WS-RCT-CLASS       PIC X(01).
       01 WS-RCT-SIZE       PIC 9(4) COMP VALUE 2000.
       01 WS-RCT-SUB        PIC 9(4) COMP VALUE 0.
       01 WS-RCT-Q          PIC 9(9) COMP VALUE 0.
       01 WS-RCT-VAL        PIC 9(9) VALUE 0.
       01 WS-RCT-WANT       PIC X(01) VALUE SPACE.
       01 WS-RCT-MATCH-SW   PIC X(01) VALUE 'N'.
           88 WS-RCT-MATCH          VALUE 'Y'.
      ******************************************************************
      * Trial division - WS-TD-N is tested against 2 and then every
      * odd divisor up to its square root.
      ******************************************************************
       01 WS-SAMPLE-CTR     PIC 9(05) VALUE 0.
       01 WS-TD-N           PIC 9(09) VALUE 0.
       01 WS-TD-D           PIC 9(09) COMP VALUE 0.
       01 WS-TD-Q           PIC 9(09) COMP VALUE 0.
       01 WS-TD-R           PIC 9(09) COMP VALUE 0.
       01 WS-TD-FOUND-SW    PIC X(01) VALUE 'N'.
           88 WS-TD-FOUND           VALUE 'Y'.
      ******************************************************************
      * Exception line - text plus up to two values.
      ******************************************************************
       01 WS-EXC-TEXT       PIC X(40).
       01 WS-EXC-VALUE      PIC 9(10) VALUE 0.
       01 WS-EXC-VALUE2     PIC 9(10) VALUE 0.
       01 WS-EXC-LABEL2     PIC X(12) VALUE SPACES.
       01 WS-RANGES-PROVED  PIC 9(7) VALUE 0.
       01 WS-RANGES-FAILED  PIC 9(7) VALUE 0.
       01 WS-EXC-TOTAL      PIC 9(9) VALUE 0.
       01 WS-SAMPLED-TOTAL  PIC 9(9) VALUE 0.
       01 WS-RPT-LINE.
           05 WS-RPT-NUM1-ED    PIC Z(8)9.
           05 WS-RPT-NUM2-ED    PIC Z(8)9.
           05 WS-RPT-VAL-ED     PIC Z(9)9.
           05 WS-RPT-VAL2-ED    PIC Z(9)9.
           05 WS-CNT-ED         PIC Z(8)9.
           05 WS-CNT2-ED        PIC Z(8)9.
           05 WS-CNT3-ED        PIC Z(8)9.
           05 WS-CNT4-ED        PIC Z(8)9.
           05 WS-SAMPLE-ED      PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM PARA-GET-RUN-STAMP
           PERFORM PARA-GET-PARMS
           IF WS-PARM-BAD
               DISPLAY 'PRMVRFY: BAD VRFYPARM SAMPLE VALUE - STEP '
                       'STOPPED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PRM-EXTR-FILE
           IF WS-EXTR-STATUS NOT = '00'
               PERFORM PARA-NO-EXTRACT
               GOBACK
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM PARA-LOAD-RANGE-ONE UNTIL WS-EOF
           CLOSE PRM-EXTR-FILE
           PERFORM PARA-LOAD-PRIOR
           PERFORM PARA-COUNT-MARKERS
           OPEN OUTPUT VRFY-RPT-FILE
           PERFORM PARA-WRITE-HEADER
           OPEN INPUT PRM-EXTR-FILE
           OPEN INPUT PRM-COMPLOG-FILE
           IF WS-COMPLOG-STATUS = '00'
               SET WS-C-OPEN TO TRUE
           ELSE
               SET WS-C-EOF TO TRUE
           END-IF
           PERFORM PARA-NEXT-P
           PERFORM PARA-NEXT-C
           PERFORM PARA-PROVE-RANGE
                   VARYING WS-RNG-SUB FROM 1 BY 1
                   UNTIL WS-RNG-SUB > WS-RNG-COUNT
           PERFORM PARA-COUNT-LEFTOVER UNTIL WS-C-EOF
           CLOSE PRM-EXTR-FILE
           IF WS-C-OPEN
               CLOSE PRM-COMPLOG-FILE
           END-IF
           PERFORM PARA-WRITE-TRAILER
           CLOSE VRFY-RPT-FILE
           PERFORM PARA-WRITE-AUDIT
           DISPLAY 'PRMVRFY: RANGES PROVED          ' WS-RANGES-PROVED
           DISPLAY 'PRMVRFY: RANGES FAILED          ' WS-RANGES-FAILED
           DISPLAY 'PRMVRFY: EXCEPTIONS             ' WS-EXC-TOTAL
           IF WS-EXC-TOTAL > 0 OR WS-FULL-WARNED
               MOVE 16 TO RETURN-CODE
           END-IF
           GOBACK.
      ******************************************************************
      * PARA-NO-EXTRACT - no PRMEXTR means nothing PRIME produced can
      * be proved, so delivery must hold: the report and the audit
      * row both say so, the missing extract counts as an exception,
      * and the step ends with return code 16.
      ******************************************************************
       PARA-NO-EXTRACT.
           DISPLAY 'PRMVRFY: PRMEXTR OPEN FAILED STATUS '
                   WS-EXTR-STATUS ' - NOTHING TO VERIFY'
           ADD 1 TO WS-EXC-TOTAL
           OPEN OUTPUT VRFY-RPT-FILE
           PERFORM PARA-WRITE-HEADER
           MOVE SPACES TO VRFY-RPT-RECORD
           WRITE VRFY-RPT-RECORD
           MOVE SPACES TO VRFY-RPT-RECORD
           STRING 'PRMEXTR COULD NOT BE OPENED - STATUS '
                  WS-EXTR-STATUS
                  ' - NO RANGE VERIFIED, DELIVERY TO BE HELD'
                  DELIMITED BY SIZE INTO VRFY-RPT-RECORD
           WRITE VRFY-RPT-RECORD
           CLOSE VRFY-RPT-FILE
           PERFORM PARA-WRITE-AUDIT
           MOVE 16 TO RETURN-CODE.
      ******************************************************************
      * PARA-GET-RUN-STAMP - when CTLJOB is driving the batch it drops
      * the job-id and run date into environment variables before
      * CALLing PRMVRFY; running PRMVRFY on its own, the variables
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
           END-IF
           MOVE WS-RUN-DATE TO WS-RUN-DATE-X.
       PARA-GET-PARMS.
           OPEN INPUT VRFY-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ VRFY-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE VRFY-SAMPLE TO WS-PARM-X
                       IF WS-PARM-X NOT = SPACES
                           PERFORM PARA-PARM-SHIFT
                                   UNTIL WS-PARM-X(5:1) NOT = SPACE
                           INSPECT WS-PARM-X
                                   REPLACING LEADING SPACE BY ZERO
                           IF WS-PARM-X IS NUMERIC
                               AND WS-PARM-X NOT = '00000'
                               MOVE WS-PARM-X TO WS-SAMPLE-EVERY
                           ELSE
                               SET WS-PARM-BAD TO TRUE
                           END-IF
                       END-IF
               END-READ
               CLOSE VRFY-PARM-FILE
           END-IF.
       PARA-PARM-SHIFT.
           MOVE WS-PARM-X TO WS-PARM-SAVE
           MOVE SPACE TO WS-PARM-X(1:1)
           MOVE WS-PARM-SAVE(1:4) TO WS-PARM-X(2:4).
      ******************************************************************
      * PARA-LOAD-RANGE-ONE - first pass over the extract: the ranges
      * this run date's records belong to, in the order written, with
      * the last trailer of each.
      ******************************************************************
       PARA-LOAD-RANGE-ONE.
           READ PRM-EXTR-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   MOVE PRM-EXTR-LINE TO PX-RECORD
                   IF PX-RUN-DATE = WS-RUN-DATE
                       AND (PX-DETAIL OR PX-TRAILER)
                       ADD 1 TO WS-LINES-READ
                       PERFORM PARA-ADD-RANGE
                   END-IF
           END-READ.
       PARA-ADD-RANGE.
           IF WS-RNG-COUNT = 0
               OR PX-JOB-NAME NOT = WS-RNG-JOB-NAME(WS-RNG-COUNT)
               OR PX-NUM1 NOT = WS-RNG-NUM1(WS-RNG-COUNT)
               OR PX-NUM2 NOT = WS-RNG-NUM2(WS-RNG-COUNT)
               IF WS-RNG-COUNT < WS-RNG-MAX
                   ADD 1 TO WS-RNG-COUNT
                   MOVE PX-JOB-NAME TO WS-RNG-JOB-NAME(WS-RNG-COUNT)
                   MOVE PX-NUM1 TO WS-RNG-NUM1(WS-RNG-COUNT)
                   MOVE PX-NUM2 TO WS-RNG-NUM2(WS-RNG-COUNT)
                   MOVE 'N' TO WS-RNG-TRL-SW(WS-RNG-COUNT)
                   MOVE 0 TO WS-RNG-TRL-PRIMES(WS-RNG-COUNT)
                   MOVE 0 TO WS-RNG-TRL-TESTED(WS-RNG-COUNT)
                   MOVE 0 TO WS-RNG-PRIOR-DATE(WS-RNG-COUNT)
                   MOVE 0 TO WS-RNG-PRIOR-PRIMES(WS-RNG-COUNT)
               ELSE
                   IF NOT WS-FULL-WARNED
                       DISPLAY 'PRMVRFY: RANGE TABLE FULL AT '
                               WS-RNG-MAX ' - LATER RANGES NOT PROVED'
                       SET WS-FULL-WARNED TO TRUE
                   END-IF
               END-IF
           END-IF
           IF PX-TRAILER
               AND PX-JOB-NAME = WS-RNG-JOB-NAME(WS-RNG-COUNT)
               AND PX-NUM1 = WS-RNG-NUM1(WS-RNG-COUNT)
               AND PX-NUM2 = WS-RNG-NUM2(WS-RNG-COUNT)
               MOVE 'Y' TO WS-RNG-TRL-SW(WS-RNG-COUNT)
               MOVE PX-PRIME-COUNT TO WS-RNG-TRL-PRIMES(WS-RNG-COUNT)
               MOVE PX-TESTED-COUNT
                 TO WS-RNG-TRL-TESTED(WS-RNG-COUNT)
           END-IF.
      ******************************************************************
      * PARA-LOAD-PRIOR - trailers from earlier run dates, the archive
      * first and then the older days the online extract still holds,
      * so the latest earlier run of each range's bounds is the one
      * kept (on the same date the later trailer wins, as a restart
      * trailer carries the checkpoint's carried-forward totals).
      * No archive just means only the online days are looked at.
      ******************************************************************
       PARA-LOAD-PRIOR.
           OPEN INPUT EXT-ARCH-FILE
           IF WS-EARC-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM PARA-READ-ARCH-ONE UNTIL WS-EOF
               CLOSE EXT-ARCH-FILE
           END-IF
           OPEN INPUT PRM-EXTR-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM PARA-READ-PRIOR-ONE UNTIL WS-EOF
           CLOSE PRM-EXTR-FILE.
       PARA-READ-ARCH-ONE.
           READ EXT-ARCH-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   MOVE EXT-ARCH-LINE TO PX-RECORD
                   PERFORM PARA-TAKE-PRIOR
           END-READ.
       PARA-READ-PRIOR-ONE.
           READ PRM-EXTR-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   MOVE PRM-EXTR-LINE TO PX-RECORD
                   PERFORM PARA-TAKE-PRIOR
           END-READ.
       PARA-TAKE-PRIOR.
           IF PX-TRAILER AND PX-RUN-DATE < WS-RUN-DATE
               PERFORM PARA-SET-PRIOR
                       VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-RNG-COUNT
           END-IF.
       PARA-SET-PRIOR.
           IF PX-NUM1 = WS-RNG-NUM1(WS-SUB)
               AND PX-NUM2 = WS-RNG-NUM2(WS-SUB)
               AND PX-RUN-DATE NOT < WS-RNG-PRIOR-DATE(WS-SUB)
               MOVE PX-RUN-DATE TO WS-RNG-PRIOR-DATE(WS-SUB)
               MOVE PX-PRIME-COUNT TO WS-RNG-PRIOR-PRIMES(WS-SUB)
           END-IF.
      ******************************************************************
      * PARA-COUNT-MARKERS - how many times PRIME opened the composite
      * log under this run date.
      ******************************************************************
       PARA-COUNT-MARKERS.
           OPEN INPUT PRM-COMPLOG-FILE
           IF WS-COMPLOG-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM PARA-COUNT-MARKER-ONE UNTIL WS-EOF
               CLOSE PRM-COMPLOG-FILE
           END-IF
           IF WS-MARKER-COUNT > 1
               SET WS-RESTART-DAY TO TRUE
           END-IF.
       PARA-COUNT-MARKER-ONE.
           READ PRM-COMPLOG-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   IF PRM-COMPLOG-RECORD(1:13) = '** RUN DATE: '
                       AND PRM-COMPLOG-RECORD(14:8) = WS-RUN-DATE-X
                       ADD 1 TO WS-MARKER-COUNT
                   END-IF
           END-READ.
      ******************************************************************
      * PARA-NEXT-P - the next detail or trailer record on the extract
      * stamped with this run date.
      ******************************************************************
       PARA-NEXT-P.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM PARA-READ-P-ONE UNTIL WS-EOF.
       PARA-READ-P-ONE.
           READ PRM-EXTR-FILE
               AT END
                   SET WS-P-EOF TO TRUE
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE PRM-EXTR-LINE TO PX-RECORD
                   IF PX-RUN-DATE = WS-RUN-DATE
                       AND (PX-DETAIL OR PX-TRAILER)
                       SET WS-EOF TO TRUE
                   END-IF
           END-READ.
      ******************************************************************
      * PARA-NEXT-C - the next COMPOSITE line under this run date's
      * markers.  A line whose value or divisor is not a number is
      * counted as an exception and passed over.
      ******************************************************************
       PARA-NEXT-C.
           IF NOT WS-C-EOF
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM PARA-READ-C-ONE UNTIL WS-EOF
           END-IF.
       PARA-READ-C-ONE.
           READ PRM-COMPLOG-FILE
               AT END
                   SET WS-C-EOF TO TRUE
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM PARA-TAKE-C-LINE
           END-READ.
       PARA-TAKE-C-LINE.
           IF PRM-COMPLOG-RECORD(1:13) = '** RUN DATE: '
               MOVE PRM-COMPLOG-RECORD(14:8) TO WS-CMP-DATE
               IF WS-CMP-DATE = WS-RUN-DATE-X
                   SET WS-C-MARKED TO TRUE
               END-IF
           END-IF
           IF PRM-COMPLOG-RECORD(1:11) = 'COMPOSITE: '
               AND WS-CMP-DATE = WS-RUN-DATE-X
               MOVE PRM-COMPLOG-RECORD(12:9) TO WS-NUM-X
               PERFORM PARA-PARSE-NUM
               IF WS-NUM-OK
                   MOVE WS-NUM-PARSED TO WS-C-VALUE
                   MOVE PRM-COMPLOG-RECORD(32:9) TO WS-NUM-X
                   PERFORM PARA-PARSE-NUM
               END-IF
               IF WS-NUM-OK
                   MOVE WS-NUM-PARSED TO WS-C-DIVISOR
                   SET WS-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-C-BAD-LINES
               END-IF
           END-IF.
       PARA-PARSE-NUM.
           MOVE 'N' TO WS-NUM-OK-SW
           INSPECT WS-NUM-X REPLACING LEADING SPACE BY ZERO
           IF WS-NUM-X IS NUMERIC
               MOVE WS-NUM-X TO WS-NUM-PARSED
               MOVE 'Y' TO WS-NUM-OK-SW
           ELSE
               MOVE 0 TO WS-NUM-PARSED
           END-IF.
      ******************************************************************
      * PARA-PROVE-RANGE - walk one range value by value, then take
      * up whatever this range still has on either stream (restart
      * resends after its trailer), and check the trailer and the
      * prior run.
      ******************************************************************
       PARA-PROVE-RANGE.
           MOVE 0 TO WS-LAST-P
           MOVE 0 TO WS-LAST-C
           MOVE 0 TO WS-PRV-PRIMES
           MOVE 0 TO WS-PRV-COMPS
           MOVE 0 TO WS-PRV-RESENDS
           MOVE 0 TO WS-PRV-SAMPLED
           MOVE 0 TO WS-PRV-EXC
           COMPUTE WS-PRV-SPAN = WS-RNG-NUM2(WS-RNG-SUB)
                               - WS-RNG-NUM1(WS-RNG-SUB) + 1
           PERFORM PARA-WRITE-RANGE-HEAD
           PERFORM PARA-PROVE-VALUE
                   VARYING WS-V FROM WS-RNG-NUM1(WS-RNG-SUB) BY 1
                   UNTIL WS-V > WS-RNG-NUM2(WS-RNG-SUB)
           PERFORM PARA-TEST-P-RANGE
           PERFORM PARA-DRAIN-P UNTIL NOT WS-P-IN-RANGE
           MOVE 0 TO WS-C-DRAIN-LAST
           PERFORM PARA-TEST-C-DRAIN
           PERFORM PARA-DRAIN-C UNTIL NOT WS-C-BEHIND
           PERFORM PARA-CHECK-TRAILER
           PERFORM PARA-CHECK-PRIOR
           PERFORM PARA-WRITE-RANGE-RESULT.
      ******************************************************************
      * PARA-PROVE-VALUE - WS-V must be accounted for exactly once: as
      * the value 1, as the range's next detail record, or as the
      * next composite line.  Resends and duplicates sitting behind
      * WS-V on either stream are taken off first.
      ******************************************************************
       PARA-PROVE-VALUE.
           MOVE 0 TO WS-HITS
           MOVE SPACE TO WS-HIT-CLASS
           IF WS-V = 1
               ADD 1 TO WS-HITS
               MOVE 'U' TO WS-HIT-CLASS
           END-IF
           PERFORM PARA-TEST-P-BEHIND
           PERFORM PARA-SKIP-P UNTIL NOT WS-P-BEHIND
           IF WS-P-IN-RANGE AND PX-DETAIL
               AND PX-PRIME-VALUE = WS-V
               ADD 1 TO WS-HITS
               MOVE 'P' TO WS-HIT-CLASS
               PERFORM PARA-ACCEPT-PRIME
               PERFORM PARA-NEXT-P
           END-IF
           PERFORM PARA-TEST-C-BEHIND
           PERFORM PARA-SKIP-C UNTIL NOT WS-C-BEHIND
           IF NOT WS-C-EOF AND WS-C-VALUE = WS-V
               ADD 1 TO WS-HITS
               MOVE 'C' TO WS-HIT-CLASS
               PERFORM PARA-ACCEPT-COMP
               PERFORM PARA-NEXT-C
           END-IF
           EVALUATE WS-HITS
               WHEN 0
                   MOVE 'VALUE NOT ACCOUNTED FOR' TO WS-EXC-TEXT
                   MOVE WS-V TO WS-EXC-VALUE
                   PERFORM PARA-WRITE-EXCEPTION
               WHEN 1
                   CONTINUE
               WHEN OTHER
                   MOVE 'VALUE ACCOUNTED FOR MORE THAN ONCE'
                     TO WS-EXC-TEXT
                   MOVE WS-V TO WS-EXC-VALUE
                   PERFORM PARA-WRITE-EXCEPTION
           END-EVALUATE
           MOVE WS-V TO WS-RCT-VAL
           PERFORM PARA-RCT-SLOT
           MOVE WS-V TO WS-RCT-VALUE(WS-RCT-SUB)
           MOVE WS-HIT-CLASS TO WS-RCT-CLASS(WS-RCT-SUB).
      ******************************************************************
      * PARA-TEST-P-RANGE / PARA-TEST-P-BEHIND - whether the current
      * extract record belongs to the range being proved, and
      * whether it is a detail record sitting behind the proof point.
      ******************************************************************
       PARA-TEST-P-RANGE.
           MOVE 'N' TO WS-P-IN-RANGE-SW
           IF NOT WS-P-EOF
               AND PX-JOB-NAME = WS-RNG-JOB-NAME(WS-RNG-SUB)
               AND PX-NUM1 = WS-RNG-NUM1(WS-RNG-SUB)
               AND PX-NUM2 = WS-RNG-NUM2(WS-RNG-SUB)
               SET WS-P-IN-RANGE TO TRUE
           END-IF.
       PARA-TEST-P-BEHIND.
           PERFORM PARA-TEST-P-RANGE
           MOVE 'N' TO WS-P-BEHIND-SW
           IF WS-P-IN-RANGE AND PX-DETAIL
               AND PX-PRIME-VALUE < WS-V
               SET WS-P-BEHIND TO TRUE
           END-IF.
      ******************************************************************
      * PARA-SKIP-P - a detail record behind the proof point.  At or
      * below the last prime taken it was sent before: a resend on a
      * restart day when it agrees with what the first send proved,
      * a duplicate otherwise.  Anywhere else it is out of sequence
      * or outside the range.
      ******************************************************************
       PARA-SKIP-P.
           IF WS-LAST-P > 0 AND PX-PRIME-VALUE NOT > WS-LAST-P
               AND PX-PRIME-VALUE NOT < WS-RNG-NUM1(WS-RNG-SUB)
               MOVE PX-PRIME-VALUE TO WS-RCT-VAL
               MOVE 'P' TO WS-RCT-WANT
               PERFORM PARA-TEST-RESEND
               IF WS-RESTART-DAY AND WS-RCT-MATCH
                   ADD 1 TO WS-PRV-RESENDS
               ELSE
                   MOVE 'PRIME LISTED MORE THAN ONCE' TO WS-EXC-TEXT
                   MOVE PX-PRIME-VALUE TO WS-EXC-VALUE
                   PERFORM PARA-WRITE-EXCEPTION
               END-IF
           ELSE
               MOVE 'PRIME OUT OF SEQUENCE OR OUTSIDE RANGE'
                 TO WS-EXC-TEXT
               MOVE PX-PRIME-VALUE TO WS-EXC-VALUE
               PERFORM PARA-WRITE-EXCEPTION
           END-IF
           PERFORM PARA-NEXT-P
           PERFORM PARA-TEST-P-BEHIND.
      ******************************************************************
      * PARA-DRAIN-P - this range's records left once its last value
      * is proved: trailers (already totalled on the first pass) and
      * details resent by a restart that came after the trailer.
      ******************************************************************
       PARA-DRAIN-P.
           IF PX-DETAIL
               PERFORM PARA-SKIP-P
           ELSE
               PERFORM PARA-NEXT-P
           END-IF
           PERFORM PARA-TEST-P-RANGE.
      ******************************************************************
      * PARA-TEST-C-BEHIND - a composite line behind the proof point
      * that lies inside this range at or below the last composite
      * taken.  A composite line behind the proof point anywhere else
      * is left for the ranges still to come.
      ******************************************************************
       PARA-TEST-C-BEHIND.
           MOVE 'N' TO WS-C-BEHIND-SW
           IF NOT WS-C-EOF AND WS-LAST-C > 0
               AND WS-C-VALUE < WS-V
               AND WS-C-VALUE NOT > WS-LAST-C
               AND WS-C-VALUE NOT < WS-RNG-NUM1(WS-RNG-SUB)
               SET WS-C-BEHIND TO TRUE
           END-IF.
       PARA-SKIP-C.
           MOVE WS-C-VALUE TO WS-RCT-VAL
           MOVE 'C' TO WS-RCT-WANT
           PERFORM PARA-TEST-RESEND
           IF WS-RESTART-DAY AND WS-RCT-MATCH AND WS-C-MARKED
               ADD 1 TO WS-PRV-RESENDS
           ELSE
               MOVE 'COMPOSITE LISTED MORE THAN ONCE' TO WS-EXC-TEXT
               MOVE WS-C-VALUE TO WS-EXC-VALUE
               PERFORM PARA-WRITE-EXCEPTION
           END-IF
           PERFORM PARA-NEXT-C
           PERFORM PARA-TEST-C-BEHIND.
      ******************************************************************
      * PARA-TEST-C-DRAIN / PARA-DRAIN-C - composite lines this range
      * still has once its last value is proved can only be resends
      * from a restart that came after its last composite: behind a
      * marker, agreeing with the first send, and rising from one
      * line to the next.  The first line that fails any of that
      * is left for the next range - one whose bounds overlap this
      * one starts its own composites over, below the last drained.
      ******************************************************************
       PARA-TEST-C-DRAIN.
           PERFORM PARA-TEST-C-BEHIND
           IF WS-C-BEHIND
               MOVE WS-C-VALUE TO WS-RCT-VAL
               MOVE 'C' TO WS-RCT-WANT
               PERFORM PARA-TEST-RESEND
               IF NOT WS-RESTART-DAY OR NOT WS-RCT-MATCH
                   OR NOT WS-C-MARKED
                   OR WS-C-VALUE NOT > WS-C-DRAIN-LAST
                   MOVE 'N' TO WS-C-BEHIND-SW
               END-IF
           END-IF.
       PARA-DRAIN-C.
           ADD 1 TO WS-PRV-RESENDS
           MOVE WS-C-VALUE TO WS-C-DRAIN-LAST
           PERFORM PARA-NEXT-C
           PERFORM PARA-TEST-C-DRAIN.
      ******************************************************************
      * PARA-RCT-SLOT / PARA-TEST-RESEND - the recent-values slot for
      * WS-RCT-VAL, and whether it holds that value proved under the
      * class wanted.
      ******************************************************************
       PARA-RCT-SLOT.
           DIVIDE WS-RCT-VAL BY WS-RCT-SIZE GIVING WS-RCT-Q
                  REMAINDER WS-RCT-SUB
           ADD 1 TO WS-RCT-SUB.
       PARA-TEST-RESEND.
           PERFORM PARA-RCT-SLOT
           MOVE 'N' TO WS-RCT-MATCH-SW
           IF WS-RCT-VALUE(WS-RCT-SUB) = WS-RCT-VAL
               AND WS-RCT-CLASS(WS-RCT-SUB) = WS-RCT-WANT
               SET WS-RCT-MATCH TO TRUE
           END-IF.
      ******************************************************************
      * PARA-ACCEPT-PRIME - count the prime and, one in every
      * WS-SAMPLE-EVERY across the run, re-test it by trial division.
      ******************************************************************
       PARA-ACCEPT-PRIME.
           ADD 1 TO WS-PRV-PRIMES
           MOVE PX-PRIME-VALUE TO WS-LAST-P
           ADD 1 TO WS-SAMPLE-CTR
           IF WS-SAMPLE-CTR >= WS-SAMPLE-EVERY
               MOVE 0 TO WS-SAMPLE-CTR
               ADD 1 TO WS-PRV-SAMPLED
               ADD 1 TO WS-SAMPLED-TOTAL
               MOVE PX-PRIME-VALUE TO WS-TD-N
               PERFORM PARA-TRIAL-DIVIDE
               IF WS-TD-FOUND
                   MOVE 'SAMPLED PRIME FAILS TRIAL DIVISION'
                     TO WS-EXC-TEXT
                   MOVE WS-TD-N TO WS-EXC-VALUE
                   MOVE WS-TD-D TO WS-EXC-VALUE2
                   MOVE 'DIVISOR:' TO WS-EXC-LABEL2
                   PERFORM PARA-WRITE-EXCEPTION
               END-IF
           END-IF.
      ******************************************************************
      * PARA-TRIAL-DIVIDE - WS-TD-FOUND set when WS-TD-N is not prime,
      * with the divisor found in WS-TD-D (zero for 0 and 1, which
      * have none but are not prime either).
      ******************************************************************
       PARA-TRIAL-DIVIDE.
           MOVE 'N' TO WS-TD-FOUND-SW
           MOVE 0 TO WS-TD-D
           IF WS-TD-N < 2
               SET WS-TD-FOUND TO TRUE
           ELSE
               IF WS-TD-N > 3
                   MOVE 2 TO WS-TD-D
                   PERFORM PARA-TRIAL-STEP
                   IF NOT WS-TD-FOUND
                       PERFORM PARA-TRIAL-STEP
                               VARYING WS-TD-D FROM 3 BY 2
                               UNTIL WS-TD-FOUND
                                  OR WS-TD-D * WS-TD-D > WS-TD-N
                       IF WS-TD-FOUND
                           SUBTRACT 2 FROM WS-TD-D
                       END-IF
                   END-IF
               END-IF
           END-IF.
       PARA-TRIAL-STEP.
           DIVIDE WS-TD-N BY WS-TD-D GIVING WS-TD-Q
                  REMAINDER WS-TD-R
           IF WS-TD-R = 0
               SET WS-TD-FOUND TO TRUE
           END-IF.
      ******************************************************************
      * PARA-ACCEPT-COMP - count the composite and check its logged
      * divisor lies strictly between 1 and the composite and divides
      * it exactly.
      ******************************************************************
       PARA-ACCEPT-COMP.
           ADD 1 TO WS-PRV-COMPS
           MOVE WS-C-VALUE TO WS-LAST-C
           MOVE 'N' TO WS-C-MARKED-SW
           MOVE 'N' TO WS-TD-FOUND-SW
           IF WS-C-DIVISOR > 1 AND WS-C-DIVISOR < WS-C-VALUE
               DIVIDE WS-C-VALUE BY WS-C-DIVISOR GIVING WS-TD-Q
                      REMAINDER WS-TD-R
               IF WS-TD-R = 0
                   SET WS-TD-FOUND TO TRUE
               END-IF
           END-IF
           IF NOT WS-TD-FOUND
               MOVE 'DIVISOR DOES NOT DIVIDE COMPOSITE'
                 TO WS-EXC-TEXT
               MOVE WS-C-VALUE TO WS-EXC-VALUE
               MOVE WS-C-DIVISOR TO WS-EXC-VALUE2
               MOVE 'DIVISOR:' TO WS-EXC-LABEL2
               PERFORM PARA-WRITE-EXCEPTION
           END-IF.
      ******************************************************************
      * PARA-CHECK-TRAILER - the trailer's totals against what was
      * proved: primes counted off the detail records, and every
      * value of the range tested.
      ******************************************************************
       PARA-CHECK-TRAILER.
           IF NOT WS-RNG-TRL-SEEN(WS-RNG-SUB)
               MOVE 'RANGE HAS NO TRAILER - NOT COMPLETED'
                 TO WS-EXC-TEXT
               MOVE WS-RNG-NUM2(WS-RNG-SUB) TO WS-EXC-VALUE
               PERFORM PARA-WRITE-EXCEPTION
           ELSE
               IF WS-RNG-TRL-PRIMES(WS-RNG-SUB) NOT = WS-PRV-PRIMES
                   MOVE 'TRAILER PRIME COUNT DIFFERS FROM PROOF'
                     TO WS-EXC-TEXT
                   MOVE WS-RNG-TRL-PRIMES(WS-RNG-SUB) TO WS-EXC-VALUE
                   MOVE WS-PRV-PRIMES TO WS-EXC-VALUE2
                   MOVE 'PROVED:' TO WS-EXC-LABEL2
                   PERFORM PARA-WRITE-EXCEPTION
               END-IF
               IF WS-RNG-TRL-TESTED(WS-RNG-SUB) NOT = WS-PRV-SPAN
                   MOVE 'TRAILER TESTED COUNT DIFFERS FROM RANGE'
                     TO WS-EXC-TEXT
                   MOVE WS-RNG-TRL-TESTED(WS-RNG-SUB) TO WS-EXC-VALUE
                   MOVE WS-PRV-SPAN TO WS-EXC-VALUE2
                   MOVE 'RANGE SIZE:' TO WS-EXC-LABEL2
                   PERFORM PARA-WRITE-EXCEPTION
               END-IF
           END-IF.
      ******************************************************************
      * PARA-CHECK-PRIOR - the same bounds on an earlier run date must
      * have found the same number of primes.
      ******************************************************************
       PARA-CHECK-PRIOR.
           IF WS-RNG-PRIOR-DATE(WS-RNG-SUB) > 0
               AND WS-RNG-PRIOR-PRIMES(WS-RNG-SUB) NOT = WS-PRV-PRIMES
               MOVE 'PRIME COUNT DIFFERS FROM RUN OF'
                 TO WS-EXC-TEXT
               MOVE WS-RNG-PRIOR-DATE(WS-RNG-SUB) TO WS-EXC-VALUE
               MOVE WS-RNG-PRIOR-PRIMES(WS-RNG-SUB) TO WS-EXC-VALUE2
               MOVE 'PRIOR COUNT:' TO WS-EXC-LABEL2
               PERFORM PARA-WRITE-EXCEPTION
           END-IF.
      ******************************************************************
      * PARA-COUNT-LEFTOVER - composite lines for this run date left
      * once every range is proved belong to no range.
      ******************************************************************
       PARA-COUNT-LEFTOVER.
           ADD 1 TO WS-C-LEFTOVER
           PERFORM PARA-NEXT-C.
       PARA-WRITE-HEADER.
           MOVE SPACES TO VRFY-RPT-RECORD
           STRING 'PRIME VERIFICATION REPORT  RUN DATE: ' WS-RUN-DATE
                  '  JOB ID: ' WS-JOB-ID
                  DELIMITED BY SIZE INTO VRFY-RPT-RECORD
           WRITE VRFY-RPT-RECORD
           MOVE SPACES TO VRFY-RPT-RECORD
           MOVE WS-SAMPLE-EVERY TO WS-SAMPLE-ED
           STRING 'ONE PRIME IN EVERY ' WS-SAMPLE-ED
                  ' RE-TESTED BY TRIAL DIVISION'
                  DELIMITED BY SIZE INTO VRFY-RPT-RECORD
           WRITE VRFY-RPT-RECORD
           IF WS-RESTART-DAY
               MOVE SPACES TO VRFY-RPT-RECORD
               MOVE WS-MARKER-COUNT TO WS-CNT-ED
               STRING 'PRIME RESTARTED TODAY - RUN MARKERS: '
                      WS-CNT-ED
                      '  RESENT VALUES ARE PASSED OVER'
                      DELIMITED BY SIZE INTO VRFY-RPT-RECORD
               WRITE VRFY-RPT-RECORD
           END-IF.
       PARA-WRITE-RANGE-HEAD.
           MOVE SPACES TO VRFY-RPT-RECORD
           WRITE VRFY-RPT-RECORD
           MOVE SPACES TO VRFY-RPT-RECORD
           MOVE WS-RNG-NUM1(WS-RNG-SUB) TO WS-RPT-NUM1-ED
           MOVE WS-RNG-NUM2(WS-RNG-SUB) TO WS-RPT-NUM2-ED
           STRING 'RANGE ' WS-RPT-NUM1-ED ' TO ' WS-RPT-NUM2-ED
                  '  JOB: ' WS-RNG-JOB-NAME(WS-RNG-SUB)
                  DELIMITED BY SIZE INTO VRFY-RPT-RECORD
           WRITE VRFY-RPT-RECORD.
      ******************************************************************
      * PARA-WRITE-EXCEPTION - count the exception against the range
      * and the run; the first WS-EXC-LIST-MAX of a range are listed,
      * so one bad range cannot bury the rest of the report.
      ******************************************************************
       PARA-WRITE-EXCEPTION.
           ADD 1 TO WS-PRV-EXC
           ADD 1 TO WS-EXC-TOTAL
           IF WS-PRV-EXC NOT > WS-EXC-LIST-MAX
               MOVE SPACES TO VRFY-RPT-RECORD
               MOVE WS-EXC-VALUE TO WS-RPT-VAL-ED
               IF WS-EXC-LABEL2 = SPACES
                   STRING '  ** ' WS-EXC-TEXT ' ' WS-RPT-VAL-ED
                          DELIMITED BY SIZE INTO VRFY-RPT-RECORD
               ELSE
                   MOVE WS-EXC-VALUE2 TO WS-RPT-VAL2-ED
                   STRING '  ** ' WS-EXC-TEXT ' ' WS-RPT-VAL-ED
                          '  ' WS-EXC-LABEL2 WS-RPT-VAL2-ED
                          DELIMITED BY SIZE INTO VRFY-RPT-RECORD
               END-IF
               WRITE VRFY-RPT-RECORD
           END-IF
           IF WS-PRV-EXC = WS-EXC-LIST-MAX + 1
               MOVE '  ** FURTHER EXCEPTIONS COUNTED, NOT LISTED'
                 TO VRFY-RPT-RECORD
               WRITE VRFY-RPT-RECORD
           END-IF
           MOVE SPACES TO WS-EXC-LABEL2
           MOVE 0 TO WS-EXC-VALUE2.
       PARA-WRITE-RANGE-RESULT.
           MOVE SPACES TO VRFY-RPT-RECORD
           MOVE WS-PRV-PRIMES TO WS-CNT-ED
           MOVE WS-PRV-COMPS TO WS-CNT2-ED
           MOVE WS-PRV-RESENDS TO WS-CNT3-ED
           MOVE WS-PRV-SAMPLED TO WS-CNT4-ED
           STRING '  PRIMES: ' WS-CNT-ED
                  '  COMPOSITES: ' WS-CNT2-ED
                  '  RESENDS PASSED: ' WS-CNT3-ED
                  '  SAMPLED: ' WS-CNT4-ED
                  DELIMITED BY SIZE INTO VRFY-RPT-RECORD
           WRITE VRFY-RPT-RECORD
           MOVE SPACES TO VRFY-RPT-RECORD
           IF WS-RNG-PRIOR-DATE(WS-RNG-SUB) > 0
               MOVE WS-RNG-PRIOR-PRIMES(WS-RNG-SUB) TO WS-CNT-ED
               STRING '  PRIOR RUN: ' WS-RNG-PRIOR-DATE(WS-RNG-SUB)
                      '  PRIMES: ' WS-CNT-ED
                      DELIMITED BY SIZE INTO VRFY-RPT-RECORD
           ELSE
               MOVE '  PRIOR RUN: NONE' TO VRFY-RPT-RECORD
           END-IF
           WRITE VRFY-RPT-RECORD
           MOVE SPACES TO VRFY-RPT-RECORD
           IF WS-PRV-EXC = 0
               ADD 1 TO WS-RANGES-PROVED
               MOVE '  RESULT: PROVED' TO VRFY-RPT-RECORD
           ELSE
               ADD 1 TO WS-RANGES-FAILED
               MOVE WS-PRV-EXC TO WS-CNT-ED
               STRING '  RESULT: FAILED  EXCEPTIONS: ' WS-CNT-ED
                      DELIMITED BY SIZE INTO VRFY-RPT-RECORD
           END-IF
           WRITE VRFY-RPT-RECORD.
      ******************************************************************
      * PARA-WRITE-TRAILER - run totals, with the composite lines that
      * matched no range and the unreadable ones counted in as
      * exceptions of the run.
      ******************************************************************
       PARA-WRITE-TRAILER.
           MOVE SPACES TO VRFY-RPT-RECORD
           WRITE VRFY-RPT-RECORD
           IF WS-FULL-WARNED
               MOVE SPACES TO VRFY-RPT-RECORD
               MOVE WS-RNG-MAX TO WS-CNT-ED
               STRING '** RANGE TABLE FULL AT ' WS-CNT-ED
                      ' - LATER RANGES NOT PROVED'
                      DELIMITED BY SIZE INTO VRFY-RPT-RECORD
               WRITE VRFY-RPT-RECORD
           END-IF
           IF WS-C-LEFTOVER > 0
               ADD WS-C-LEFTOVER TO WS-EXC-TOTAL
               MOVE SPACES TO VRFY-RPT-RECORD
               MOVE WS-C-LEFTOVER TO WS-CNT-ED
               STRING '** COMPOSITE LINES MATCHING NO RANGE: '
                      WS-CNT-ED
                      DELIMITED BY SIZE INTO VRFY-RPT-RECORD
               WRITE VRFY-RPT-RECORD
           END-IF
           IF WS-C-BAD-LINES > 0
               ADD WS-C-BAD-LINES TO WS-EXC-TOTAL
               MOVE SPACES TO VRFY-RPT-RECORD
               MOVE WS-C-BAD-LINES TO WS-CNT-ED
               STRING '** UNREADABLE COMPOSITE LINES: ' WS-CNT-ED
                      DELIMITED BY SIZE INTO VRFY-RPT-RECORD
               WRITE VRFY-RPT-RECORD
           END-IF
           MOVE SPACES TO VRFY-RPT-RECORD
           MOVE WS-RANGES-PROVED TO WS-CNT-ED
           MOVE WS-RANGES-FAILED TO WS-CNT2-ED
           STRING 'RANGES PROVED: ' WS-CNT-ED
                  '  RANGES FAILED: ' WS-CNT2-ED
                  DELIMITED BY SIZE INTO VRFY-RPT-RECORD
           WRITE VRFY-RPT-RECORD
           MOVE SPACES TO VRFY-RPT-RECORD
           MOVE WS-SAMPLED-TOTAL TO WS-CNT-ED
           MOVE WS-EXC-TOTAL TO WS-CNT2-ED
           STRING 'PRIMES SAMPLED: ' WS-CNT-ED
                  '  EXCEPTIONS: ' WS-CNT2-ED
                  DELIMITED BY SIZE INTO VRFY-RPT-RECORD
           WRITE VRFY-RPT-RECORD
           MOVE SPACES TO VRFY-RPT-RECORD
           IF WS-EXC-TOTAL = 0 AND NOT WS-FULL-WARNED
               MOVE 'VERIFICATION PASSED - DELIVERY MAY PROCEED'
                 TO VRFY-RPT-RECORD
           ELSE
               MOVE 'VERIFICATION FAILED - DELIVERY HELD'
                 TO VRFY-RPT-RECORD
           END-IF
           WRITE VRFY-RPT-RECORD.
       PARA-WRITE-AUDIT.
           PERFORM PARA-OPEN-AUDIT
           MOVE WS-RUN-DATE TO AUD-RUN-DATE
           MOVE WS-JOB-ID TO AUD-JOB-ID
           MOVE 'PRMVRFY' TO AUD-PROGRAM-NAME
           MOVE 'PRMEXTR' TO AUD-INPUT-FILE
           MOVE WS-LINES-READ TO AUD-RECORD-COUNT
           MOVE 'RANGES PROVED' TO AUD-TOTAL-1-LABEL
           MOVE WS-RANGES-PROVED TO AUD-TOTAL-1
           MOVE 'EXCEPTIONS' TO AUD-TOTAL-2-LABEL
           MOVE WS-EXC-TOTAL TO AUD-TOTAL-2
           WRITE AUD-RECORD
           CLOSE AUDIT-LOG-FILE.
      ******************************************************************
      * PARA-OPEN-AUDIT - open EXTEND so this run's audit row lands
      * after the rest of the day's trail; create the file first if
      * this is the very first run and there is nothing yet to
      * extend.
      ******************************************************************
       PARA-OPEN-AUDIT.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUD-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF.
