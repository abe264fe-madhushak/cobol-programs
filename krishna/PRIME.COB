      *                   file between the steps used to just run
      *                   short to normal end, with the loss only
      *                   maybe surfacing in the AUDSUM eyeballing.
      *   2026-10-15  KR  Keeps a result store, PRMSTORE (PRMSTREC.CPY),
      *                   of the primes and control totals of every
      *                   range sieved in full, keyed by its bounds.
      *                   The largest stored range inside a request's
      *                   range is listed off the store window by
      *                   window instead of being sieved again - an
      *                   unchanged daily range sieves nothing, and a
      *                   widened one sieves only the part the store
      *                   does not cover.  PRMRPT, PRMCOMP, PRMEXTR,
      *                   the checkpoints and the trailer totals come
      *                   out exactly as a sieved range writes them.
      *                   A range served wholly off the store must
      *                   come back to the stored totals, or the
      *                   store entry is dropped and the run ends
      *                   with return code 16.  The SUMMARY block and
      *                   grand totals show the values taken off the
      *                   store and sieved fresh, and a second
      *                   DLAUDIT row (PRIMESTR) carries the same two
      *                   counts.  No PRMSTORE file is created on the
      *                   first run; any other failed open runs every
      *                   range through the sieve.
      *   2026-10-15  KR  Result store tightened up.  Any stored entry
      *                   overlapping a range can serve it now, not
      *                   only one lying wholly inside - the entry
      *                   overlapping most is clipped to the range
      *                   and only the rest is sieved; one covering
      *                   the range whole serves it with no rebuild.
      *                   Dropping an entry whose totals do not match
      *                   deletes its prime records with its control
      *                   record, and a range starting an entry fresh
      *                   clears any prime records left under its
      *                   bounds, so a rebuild can no longer inherit
      *                   bogus primes through the duplicate-key
      *                   pass-over.  A new entry replaces the entries
      *                   lying wholly inside it, and the control
      *                   record's run date is restamped each time an
      *                   entry serves a range so HSKEEP can purge
      *                   entries no range has used since its cutoff.
      *                   The SUMMARY block and grand totals now show
      *                   windows, primes and values served off the
      *                   store against those sieved, and the
      *                   PRIMESTR row's labels read STORE VALUES and
      *                   SIEVED VALUES: a store window skips the
      *                   sieve only - its composites are still
      *                   factored for PRMCOMP - so the figures are
      *                   what was served, not time saved.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIME.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-JOB-NAME
               FILE STATUS IS WS-CK-STATUS.
           SELECT PRM-STORE-FILE ASSIGN TO "PRMSTORE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-KEY
               FILE STATUS IS WS-PS-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "DLAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           COPY RANGEREC.
       FD  PRM-CKPT-FILE.
           COPY CHKPTREC.
       FD  PRM-STORE-FILE.
           COPY PRMSTREC.
       FD  PRM-RPT-FILE.
       01  PRM-RPT-RECORD          PIC X(80).
       FD  PRM-COMPLOG-FILE.
           05 WS-RPT-PAGE-ED    PIC ZZZZ9.
           05 WS-RPT-TOT-ED     PIC Z(8)9.
           05 WS-RPT-TOT2-ED    PIC Z(8)9.
           05 WS-RPT-WIN-ED     PIC ZZZZZZ9.
       01 WS-PRINT-LINE     PIC X(80).
       01 WS-LINE-COUNT     PIC 9(3) VALUE 999.
       01 WS-PAGE-LIMIT     PIC 9(3) VALUE 60.
       01 PRM-P         PIC 9(5) COMP VALUE 0.
       01 PRM-M         PIC 9(10) COMP VALUE 0.
       01 PRM-PSQ       PIC 9(10) COMP VALUE 0.
      ******************************************************************
      * Result store - the stored entry chosen for the current range
      * (the one overlapping it most), the part of the range it
      * covers, whether it is an exact match needing no rebuild, and
      * whether the current range's own entry is being built as it
      * runs.  WS-STORE-NUM1/NUM2 are the entry's own bounds, which
      * key its prime records; WS-COVER-LO/HI are those bounds
      * clipped to the current range.  A window inside the cover has
      * its flags set off the stored primes instead of the sieve;
      * every window, prime and value listed counts as served from
      * the store or sieved by the window it fell in.
      ******************************************************************
       01 WS-PS-STATUS      PIC X(02).
       01 WS-STORE-OPEN-SW  PIC X(01) VALUE 'N'.
           88 WS-STORE-OPEN         VALUE 'Y'.
       01 WS-STORE-EOF-SW   PIC X(01) VALUE 'N'.
           88 WS-STORE-EOF          VALUE 'Y'.
       01 WS-STORE-HIT-SW   PIC X(01) VALUE 'N'.
           88 WS-STORE-HIT          VALUE 'Y'.
       01 WS-STORE-FULL-SW  PIC X(01) VALUE 'N'.
           88 WS-STORE-FULL         VALUE 'Y'.
       01 WS-STORE-BUILD-SW PIC X(01) VALUE 'N'.
           88 WS-STORE-BUILD        VALUE 'Y'.
       01 WS-STORE-BAD-SW   PIC X(01) VALUE 'N'.
           88 WS-STORE-BAD          VALUE 'Y'.
       01 WS-WIN-STORE-SW   PIC X(01) VALUE 'N'.
           88 WS-WIN-FROM-STORE     VALUE 'Y'.
       01 WS-STORE-NUM1     PIC 9(9) VALUE 0.
       01 WS-STORE-NUM2     PIC 9(9) VALUE 0.
       01 WS-COVER-LO       PIC 9(9) VALUE 0.
       01 WS-COVER-HI       PIC 9(9) VALUE 0.
       01 WS-CAND-LO        PIC 9(9) VALUE 0.
       01 WS-CAND-HI        PIC 9(9) VALUE 0.
       01 WS-STORE-PRIMES   PIC 9(9) VALUE 0.
       01 WS-STORE-TESTED   PIC 9(9) VALUE 0.
       01 WS-BEST-SPAN      PIC 9(10) VALUE 0.
       01 WS-CAND-SPAN      PIC 9(10) VALUE 0.
       01 WS-STORE-VALUES   PIC 9(9) VALUE 0.
       01 WS-FRESH-VALUES   PIC 9(9) VALUE 0.
       01 WS-STORE-WINDOWS  PIC 9(7) VALUE 0.
       01 WS-FRESH-WINDOWS  PIC 9(7) VALUE 0.
       01 WS-STORE-LISTED   PIC 9(9) VALUE 0.
       01 WS-FRESH-LISTED   PIC 9(9) VALUE 0.
       01 WS-CUM-STORE-VALUES PIC 9(9) VALUE 0.
       01 WS-CUM-FRESH-VALUES PIC 9(9) VALUE 0.
       01 WS-CUM-STORE-WINDOWS PIC 9(7) VALUE 0.
       01 WS-CUM-FRESH-WINDOWS PIC 9(7) VALUE 0.
       01 WS-CUM-STORE-LISTED PIC 9(9) VALUE 0.
       01 WS-CUM-FRESH-LISTED PIC 9(9) VALUE 0.
       01 WS-STORE-RANGES   PIC 9(7) VALUE 0.
      ******************************************************************
      * Store grooming - the bounds of the entry being dropped, and
      * the entries a newly built one supersedes (every entry lying
      * wholly inside its bounds), gathered on one walk of the
      * control records before any is deleted so the walk is not
      * lost under the deletes.  More than 50 in one go leaves the
      * rest for the next build or for HSKEEP.
      ******************************************************************
       01 WS-DROP-NUM1      PIC 9(9) VALUE 0.
       01 WS-DROP-NUM2      PIC 9(9) VALUE 0.
       01 WS-SUPER-TABLE.
           05 WS-SUPER-ENT      OCCURS 50 TIMES.
              10 WS-SUPER-NUM1     PIC 9(9).
              10 WS-SUPER-NUM2     PIC 9(9).
       01 WS-SUPER-COUNT    PIC 9(3) COMP VALUE 0.
       01 WS-SUPER-SUB      PIC 9(3) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM PARA-GET-RUN-STAMP
           PERFORM PARA-OPEN-RPT
           PERFORM PARA-OPEN-COMPLOG
           PERFORM PARA-OPEN-EXTR
           PERFORM PARA-OPEN-STORE
           PERFORM PARA-BASE-INIT
           PERFORM PARA-BASE-BUILD
           PERFORM PARA-READ-RANGE
                   MOVE RM-NUM2 TO WS-NUM2
                   MOVE 0 TO WS-CKPT-COUNTER
                   PERFORM PARA-LOOKUP-CKPT
                   PERFORM PARA-FIND-STORED
                   PERFORM PARA-WRITE-HEADER
                   PERFORM PARA-RUN-WINDOWS
                   PERFORM PARA-WRITE-TRAILER
                   PERFORM PARA-CKPT-COMPLETE
                   PERFORM PARA-STORE-COMPLETE
                   ADD WS-PRIME-COUNT TO WS-CUM-PRIME-COUNT
                   ADD WS-TESTED-COUNT TO WS-CUM-TESTED-COUNT
                   ADD WS-STORE-VALUES TO WS-CUM-STORE-VALUES
                   ADD WS-FRESH-VALUES TO WS-CUM-FRESH-VALUES
                   ADD WS-STORE-WINDOWS TO WS-CUM-STORE-WINDOWS
                   ADD WS-FRESH-WINDOWS TO WS-CUM-FRESH-WINDOWS
                   ADD WS-STORE-LISTED TO WS-CUM-STORE-LISTED
                   ADD WS-FRESH-LISTED TO WS-CUM-FRESH-LISTED
               ELSE
                   DISPLAY 'PRIME: NO RANGE-MASTER ENTRY FOR JOB '
                           PRM-IN-JOB-NAME
           CLOSE PRM-RPT-FILE
           CLOSE PRM-COMPLOG-FILE
           CLOSE PRM-EXTR-FILE
           IF WS-STORE-OPEN
               CLOSE PRM-STORE-FILE
           END-IF
           PERFORM PARA-WRITE-AUDIT
           IF NOT WS-TRL-SEEN
               DISPLAY 'PRIME: PRMCLEAN ENDED WITH NO TRAILER - '
                       'FILE TRUNCATED'
           END-IF
           IF WS-BAL-BAD OR NOT WS-TRL-SEEN OR WS-STORE-BAD
               MOVE 16 TO RETURN-CODE
           END-IF
           GOBACK.
           MOVE 'NUMBERS TESTED' TO AUD-TOTAL-2-LABEL
           MOVE WS-CUM-TESTED-COUNT TO AUD-TOTAL-2
           WRITE AUD-RECORD
           PERFORM PARA-WRITE-STORE-AUDIT
           CLOSE AUDIT-LOG-FILE.
      ******************************************************************
      * PARA-WRITE-STORE-AUDIT - the result store's share of the run
      * on a row of its own, so the PRIME row's totals and AUDRPT's
      * run-over-run deltas on them mean what they always have.  The
      * record count is the ranges served wholly or partly off the
      * store; the two totals split the values listed between those
      * served off the store and those sieved.  A value served off
      * the store skips the sieve only - a composite in a store
      * window is still factored for PRMCOMP - so these are counts
      * of what was served, not of time saved.
      ******************************************************************
       PARA-WRITE-STORE-AUDIT.
           MOVE WS-RUN-DATE TO AUD-RUN-DATE
           MOVE WS-JOB-ID TO AUD-JOB-ID
           MOVE 'PRIMESTR' TO AUD-PROGRAM-NAME
           MOVE 'PRMSTORE' TO AUD-INPUT-FILE
           MOVE WS-STORE-RANGES TO AUD-RECORD-COUNT
           MOVE 'STORE VALUES' TO AUD-TOTAL-1-LABEL
           MOVE WS-CUM-STORE-VALUES TO AUD-TOTAL-1
           MOVE 'SIEVED VALUES' TO AUD-TOTAL-2-LABEL
           MOVE WS-CUM-FRESH-VALUES TO AUD-TOTAL-2
           WRITE AUD-RECORD.
       PARA-READ-RANGE.
           READ PRM-RANGE-FILE
               AT END SET WS-EOF TO TRUE
                  '  NUMBERS TESTED: ' WS-RPT-COUNT-ED
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PARA-WRITE-RPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-STORE-WINDOWS TO WS-RPT-WIN-ED
           MOVE WS-STORE-LISTED TO WS-RPT-PRIMES-ED
           MOVE WS-STORE-VALUES TO WS-RPT-COUNT-ED
           STRING 'SUMMARY  FROM STORE  WINDOWS: ' WS-RPT-WIN-ED
                  ' PRIMES: ' WS-RPT-PRIMES-ED
                  ' VALUES: ' WS-RPT-COUNT-ED
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PARA-WRITE-RPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-FRESH-WINDOWS TO WS-RPT-WIN-ED
           MOVE WS-FRESH-LISTED TO WS-RPT-PRIMES-ED
           MOVE WS-FRESH-VALUES TO WS-RPT-COUNT-ED
           STRING 'SUMMARY  SIEVED      WINDOWS: ' WS-RPT-WIN-ED
                  ' PRIMES: ' WS-RPT-PRIMES-ED
                  ' VALUES: ' WS-RPT-COUNT-ED
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PARA-WRITE-RPT-LINE
           PERFORM PARA-WRITE-EXTR-TRAILER
           PERFORM PARA-ADD-JOB-TOTAL.
      ******************************************************************
           STRING 'ALL JOBS   PRIMES: ' WS-RPT-TOT-ED
                  '  TESTED: ' WS-RPT-TOT2-ED
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PARA-WRITE-RPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CUM-STORE-WINDOWS TO WS-RPT-WIN-ED
           MOVE WS-CUM-STORE-LISTED TO WS-RPT-TOT-ED
           MOVE WS-CUM-STORE-VALUES TO WS-RPT-TOT2-ED
           STRING 'ALL JOBS   FROM STORE  WINDOWS: ' WS-RPT-WIN-ED
                  ' PRIMES: ' WS-RPT-TOT-ED
                  ' VALUES: ' WS-RPT-TOT2-ED
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PARA-WRITE-RPT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-CUM-FRESH-WINDOWS TO WS-RPT-WIN-ED
           MOVE WS-CUM-FRESH-LISTED TO WS-RPT-TOT-ED
           MOVE WS-CUM-FRESH-VALUES TO WS-RPT-TOT2-ED
           STRING 'ALL JOBS   SIEVED      WINDOWS: ' WS-RPT-WIN-ED
                  ' PRIMES: ' WS-RPT-TOT-ED
                  ' VALUES: ' WS-RPT-TOT2-ED
                  DELIMITED BY SIZE INTO WS-PRINT-LINE
           PERFORM PARA-WRITE-RPT-LINE.
       PARA-WRITE-JOB-TOTAL.
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-WIN-HI > WS-NUM2
               MOVE WS-NUM2 TO WS-WIN-HI
           END-IF
           MOVE 'N' TO WS-WIN-STORE-SW
           IF WS-STORE-HIT
               PERFORM PARA-CLIP-WINDOW
           END-IF
           IF WS-WIN-FROM-STORE
               ADD 1 TO WS-STORE-WINDOWS
               PERFORM PARA-LOAD-WINDOW
           ELSE
               ADD 1 TO WS-FRESH-WINDOWS
               PERFORM PARA-SIEVE-WINDOW
           END-IF
           PERFORM PARA-1 VARYING I FROM WS-WIN-LO BY 1
                   UNTIL I > WS-WIN-HI
           COMPUTE WS-WIN-LO = WS-WIN-HI + 1.
           MOVE 1 TO PRM-SIEVE-FLAG(WS-FLAG-SUB).
       PARA-1.
           ADD 1 TO WS-TESTED-COUNT
           IF WS-WIN-FROM-STORE
               ADD 1 TO WS-STORE-VALUES
           ELSE
               ADD 1 TO WS-FRESH-VALUES
           END-IF
           COMPUTE WS-FLAG-SUB = I - WS-WIN-LO + 1
           IF PRM-SIEVE-FLAG(WS-FLAG-SUB) = 0
               ADD 1 TO WS-PRIME-COUNT
               IF WS-WIN-FROM-STORE
                   ADD 1 TO WS-STORE-LISTED
               ELSE
                   ADD 1 TO WS-FRESH-LISTED
               END-IF
               ADD 1 TO WS-COL-COUNT
               MOVE I TO WS-DET-PRIME-ED(WS-COL-COUNT)
               IF WS-COL-COUNT >= WS-COL-MAX
                   PERFORM PARA-FLUSH-DETAIL
               END-IF
               PERFORM PARA-WRITE-EXTR-DETAIL
               IF WS-STORE-BUILD
                   PERFORM PARA-STORE-PRIME
               END-IF
           ELSE
               IF I > 1
                   PERFORM PARA-2
      * from 2 with the original DIVIDE/remainder test until the first
      * exact divisor turns up.  The smallest divisor of any composite
      * under the 9(9) ceiling is at most PRM-BASE-LIMIT, so the walk
      * stays short even for nine-digit composites.  A window served
      * off the result store goes through here the same way - the
      * store holds primes, not factors.
      ******************************************************************
       PARA-2.
           MOVE 1 TO WS-MOD
           WRITE PRM-COMPLOG-RECORD.
       PARA-2-DIVIDE.
           DIVIDE I BY J GIVING X REMAINDER WS-MOD.
      ******************************************************************
      * PARA-OPEN-STORE - create the result store only when it is
      * genuinely not there (status 35), as PARA-OPEN-CKPT does.  The
      * store only saves sieving, so any other failed open is
      * reported and the run goes on sieving every range in full.
      ******************************************************************
       PARA-OPEN-STORE.
           OPEN I-O PRM-STORE-FILE
           IF WS-PS-STATUS = '35'
               OPEN OUTPUT PRM-STORE-FILE
               CLOSE PRM-STORE-FILE
               OPEN I-O PRM-STORE-FILE
           END-IF
           IF WS-PS-STATUS = '00'
               SET WS-STORE-OPEN TO TRUE
           ELSE
               DISPLAY 'PRIME: RESULT STORE OPEN FAILED STATUS '
                       WS-PS-STATUS ' - EVERY RANGE SIEVED IN FULL'
           END-IF.
      ******************************************************************
      * PARA-FIND-STORED - walk every control record whose range
      * starts at or below this range's RM-NUM2 and keep the one that
      * overlaps this range the most; the part of it inside this
      * range is the cover, and only the rest of the range is
      * sieved.  A stored range with exactly these bounds is a full
      * hit and wins outright - nothing is rebuilt.  One that covers
      * the whole range from outside serves it whole, and nothing is
      * rebuilt either.  Anything less means this range's own entry
      * is built as it runs, so the next run finds it whole; a
      * range starting fresh clears any prime records left under its
      * bounds first, so nothing stale survives into the new entry.
      * Any non-zero status ends the walk, not just AT END.
      ******************************************************************
       PARA-FIND-STORED.
           MOVE 'N' TO WS-STORE-HIT-SW
           MOVE 'N' TO WS-STORE-FULL-SW
           MOVE 'N' TO WS-STORE-BUILD-SW
           MOVE 0 TO WS-STORE-VALUES
           MOVE 0 TO WS-FRESH-VALUES
           MOVE 0 TO WS-STORE-WINDOWS
           MOVE 0 TO WS-FRESH-WINDOWS
           MOVE 0 TO WS-STORE-LISTED
           MOVE 0 TO WS-FRESH-LISTED
           IF WS-STORE-OPEN
               MOVE 0 TO WS-BEST-SPAN
               MOVE 'N' TO WS-STORE-EOF-SW
               SET PS-CONTROL TO TRUE
               MOVE 0 TO PS-NUM1
               MOVE 0 TO PS-NUM2
               MOVE 0 TO PS-PRIME-VALUE
               START PRM-STORE-FILE KEY NOT < PS-KEY
                   INVALID KEY SET WS-STORE-EOF TO TRUE
               END-START
               IF WS-PS-STATUS NOT = '00'
                   SET WS-STORE-EOF TO TRUE
               END-IF
               PERFORM PARA-SCAN-STORED UNTIL WS-STORE-EOF
               IF WS-STORE-HIT
                   ADD 1 TO WS-STORE-RANGES
               END-IF
               IF NOT WS-STORE-FULL
                   AND (WS-COVER-LO NOT = WS-NUM1
                        OR WS-COVER-HI NOT = WS-NUM2
                        OR NOT WS-STORE-HIT)
                   SET WS-STORE-BUILD TO TRUE
                   IF WS-START-I = WS-NUM1
                       MOVE WS-NUM1 TO WS-DROP-NUM1
                       MOVE WS-NUM2 TO WS-DROP-NUM2
                       PERFORM PARA-PURGE-STORED-PRIMES
                   END-IF
               END-IF
           END-IF.
       PARA-SCAN-STORED.
           READ PRM-STORE-FILE NEXT RECORD
               AT END SET WS-STORE-EOF TO TRUE
               NOT AT END
                   IF NOT PS-CONTROL OR PS-NUM1 > WS-NUM2
                       SET WS-STORE-EOF TO TRUE
                   ELSE
                       IF PS-NUM2 >= WS-NUM1
                           AND PS-NUM2 >= PS-NUM1
                           AND NOT WS-STORE-FULL
                           PERFORM PARA-TAKE-STORED
                       END-IF
                   END-IF
           END-READ
           IF WS-PS-STATUS NOT = '00'
               SET WS-STORE-EOF TO TRUE
           END-IF.
       PARA-TAKE-STORED.
           MOVE PS-NUM1 TO WS-CAND-LO
           IF WS-CAND-LO < WS-NUM1
               MOVE WS-NUM1 TO WS-CAND-LO
           END-IF
           MOVE PS-NUM2 TO WS-CAND-HI
           IF WS-CAND-HI > WS-NUM2
               MOVE WS-NUM2 TO WS-CAND-HI
           END-IF
           COMPUTE WS-CAND-SPAN = WS-CAND-HI - WS-CAND-LO + 1
           IF PS-NUM1 = WS-NUM1 AND PS-NUM2 = WS-NUM2
               SET WS-STORE-FULL TO TRUE
           END-IF
           IF WS-CAND-SPAN > WS-BEST-SPAN OR WS-STORE-FULL
               MOVE WS-CAND-SPAN TO WS-BEST-SPAN
               SET WS-STORE-HIT TO TRUE
               MOVE PS-NUM1 TO WS-STORE-NUM1
               MOVE PS-NUM2 TO WS-STORE-NUM2
               MOVE WS-CAND-LO TO WS-COVER-LO
               MOVE WS-CAND-HI TO WS-COVER-HI
               MOVE PS-PRIME-COUNT TO WS-STORE-PRIMES
               MOVE PS-TESTED-COUNT TO WS-STORE-TESTED
           END-IF.
      ******************************************************************
      * PARA-CLIP-WINDOW - a window never straddles the cover: one
      * opening below it stops short of it, one opening inside it
      * stops at its end and is listed off the store.  A window above
      * it is sieved as usual.
      ******************************************************************
       PARA-CLIP-WINDOW.
           EVALUATE TRUE
               WHEN WS-WIN-LO < WS-COVER-LO
                   IF WS-WIN-HI >= WS-COVER-LO
                       COMPUTE WS-WIN-HI = WS-COVER-LO - 1
                   END-IF
               WHEN WS-WIN-LO <= WS-COVER-HI
                   SET WS-WIN-FROM-STORE TO TRUE
                   IF WS-WIN-HI > WS-COVER-HI
                       MOVE WS-COVER-HI TO WS-WIN-HI
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      * PARA-LOAD-WINDOW - the stored-range counterpart of
      * PARA-SIEVE-WINDOW: every flag in the window starts marked
      * composite and each stored prime inside the window clears its
      * own.  PARA-1 then lists the window exactly as if it had been
      * sieved.  Any non-zero status ends the read, not just AT END.
      ******************************************************************
       PARA-LOAD-WINDOW.
           COMPUTE WS-WIN-SPAN = WS-WIN-HI - WS-WIN-LO + 1
           PERFORM PARA-LOAD-SET VARYING WS-FLAG-SUB FROM 1 BY 1
                   UNTIL WS-FLAG-SUB > WS-WIN-SPAN
           MOVE 'N' TO WS-STORE-EOF-SW
           SET PS-PRIME TO TRUE
           MOVE WS-STORE-NUM1 TO PS-NUM1
           MOVE WS-STORE-NUM2 TO PS-NUM2
           MOVE WS-WIN-LO TO PS-PRIME-VALUE
           START PRM-STORE-FILE KEY NOT < PS-KEY
               INVALID KEY SET WS-STORE-EOF TO TRUE
           END-START
           IF WS-PS-STATUS NOT = '00'
               SET WS-STORE-EOF TO TRUE
           END-IF
           PERFORM PARA-LOAD-PRIME UNTIL WS-STORE-EOF.
       PARA-LOAD-SET.
           MOVE 1 TO PRM-SIEVE-FLAG(WS-FLAG-SUB).
       PARA-LOAD-PRIME.
           READ PRM-STORE-FILE NEXT RECORD
               AT END SET WS-STORE-EOF TO TRUE
               NOT AT END
                   IF NOT PS-PRIME
                       OR PS-NUM1 NOT = WS-STORE-NUM1
                       OR PS-NUM2 NOT = WS-STORE-NUM2
                       OR PS-PRIME-VALUE > WS-WIN-HI
                       SET WS-STORE-EOF TO TRUE
                   ELSE
                       COMPUTE WS-FLAG-SUB = PS-PRIME-VALUE
                                           - WS-WIN-LO + 1
                       MOVE 0 TO PRM-SIEVE-FLAG(WS-FLAG-SUB)
                   END-IF
           END-READ
           IF WS-PS-STATUS NOT = '00'
               SET WS-STORE-EOF TO TRUE
           END-IF.
      ******************************************************************
      * PARA-STORE-PRIME - one prime of a range whose entry is being
      * built.  A restarted range lists again from its checkpoint and
      * can meet a prime it already stored before the abend; the
      * duplicate key is expected and passed over.
      ******************************************************************
       PARA-STORE-PRIME.
           MOVE SPACES TO PS-RECORD
           SET PS-PRIME TO TRUE
           MOVE WS-NUM1 TO PS-NUM1
           MOVE WS-NUM2 TO PS-NUM2
           MOVE I TO PS-PRIME-VALUE
           MOVE 0 TO PS-PRIME-COUNT
           MOVE 0 TO PS-TESTED-COUNT
           MOVE PRM-IN-JOB-NAME TO PS-JOB-NAME
           MOVE WS-RUN-DATE TO PS-RUN-DATE
           WRITE PS-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
      ******************************************************************
      * PARA-STORE-COMPLETE - a range served wholly off its own exact
      * entry must come back to the totals stored with it; if it does
      * not, the entry cannot be trusted - its control record and
      * every prime record under its bounds are deleted so the next
      * run sieves the range again from nothing, and this run ends
      * with return code 16 so the chain holds.  Otherwise the entry
      * that served the range is marked used today, which is what
      * HSKEEP ages entries by.  A range whose entry was built as it
      * ran gets its control record now that it is complete, which
      * is what makes the entry usable, and the entries it
      * supersedes are dropped.
      ******************************************************************
       PARA-STORE-COMPLETE.
           IF WS-STORE-FULL
               AND (WS-PRIME-COUNT NOT = WS-STORE-PRIMES
                    OR WS-TESTED-COUNT NOT = WS-STORE-TESTED)
               SET WS-STORE-BAD TO TRUE
               DISPLAY 'PRIME: RESULT STORE TOTALS DO NOT '
                       'MATCH FOR JOB ' PRM-IN-JOB-NAME
                       ' - STORE ENTRY DROPPED'
               MOVE WS-NUM1 TO WS-DROP-NUM1
               MOVE WS-NUM2 TO WS-DROP-NUM2
               PERFORM PARA-DROP-STORED
           ELSE
               IF WS-STORE-HIT
                   PERFORM PARA-TOUCH-STORED
               END-IF
               IF WS-STORE-BUILD
                   PERFORM PARA-STORE-CONTROL
                   PERFORM PARA-DROP-SUPERSEDED
               END-IF
           END-IF.
       PARA-STORE-CONTROL.
           MOVE SPACES TO PS-RECORD
           SET PS-CONTROL TO TRUE
           MOVE WS-NUM1 TO PS-NUM1
           MOVE WS-NUM2 TO PS-NUM2
           MOVE 0 TO PS-PRIME-VALUE
           MOVE WS-PRIME-COUNT TO PS-PRIME-COUNT
           MOVE WS-TESTED-COUNT TO PS-TESTED-COUNT
           MOVE PRM-IN-JOB-NAME TO PS-JOB-NAME
           MOVE WS-RUN-DATE TO PS-RUN-DATE
           WRITE PS-RECORD
               INVALID KEY
                   DISPLAY 'PRIME: RESULT STORE CONTROL '
                           'WRITE FAILED FOR JOB '
                           PRM-IN-JOB-NAME
           END-WRITE.
      ******************************************************************
      * PARA-TOUCH-STORED - stamp the serving entry's control record
      * with today's run date.  On a control record PS-RUN-DATE is
      * the date the entry was last built or used, so an entry that
      * stops being asked for ages off under HSKEEP.
      ******************************************************************
       PARA-TOUCH-STORED.
           SET PS-CONTROL TO TRUE
           MOVE WS-STORE-NUM1 TO PS-NUM1
           MOVE WS-STORE-NUM2 TO PS-NUM2
           MOVE 0 TO PS-PRIME-VALUE
           READ PRM-STORE-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-PS-STATUS = '00'
               MOVE WS-RUN-DATE TO PS-RUN-DATE
               REWRITE PS-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.
      ******************************************************************
      * PARA-DROP-SUPERSEDED - a newly built entry replaces every
      * older entry lying wholly inside its bounds (yesterday's
      * narrower copy of a range that has since widened, or a piece
      * it was built from).  Entries that reach outside the new
      * bounds still hold values it does not and are left to age
      * off under HSKEEP.  The bounds are gathered first and dropped
      * after, so the walk of the control records is not lost under
      * the deletes.
      ******************************************************************
       PARA-DROP-SUPERSEDED.
           MOVE 0 TO WS-SUPER-COUNT
           MOVE 'N' TO WS-STORE-EOF-SW
           SET PS-CONTROL TO TRUE
           MOVE WS-NUM1 TO PS-NUM1
           MOVE 0 TO PS-NUM2
           MOVE 0 TO PS-PRIME-VALUE
           START PRM-STORE-FILE KEY NOT < PS-KEY
               INVALID KEY SET WS-STORE-EOF TO TRUE
           END-START
           IF WS-PS-STATUS NOT = '00'
               SET WS-STORE-EOF TO TRUE
           END-IF
           PERFORM PARA-SCAN-SUPERSEDED UNTIL WS-STORE-EOF
           PERFORM PARA-DROP-ONE-SUPERSEDED
                   VARYING WS-SUPER-SUB FROM 1 BY 1
                   UNTIL WS-SUPER-SUB > WS-SUPER-COUNT.
       PARA-SCAN-SUPERSEDED.
           READ PRM-STORE-FILE NEXT RECORD
               AT END SET WS-STORE-EOF TO TRUE
               NOT AT END
                   IF NOT PS-CONTROL OR PS-NUM1 > WS-NUM2
                       OR WS-SUPER-COUNT >= 50
                       SET WS-STORE-EOF TO TRUE
                   ELSE
                       IF PS-NUM2 <= WS-NUM2
                           AND (PS-NUM1 NOT = WS-NUM1
                                OR PS-NUM2 NOT = WS-NUM2)
                           ADD 1 TO WS-SUPER-COUNT
                           MOVE PS-NUM1
                             TO WS-SUPER-NUM1(WS-SUPER-COUNT)
                           MOVE PS-NUM2
                             TO WS-SUPER-NUM2(WS-SUPER-COUNT)
                       END-IF
                   END-IF
           END-READ
           IF WS-PS-STATUS NOT = '00'
               SET WS-STORE-EOF TO TRUE
           END-IF.
       PARA-DROP-ONE-SUPERSEDED.
           MOVE WS-SUPER-NUM1(WS-SUPER-SUB) TO WS-DROP-NUM1
           MOVE WS-SUPER-NUM2(WS-SUPER-SUB) TO WS-DROP-NUM2
           MOVE WS-DROP-NUM1 TO WS-RPT-NUM1-ED
           MOVE WS-DROP-NUM2 TO WS-RPT-NUM2-ED
           DISPLAY 'PRIME: RESULT STORE ENTRY ' WS-RPT-NUM1-ED
                   ' TO ' WS-RPT-NUM2-ED ' SUPERSEDED BY JOB '
                   PRM-IN-JOB-NAME
           PERFORM PARA-DROP-STORED.
      ******************************************************************
      * PARA-DROP-STORED / PARA-PURGE-STORED-PRIMES - delete the
      * control record for the WS-DROP-NUM1/NUM2 bounds, then every
      * prime record under them: START at the lowest prime key for
      * the bounds and READ NEXT / DELETE until the bounds change.
      * The control record goes first so a run that dies part way
      * leaves prime records nothing trusts, never a control record
      * with primes missing.  The purge alone is also what clears a
      * range's leftovers before its entry is rebuilt.
      ******************************************************************
       PARA-DROP-STORED.
           SET PS-CONTROL TO TRUE
           MOVE WS-DROP-NUM1 TO PS-NUM1
           MOVE WS-DROP-NUM2 TO PS-NUM2
           MOVE 0 TO PS-PRIME-VALUE
           DELETE PRM-STORE-FILE
               INVALID KEY
                   DISPLAY 'PRIME: RESULT STORE DELETE '
                           'FAILED FOR JOB ' PRM-IN-JOB-NAME
           END-DELETE
           PERFORM PARA-PURGE-STORED-PRIMES.
       PARA-PURGE-STORED-PRIMES.
           MOVE 'N' TO WS-STORE-EOF-SW
           SET PS-PRIME TO TRUE
           MOVE WS-DROP-NUM1 TO PS-NUM1
           MOVE WS-DROP-NUM2 TO PS-NUM2
           MOVE 0 TO PS-PRIME-VALUE
           START PRM-STORE-FILE KEY NOT < PS-KEY
               INVALID KEY SET WS-STORE-EOF TO TRUE
           END-START
           IF WS-PS-STATUS NOT = '00'
               SET WS-STORE-EOF TO TRUE
           END-IF
           PERFORM PARA-PURGE-ONE-PRIME UNTIL WS-STORE-EOF.
       PARA-PURGE-ONE-PRIME.
           READ PRM-STORE-FILE NEXT RECORD
               AT END SET WS-STORE-EOF TO TRUE
               NOT AT END
                   IF NOT PS-PRIME
                       OR PS-NUM1 NOT = WS-DROP-NUM1
                       OR PS-NUM2 NOT = WS-DROP-NUM2
                       SET WS-STORE-EOF TO TRUE
                   ELSE
                       DELETE PRM-STORE-FILE
                           INVALID KEY SET WS-STORE-EOF TO TRUE
                       END-DELETE
                   END-IF
           END-READ
           IF WS-PS-STATUS NOT = '00'
               SET WS-STORE-EOF TO TRUE
           END-IF.
