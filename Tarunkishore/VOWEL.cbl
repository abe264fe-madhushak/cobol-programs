      *                   the suspense file are counted apart from
      *                   the feed so the balancing arithmetic only
      *                   covers what VWLINCTL wrote.
      *   2026-10-15  TK  Text-quality rules - every VWLIN record and
      *                   resubmit is scored against the rules on the
      *                   VWLRULES file (VWLRREC.CPY): no vowels,
      *                   digits, a repeated character, blank once
      *                   trimmed, stray punctuation, the text just
      *                   the record id.  Each rule carries its code,
      *                   severity and on/off switch, so ops add,
      *                   retune or switch off a rule by editing the
      *                   file.  A record hitting any rule goes to the
      *                   VWLQUAL findings file (VWLQREC.CPY) with its
      *                   score and the codes hit; a summary by rule
      *                   code follows the detail lines on VWLOUT, and
      *                   DLAUDIT gets a VWLQUAL row with the run's
      *                   totals plus a VWLQ<code> row per rule
      *                   switched on.  No VWLRULES file just means no
      *                   rules are applied.
      *   2026-10-15  TK  VWLMST now carries a normalized copy of the
      *                   full text (VM-NORM-TEXT - upper-cased,
      *                   leading blanks dropped, blank runs squeezed
      *                   to one) for the weekly VWLDUPS duplicate
      *                   check.  VWL-MARCH-RECORD widened to take the
      *                   longer master record whole.
      *   2026-10-15  TK  DLAUDIT no longer gets a VWLQ<code> row per
      *                   rule - with up to 20 rules they crowded the
      *                   AUDTREND and AUDRPT tables; the single
      *                   VWLQUAL row carries the run's totals and the
      *                   totals by rule code stay on VWLOUT.  A REPEAT
      *                   rule's run length is read right-justified
      *                   from VR-PARM, as VWLRREC documents it.
      *                   VWLMST is created only when it is missing
      *                   (status 35); any other open failure ends
      *                   the run with return code 16 instead of
      *                   overwriting the master with an empty file.
      *                   NOTE AT CUTOVER: VM-NORM-TEXT widened the
      *                   master record to 80 bytes; the existing
      *                   VWLMST must be converted to the 80-byte
      *                   layout (VM-NORM-TEXT blank) before the
      *                   first run of this version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOWEL.
           SELECT VWL-MARCH-FILE ASSIGN TO "VWLMARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARCH-STATUS.
           SELECT VWL-RULE-FILE ASSIGN TO "VWLRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VR-STATUS.
           SELECT VWL-QUAL-FILE ASSIGN TO "VWLQUAL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "DLAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           05 FILLER           PIC X(01).
           05 VP-PURGE-DAYS    PIC X(03).
       FD  VWL-MARCH-FILE.
       01  VWL-MARCH-RECORD  PIC X(100).
       FD  VWL-RULE-FILE.
           COPY VWLRREC.
       FD  VWL-QUAL-FILE.
           COPY VWLQREC.
       FD  AUDIT-LOG-FILE.
           COPY AUDITREC.
           WORKING-STORAGE SECTION.
           77 WS-INACT-ED PIC ZZZZZZ9.
           77 WS-RETIRE-ED PIC ZZZZZZ9.
           77 WS-DAYS-ED PIC ZZZZZZ9.
           77 WS-NORM-TEXT PIC X(50).
           77 WS-NORM-WORK PIC X(50).
           77 WS-NORM-LEN PIC 9(03) COMP VALUE 0.
           77 WS-NORM-IDX PIC 9(03) COMP VALUE 0.
           77 WS-NORM-BLANK-SW PIC X(01) VALUE 'N'.
               88 WS-NORM-BLANK      VALUE 'Y'.
           77 WS-VR-STATUS PIC X(02).
           77 WS-RULE-EOF-SW PIC X(01) VALUE 'N'.
               88 WS-RULE-EOF        VALUE 'Y'.
           77 WS-RULE-COUNT PIC 9(03) COMP VALUE 0.
           77 WS-RULE-MAX PIC 9(03) COMP VALUE 20.
           77 WS-RULE-SUB PIC 9(03) COMP VALUE 0.
           77 WS-RULE-BAD-COUNT PIC 9(03) VALUE 0.
           77 WS-RULE-HIT-SW PIC X(01) VALUE 'N'.
               88 WS-RULE-HIT        VALUE 'Y'.
           77 WS-RULE-OK-SW PIC X(01) VALUE 'N'.
               88 WS-RULE-OK         VALUE 'Y'.
           77 WS-QUAL-CHECK PIC X(08).
               88 WS-CHK-NOVOWEL     VALUE 'NOVOWEL'.
               88 WS-CHK-DIGIT       VALUE 'DIGIT'.
               88 WS-CHK-REPEAT      VALUE 'REPEAT'.
               88 WS-CHK-BLANK       VALUE 'BLANK'.
               88 WS-CHK-PUNCT       VALUE 'PUNCT'.
               88 WS-CHK-IDREPEAT    VALUE 'IDREPEAT'.
               88 WS-CHK-KNOWN       VALUE 'NOVOWEL' 'DIGIT'
                                           'REPEAT' 'BLANK'
                                           'PUNCT' 'IDREPEAT'.
           77 WS-QUAL-SCORE PIC 9(03) VALUE 0.
           77 WS-QUAL-HITS PIC 9(02) VALUE 0.
           77 WS-QUAL-FAIL-COUNT PIC 9(7) VALUE 0.
           77 WS-QUAL-HIT-TOTAL PIC 9(7) VALUE 0.
           77 WS-QUAL-TALLY PIC 9(03) COMP VALUE 0.
           77 WS-QUAL-IDX PIC 9(03) COMP VALUE 0.
           77 WS-QUAL-RUN PIC 9(03) COMP VALUE 0.
           77 WS-QUAL-ID-LEN PIC 9(03) COMP VALUE 0.
           77 WS-QUAL-SQZ-LEN PIC 9(03) COMP VALUE 0.
           77 WS-QUAL-CHUNK PIC 9(03) COMP VALUE 0.
           77 WS-QUAL-Q PIC 9(03) COMP VALUE 0.
           77 WS-QUAL-R PIC 9(03) COMP VALUE 0.
           77 WS-QUAL-CHAR PIC X(01).
           77 WS-QUAL-TEXT PIC X(50).
           77 WS-QUAL-SQZ PIC X(50).
           77 WS-QUAL-ID PIC X(06).
           77 WS-QUAL-PARM-X PIC X(10).
           77 WS-QUAL-ONOFF PIC X(03).
           77 WS-QUAL-ED PIC ZZZZZZ9.
           77 WS-QUAL-ED2 PIC ZZZZZZ9.
           77 WS-QUAL-ED3 PIC ZZZZZZ9.
           77 WS-QUAL-ED4 PIC ZZZZZZ9.
      ******************************************************************
      * Quality rules as loaded off VWLRULES, in file order, with the
      * records each one hit this run.  WS-RL-RUN-LEN is a REPEAT
      * rule's run length taken off its parameter.
      ******************************************************************
           01 WS-RULE-TABLE.
               05 WS-RULE-ENTRY OCCURS 20 TIMES.
                  10 WS-RL-CODE PIC X(04).
                  10 WS-RL-CHECK PIC X(08).
                  10 WS-RL-SEVERITY PIC 9(01).
                  10 WS-RL-SWITCH PIC X(01).
                      88 WS-RL-ON       VALUE 'Y'.
                  10 WS-RL-PARM PIC X(10).
                  10 WS-RL-RUN-LEN PIC 9(02).
                  10 WS-RL-DESC PIC X(30).
                  10 WS-RL-HITS PIC 9(7).
           01 WS-DATE-PARTS.
               05 WS-DP-YYYY PIC 9(04).
               05 WS-DP-MM   PIC 9(02).
       MAIN-PARA.
           PERFORM A010-GET-RUN-STAMP
           PERFORM A015-GET-PARMS
           PERFORM A600-LOAD-RULES-PARA
           OPEN INPUT VWL-IN-FILE
           PERFORM A005-CHECK-HDR-PARA
           IF NOT WS-HDR-OK
           END-IF
           OPEN OUTPUT VWL-OUT-FILE
           OPEN OUTPUT VWL-DELTA-FILE
           OPEN OUTPUT VWL-QUAL-FILE
           PERFORM A030-OPEN-MASTER
           PERFORM A040-OPEN-SUSP
           PERFORM A400-PROCESS-RESUBMITS
               ADD 1 TO WS-REC-COUNT
               ADD 1 TO WS-IN-COUNT
               PERFORM A050-CHECK-LEN-PARA
               PERFORM A610-SCORE-PARA
               MOVE VWL-IN-TEXT-RAW TO WS-STR
               PERFORM A100-PARA
               PERFORM A200-WRITE-PARA
               PERFORM A500-PRESENCE-CHECK
           END-IF
           PERFORM A330-WRITE-DELTA-TRAILER
           PERFORM A680-QUAL-SUMMARY-PARA
           CLOSE VWL-IN-FILE
           CLOSE VWL-OUT-FILE
           CLOSE VWL-DELTA-FILE
           CLOSE VWL-QUAL-FILE
           CLOSE VWL-MASTER-FILE
           CLOSE VWL-SUSP-FILE
           PERFORM A020-WRITE-AUDIT
           MOVE 'EXCEPTIONS' TO AUD-TOTAL-2-LABEL
           MOVE WS-EXCEPT-COUNT TO AUD-TOTAL-2
           WRITE AUD-RECORD
           PERFORM A025-WRITE-QUAL-AUDIT
           CLOSE AUDIT-LOG-FILE.
      ******************************************************************
      * A025-WRITE-QUAL-AUDIT - the quality totals on a VWLQUAL row of
      * their own, so the VOWEL row and AUDRPT's run-over-run match
      * on it are unchanged.  One row per run, whatever the number of
      * rules: RULE HITS is the sum of the totals by rule code, and
      * the totals themselves are on the VWLOUT rule summary.
      ******************************************************************
       A025-WRITE-QUAL-AUDIT.
           MOVE WS-RUN-DATE TO AUD-RUN-DATE
           MOVE WS-JOB-ID TO AUD-JOB-ID
           MOVE 'VWLQUAL' TO AUD-PROGRAM-NAME
           MOVE 'VWLRULES' TO AUD-INPUT-FILE
           MOVE WS-REC-COUNT TO AUD-RECORD-COUNT
           MOVE 'RECS FAILED' TO AUD-TOTAL-1-LABEL
           MOVE WS-QUAL-FAIL-COUNT TO AUD-TOTAL-1
           MOVE 'RULE HITS' TO AUD-TOTAL-2-LABEL
           MOVE WS-QUAL-HIT-TOTAL TO AUD-TOTAL-2
           WRITE AUD-RECORD.
      ******************************************************************
      * A021-OPEN-AUDIT - open EXTEND so this run's audit row lands
      * after the rest of the day's trail; create the file first if
      * this is the very first run and there is nothing yet to extend.
           END-IF.
      ******************************************************************
      * A030-OPEN-MASTER - open I-O so existing ids can be compared
      * and rewritten; create the file first only when it is not
      * there at all (status 35, the very first run).  Any other
      * failure - an unconverted master of the old record length
      * among them - must not be written over with an empty file:
      * the status is shown and the run ends with return code 16
      * before anything is read.
      ******************************************************************
       A030-OPEN-MASTER.
           OPEN I-O VWL-MASTER-FILE
           IF WS-VM-STATUS = '35'
               OPEN OUTPUT VWL-MASTER-FILE
               CLOSE VWL-MASTER-FILE
               OPEN I-O VWL-MASTER-FILE
           END-IF
           IF WS-VM-STATUS NOT = '00'
               DISPLAY 'VOWEL: VWLMST OPEN FAILED STATUS '
                       WS-VM-STATUS
               CLOSE VWL-IN-FILE
               CLOSE VWL-OUT-FILE
               CLOSE VWL-DELTA-FILE
               CLOSE VWL-QUAL-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      ******************************************************************
      * A300-UPDATE-MASTER-PARA - an id not yet on the master is
           MOVE WS-CTR-CONS TO VM-CTR-CONS
           MOVE WS-STR-LEN TO VM-TEXT-LEN
           MOVE WS-RUN-DATE TO VM-LAST-RUN-DATE
           SET VM-ACTIVE TO TRUE
           PERFORM A325-NORMALIZE-PARA
           MOVE WS-NORM-TEXT TO VM-NORM-TEXT.
      ******************************************************************
      * A325-NORMALIZE-PARA - the full 50-byte text, not the 15 bytes
      * the tallies see, upper-cased with leading blanks dropped and
      * every run of blanks inside it cut to one, so two ids keyed
      * with different spacing or case compare equal.
      ******************************************************************
       A325-NORMALIZE-PARA.
           MOVE VWL-IN-TEXT-RAW TO WS-NORM-WORK
           INSPECT WS-NORM-WORK
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO WS-NORM-TEXT
           MOVE 0 TO WS-NORM-LEN
           MOVE 'N' TO WS-NORM-BLANK-SW
           PERFORM A326-NORMALIZE-CHAR-PARA
                   VARYING WS-NORM-IDX FROM 1 BY 1
                   UNTIL WS-NORM-IDX > 50.
       A326-NORMALIZE-CHAR-PARA.
           IF WS-NORM-WORK(WS-NORM-IDX:1) = SPACE
               SET WS-NORM-BLANK TO TRUE
           ELSE
               IF WS-NORM-BLANK AND WS-NORM-LEN > 0
                   ADD 1 TO WS-NORM-LEN
               END-IF
               ADD 1 TO WS-NORM-LEN
               MOVE WS-NORM-WORK(WS-NORM-IDX:1)
                   TO WS-NORM-TEXT(WS-NORM-LEN:1)
               MOVE 'N' TO WS-NORM-BLANK-SW
           END-IF.
       A330-WRITE-DELTA-TRAILER.
           MOVE SPACES TO VWL-DELTA-RECORD
           MOVE WS-DELTA-COUNT TO WS-DELTA-ED
           ADD 1 TO WS-REC-COUNT
           ADD 1 TO WS-RESUB-DONE
           PERFORM A050-CHECK-LEN-PARA
           PERFORM A610-SCORE-PARA
           MOVE VWL-IN-TEXT-RAW TO WS-STR
           PERFORM A100-PARA
           PERFORM A200-WRITE-PARA
                  '  CONSONANTS: ' WS-OUT-CONS-ED
                  DELIMITED BY SIZE INTO VWL-OUT-RECORD
           WRITE VWL-OUT-RECORD.
      ******************************************************************
      * A600-LOAD-RULES-PARA - read the quality rules into the table
      * once, ahead of the VWLIN pass.  A '*' in column 1 or an empty
      * line is a comment; a line with no code, a check type this
      * program does not know, a severity that is not 1-9 or a switch
      * that is not Y/N is shown on the console and left out - the
      * summary counts it as rejected.  A missing file just means no
      * rules this run.
      ******************************************************************
       A600-LOAD-RULES-PARA.
           MOVE 0 TO WS-RULE-COUNT
           MOVE 0 TO WS-RULE-BAD-COUNT
           MOVE 'N' TO WS-RULE-EOF-SW
           OPEN INPUT VWL-RULE-FILE
           IF WS-VR-STATUS NOT = '00'
               DISPLAY 'VOWEL: NO VWLRULES FILE - NO QUALITY RULES '
                       'APPLIED'
           ELSE
               PERFORM A601-READ-RULE-PARA
               PERFORM A602-LOAD-ONE-RULE UNTIL WS-RULE-EOF
               CLOSE VWL-RULE-FILE
           END-IF.
       A601-READ-RULE-PARA.
           READ VWL-RULE-FILE
               AT END SET WS-RULE-EOF TO TRUE
           END-READ
           IF WS-VR-STATUS NOT = '00'
               SET WS-RULE-EOF TO TRUE
           END-IF.
       A602-LOAD-ONE-RULE.
           IF VR-RECORD(1:1) NOT = '*' AND VR-RECORD NOT = SPACES
               PERFORM A603-EDIT-RULE-PARA
               IF WS-RULE-OK
                   PERFORM A604-STORE-RULE-PARA
               ELSE
                   ADD 1 TO WS-RULE-BAD-COUNT
               END-IF
           END-IF
           PERFORM A601-READ-RULE-PARA.
       A603-EDIT-RULE-PARA.
           SET WS-RULE-OK TO TRUE
           MOVE VR-CHECK TO WS-QUAL-CHECK
           EVALUATE TRUE
               WHEN VR-RULE-CODE = SPACES
                   DISPLAY 'VOWEL: VWLRULES LINE WITH NO RULE CODE '
                           'IGNORED'
                   MOVE 'N' TO WS-RULE-OK-SW
               WHEN NOT WS-CHK-KNOWN
                   DISPLAY 'VOWEL: VWLRULES RULE ' VR-RULE-CODE
                           ' UNKNOWN CHECK ' VR-CHECK ' - IGNORED'
                   MOVE 'N' TO WS-RULE-OK-SW
               WHEN VR-SEVERITY NOT NUMERIC OR VR-SEVERITY = '0'
                   DISPLAY 'VOWEL: VWLRULES RULE ' VR-RULE-CODE
                           ' SEVERITY NOT 1-9 - IGNORED'
                   MOVE 'N' TO WS-RULE-OK-SW
               WHEN NOT VR-RULE-ON AND NOT VR-RULE-OFF
                   DISPLAY 'VOWEL: VWLRULES RULE ' VR-RULE-CODE
                           ' SWITCH NOT Y OR N - IGNORED'
                   MOVE 'N' TO WS-RULE-OK-SW
               WHEN WS-RULE-COUNT NOT < WS-RULE-MAX
                   DISPLAY 'VOWEL: VWLRULES RULE ' VR-RULE-CODE
                           ' OVER THE RULE TABLE LIMIT - IGNORED'
                   MOVE 'N' TO WS-RULE-OK-SW
           END-EVALUATE.
      ******************************************************************
      * A604-STORE-RULE-PARA - a REPEAT rule's parameter is the run
      * length that counts as repeated, right-justified in VR-PARM as
      * VWLRREC lays it down, so only the last two bytes are read (a
      * single digit with a blank ahead of it is fine); blank,
      * non-numeric or under 2 falls back to 3 in a row.
      ******************************************************************
       A604-STORE-RULE-PARA.
           ADD 1 TO WS-RULE-COUNT
           MOVE VR-RULE-CODE TO WS-RL-CODE(WS-RULE-COUNT)
           MOVE VR-CHECK TO WS-RL-CHECK(WS-RULE-COUNT)
           MOVE VR-SEVERITY TO WS-RL-SEVERITY(WS-RULE-COUNT)
           MOVE VR-SWITCH TO WS-RL-SWITCH(WS-RULE-COUNT)
           MOVE VR-PARM TO WS-RL-PARM(WS-RULE-COUNT)
           MOVE VR-DESC TO WS-RL-DESC(WS-RULE-COUNT)
           MOVE 0 TO WS-RL-HITS(WS-RULE-COUNT)
           MOVE 3 TO WS-RL-RUN-LEN(WS-RULE-COUNT)
           IF WS-CHK-REPEAT
               MOVE VR-PARM(9:2) TO WS-QUAL-PARM-X
               IF WS-QUAL-PARM-X(1:1) = SPACE
                   MOVE '0' TO WS-QUAL-PARM-X(1:1)
               END-IF
               IF WS-QUAL-PARM-X(1:2) IS NUMERIC
                   AND WS-QUAL-PARM-X(1:2) > '01'
                   MOVE WS-QUAL-PARM-X(1:2)
                       TO WS-RL-RUN-LEN(WS-RULE-COUNT)
               END-IF
           END-IF.
      ******************************************************************
      * A610-SCORE-PARA - run one record's full 50-byte text through
      * every rule switched on.  Checks are made on an upper-cased
      * copy so case never matters; WS-LEN is the trimmed length
      * A050-CHECK-LEN-PARA just measured.  The score is the sum of
      * the severities hit; any hit at all puts the record on the
      * findings file with the first ten codes it hit.
      ******************************************************************
       A610-SCORE-PARA.
           MOVE 0 TO WS-QUAL-SCORE
           MOVE 0 TO WS-QUAL-HITS
           MOVE SPACES TO VQ-RECORD
           MOVE VWL-IN-TEXT-RAW TO WS-QUAL-TEXT
           INSPECT WS-QUAL-TEXT
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM A620-APPLY-RULE-PARA
                   VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-COUNT
           IF WS-QUAL-HITS > 0
               ADD 1 TO WS-QUAL-FAIL-COUNT
               MOVE VWL-IN-ID TO VQ-ID
               MOVE WS-RUN-DATE TO VQ-RUN-DATE
               MOVE WS-QUAL-SCORE TO VQ-SCORE
               MOVE WS-QUAL-HITS TO VQ-HIT-COUNT
               MOVE VWL-IN-TEXT-RAW TO VQ-TEXT
               WRITE VQ-RECORD
           END-IF.
      ******************************************************************
      * A620-APPLY-RULE-PARA - a blank record can only hit BLANK; the
      * other checks have nothing to look at.
      ******************************************************************
       A620-APPLY-RULE-PARA.
           IF WS-RL-ON(WS-RULE-SUB)
               MOVE 'N' TO WS-RULE-HIT-SW
               MOVE WS-RL-CHECK(WS-RULE-SUB) TO WS-QUAL-CHECK
               EVALUATE TRUE
                   WHEN WS-CHK-BLANK
                       IF WS-LEN = 0
                           SET WS-RULE-HIT TO TRUE
                       END-IF
                   WHEN WS-LEN = 0
                       CONTINUE
                   WHEN WS-CHK-NOVOWEL
                       PERFORM A630-NOVOWEL-PARA
                   WHEN WS-CHK-DIGIT
                       PERFORM A635-DIGIT-PARA
                   WHEN WS-CHK-REPEAT
                       PERFORM A640-REPEAT-PARA
                   WHEN WS-CHK-PUNCT
                       PERFORM A645-PUNCT-PARA
                   WHEN WS-CHK-IDREPEAT
                       PERFORM A650-IDREPEAT-PARA
               END-EVALUATE
               IF WS-RULE-HIT
                   ADD 1 TO WS-RL-HITS(WS-RULE-SUB)
                   ADD 1 TO WS-QUAL-HIT-TOTAL
                   ADD 1 TO WS-QUAL-HITS
                   ADD WS-RL-SEVERITY(WS-RULE-SUB) TO WS-QUAL-SCORE
                   IF WS-QUAL-HITS NOT > 10
                       MOVE WS-RL-CODE(WS-RULE-SUB)
                           TO VQ-RULE-HIT(WS-QUAL-HITS)
                   END-IF
               END-IF
           END-IF.
       A630-NOVOWEL-PARA.
           MOVE 0 TO WS-QUAL-TALLY
           INSPECT WS-QUAL-TEXT(1:WS-LEN)
               TALLYING WS-QUAL-TALLY FOR ALL 'A', 'E', 'I', 'O', 'U'
           IF WS-QUAL-TALLY = 0
               SET WS-RULE-HIT TO TRUE
           END-IF.
       A635-DIGIT-PARA.
           MOVE 0 TO WS-QUAL-TALLY
           INSPECT WS-QUAL-TEXT(1:WS-LEN)
               TALLYING WS-QUAL-TALLY FOR ALL '0', '1', '2', '3', '4',
                                              '5', '6', '7', '8', '9'
           IF WS-QUAL-TALLY > 0
               SET WS-RULE-HIT TO TRUE
           END-IF.
      ******************************************************************
      * A640-REPEAT-PARA - the same non-blank character WS-RL-RUN-LEN
      * or more times in a row.
      ******************************************************************
       A640-REPEAT-PARA.
           MOVE 1 TO WS-QUAL-RUN
           PERFORM A641-REPEAT-STEP-PARA
                   VARYING WS-QUAL-IDX FROM 2 BY 1
                   UNTIL WS-QUAL-IDX > WS-LEN OR WS-RULE-HIT.
       A641-REPEAT-STEP-PARA.
           IF WS-QUAL-TEXT(WS-QUAL-IDX:1)
                   = WS-QUAL-TEXT(WS-QUAL-IDX - 1:1)
               AND WS-QUAL-TEXT(WS-QUAL-IDX:1) NOT = SPACE
               ADD 1 TO WS-QUAL-RUN
               IF WS-QUAL-RUN NOT < WS-RL-RUN-LEN(WS-RULE-SUB)
                   SET WS-RULE-HIT TO TRUE
               END-IF
           ELSE
               MOVE 1 TO WS-QUAL-RUN
           END-IF.
      ******************************************************************
      * A645-PUNCT-PARA - anything not a letter, digit or blank is
      * stray unless it is listed in the rule's parameter.
      ******************************************************************
       A645-PUNCT-PARA.
           PERFORM A646-PUNCT-STEP-PARA
                   VARYING WS-QUAL-IDX FROM 1 BY 1
                   UNTIL WS-QUAL-IDX > WS-LEN OR WS-RULE-HIT.
       A646-PUNCT-STEP-PARA.
           MOVE WS-QUAL-TEXT(WS-QUAL-IDX:1) TO WS-QUAL-CHAR
           IF WS-QUAL-CHAR IS NOT ALPHABETIC
               AND WS-QUAL-CHAR IS NOT NUMERIC
               MOVE 0 TO WS-QUAL-TALLY
               INSPECT WS-RL-PARM(WS-RULE-SUB)
                   TALLYING WS-QUAL-TALLY FOR ALL WS-QUAL-CHAR
               IF WS-QUAL-TALLY = 0
                   SET WS-RULE-HIT TO TRUE
               END-IF
           END-IF.
      ******************************************************************
      * A650-IDREPEAT-PARA - the text with its blanks squeezed out is
      * nothing but the record id, once or over and over.
      ******************************************************************
       A650-IDREPEAT-PARA.
           MOVE VWL-IN-ID TO WS-QUAL-ID
           INSPECT WS-QUAL-ID
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM A651-FIND-ID-LEN-PARA
                   VARYING WS-QUAL-ID-LEN FROM 6 BY -1
                   UNTIL WS-QUAL-ID-LEN = 0
                      OR WS-QUAL-ID(WS-QUAL-ID-LEN:1) NOT = SPACE
           IF WS-QUAL-ID-LEN > 0
               MOVE SPACES TO WS-QUAL-SQZ
               MOVE 0 TO WS-QUAL-SQZ-LEN
               PERFORM A652-SQUEEZE-PARA
                       VARYING WS-QUAL-IDX FROM 1 BY 1
                       UNTIL WS-QUAL-IDX > WS-LEN
               DIVIDE WS-QUAL-SQZ-LEN BY WS-QUAL-ID-LEN
                   GIVING WS-QUAL-Q REMAINDER WS-QUAL-R
               IF WS-QUAL-Q > 0 AND WS-QUAL-R = 0
                   SET WS-RULE-HIT TO TRUE
                   PERFORM A653-MATCH-CHUNK-PARA
                           VARYING WS-QUAL-CHUNK FROM 1
                           BY WS-QUAL-ID-LEN
                           UNTIL WS-QUAL-CHUNK > WS-QUAL-SQZ-LEN
                              OR NOT WS-RULE-HIT
               END-IF
           END-IF.
       A651-FIND-ID-LEN-PARA.
           CONTINUE.
       A652-SQUEEZE-PARA.
           IF WS-QUAL-TEXT(WS-QUAL-IDX:1) NOT = SPACE
               ADD 1 TO WS-QUAL-SQZ-LEN
               MOVE WS-QUAL-TEXT(WS-QUAL-IDX:1)
                   TO WS-QUAL-SQZ(WS-QUAL-SQZ-LEN:1)
           END-IF.
       A653-MATCH-CHUNK-PARA.
           IF WS-QUAL-SQZ(WS-QUAL-CHUNK:WS-QUAL-ID-LEN)
                   NOT = WS-QUAL-ID(1:WS-QUAL-ID-LEN)
               MOVE 'N' TO WS-RULE-HIT-SW
           END-IF.
      ******************************************************************
      * A680-QUAL-SUMMARY-PARA - after the detail lines on VWLOUT, one
      * line per rule loaded (switched off ones too, so it is plain
      * what was not checked) and a totals line.
      ******************************************************************
       A680-QUAL-SUMMARY-PARA.
           MOVE SPACES TO VWL-OUT-RECORD
           WRITE VWL-OUT-RECORD
           MOVE SPACES TO VWL-OUT-RECORD
           IF WS-RULE-COUNT = 0
               MOVE 'QUALITY RULE SUMMARY - NO RULES LOADED'
                   TO VWL-OUT-RECORD
           ELSE
               MOVE 'QUALITY RULE SUMMARY - BY RULE CODE'
                   TO VWL-OUT-RECORD
           END-IF
           WRITE VWL-OUT-RECORD
           PERFORM A681-RULE-LINE-PARA
                   VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-COUNT
           MOVE WS-REC-COUNT TO WS-QUAL-ED
           MOVE WS-QUAL-FAIL-COUNT TO WS-QUAL-ED2
           MOVE WS-QUAL-HIT-TOTAL TO WS-QUAL-ED3
           MOVE WS-RULE-BAD-COUNT TO WS-QUAL-ED4
           MOVE SPACES TO VWL-OUT-RECORD
           STRING 'RECORDS SCORED: ' WS-QUAL-ED
                  '  FAILING: ' WS-QUAL-ED2
                  '  RULE HITS: ' WS-QUAL-ED3
                  '  RULES REJECTED: ' WS-QUAL-ED4
                  DELIMITED BY SIZE INTO VWL-OUT-RECORD
           WRITE VWL-OUT-RECORD.
       A681-RULE-LINE-PARA.
           IF WS-RL-ON(WS-RULE-SUB)
               MOVE 'ON ' TO WS-QUAL-ONOFF
           ELSE
               MOVE 'OFF' TO WS-QUAL-ONOFF
           END-IF
           MOVE WS-RL-HITS(WS-RULE-SUB) TO WS-QUAL-ED
           MOVE SPACES TO VWL-OUT-RECORD
           STRING 'RULE ' WS-RL-CODE(WS-RULE-SUB)
                  ' ' WS-RL-CHECK(WS-RULE-SUB)
                  ' SEV ' WS-RL-SEVERITY(WS-RULE-SUB)
                  ' ' WS-QUAL-ONOFF
                  '  RECORDS HIT: ' WS-QUAL-ED
                  '  ' WS-RL-DESC(WS-RULE-SUB)
                  DELIMITED BY SIZE INTO VWL-OUT-RECORD
           WRITE VWL-OUT-RECORD.
