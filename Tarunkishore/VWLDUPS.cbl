      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Weekly duplicate-candidates report over the VWLMST
      *           text master (VWLMREC.CPY).  Every active id with a
      *           normalized text (VM-NORM-TEXT) is compared with
      *           every other: ids whose normalized texts are equal
      *           are exact duplicates; ids whose texts are the same
      *           length with the same vowel and consonant counts and
      *           differ in no more than one or two positions are
      *           probable duplicates.  Matching ids are chained into
      *           clusters and the report lists each cluster with its
      *           ids' last-run dates, so the data stewards can merge
      *           or retire ids.  Optional VWLDPARM parameters: the
      *           most positions a probable match may differ in (col
      *           1, 1 or 2, default 2) and the shortest text checked
      *           for a probable match (cols 3-5, default 5) - very
      *           short texts a character apart are usually not the
      *           same description.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026-10-15  TK  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VWLDUPS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VWL-MASTER-FILE ASSIGN TO "VWLMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-ID
               FILE STATUS IS WS-VM-STATUS.
           SELECT VWL-DPARM-FILE ASSIGN TO "VWLDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DP-STATUS.
           SELECT VWL-DUPS-FILE ASSIGN TO "VWLDUPS"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  VWL-MASTER-FILE.
           COPY VWLMREC.
       FD  VWL-DPARM-FILE.
       01  VWL-DPARM-RECORD.
           05 VD-MAX-DIFF      PIC X(01).
           05 FILLER           PIC X(01).
           05 VD-MIN-LEN       PIC X(03).
       FD  VWL-DUPS-FILE.
       01  VWL-DUPS-RECORD   PIC X(100).
       WORKING-STORAGE SECTION.
       77 WS-VM-STATUS PIC X(02).
       77 WS-DP-STATUS PIC X(02).
       77 WS-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 WS-EOF             VALUE 'Y'.
       77 WS-RUN-DATE PIC 9(08).
       77 WS-MAX-DIFF PIC 9(01) VALUE 2.
       77 WS-MIN-LEN PIC 9(03) VALUE 5.
       77 WS-MIN-LEN-X PIC X(03).
       77 WS-TABLE-MAX PIC 9(04) COMP VALUE 3000.
       77 WS-ID-COUNT PIC 9(04) COMP VALUE 0.
       77 WS-OVER-COUNT PIC 9(7) VALUE 0.
       77 WS-INACTIVE-COUNT PIC 9(7) VALUE 0.
       77 WS-NO-TEXT-COUNT PIC 9(7) VALUE 0.
       77 WS-CLUSTER-HIGH PIC 9(04) COMP VALUE 0.
       77 WS-CLUSTER-COUNT PIC 9(7) VALUE 0.
       77 WS-EXACT-CL-COUNT PIC 9(7) VALUE 0.
       77 WS-PROB-CL-COUNT PIC 9(7) VALUE 0.
       77 WS-CLUSTERED-IDS PIC 9(7) VALUE 0.
       77 WS-SUB-I PIC 9(04) COMP VALUE 0.
       77 WS-SUB-J PIC 9(04) COMP VALUE 0.
       77 WS-SUB-K PIC 9(04) COMP VALUE 0.
       77 WS-SUB-C PIC 9(04) COMP VALUE 0.
       77 WS-FIRST-SUB PIC 9(04) COMP VALUE 0.
       77 WS-CL-LOW PIC 9(04) COMP VALUE 0.
       77 WS-CL-HIGH PIC 9(04) COMP VALUE 0.
       77 WS-MEMBERS PIC 9(04) COMP VALUE 0.
       77 WS-POS PIC 9(03) COMP VALUE 0.
       77 WS-DIFFS PIC 9(03) COMP VALUE 0.
       77 WS-TALLY PIC 9(03) COMP VALUE 0.
       77 WS-MATCH-SW PIC X(01) VALUE 'N'.
           88 WS-MATCH           VALUE 'Y'.
       77 WS-ALL-EXACT-SW PIC X(01) VALUE 'Y'.
           88 WS-ALL-EXACT       VALUE 'Y'.
       77 WS-MATCH-TYPE PIC X(08).
       77 WS-CLUSTER-TYPE PIC X(19).
       77 WS-CL-ED PIC ZZZ9.
       77 WS-COUNT-ED PIC ZZZZZZ9.
       77 WS-LEN-ED PIC ZZ9.
      ******************************************************************
      * Active ids with a normalized text, in VM-ID order as read off
      * the master, with the match signature figured once at load.
      * WS-DT-CLUSTER is 0 until the id matches another; WS-DT-EXACT
      * marks an id with at least one exact twin.
      ******************************************************************
       01 WS-DUP-TABLE.
           05 WS-DUP-ENTRY OCCURS 3000 TIMES.
              10 WS-DT-ID PIC X(06).
              10 WS-DT-LAST-RUN PIC 9(08).
              10 WS-DT-TEXT PIC X(50).
              10 WS-DT-LEN PIC 9(03) COMP.
              10 WS-DT-VOWELS PIC 9(03) COMP.
              10 WS-DT-CONS PIC 9(03) COMP.
              10 WS-DT-CLUSTER PIC 9(04) COMP.
              10 WS-DT-EXACT-SW PIC X(01).
                  88 WS-DT-EXACT    VALUE 'Y'.
       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM A010-GET-PARMS
           OPEN INPUT VWL-MASTER-FILE
           IF WS-VM-STATUS NOT = '00'
               DISPLAY 'VWLDUPS: NO TEXT MASTER TO REPORT ON'
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO VM-ID
           START VWL-MASTER-FILE KEY NOT < VM-ID
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           IF WS-VM-STATUS NOT = '00'
               SET WS-EOF TO TRUE
           END-IF
           PERFORM A100-READ-MASTER UNTIL WS-EOF
           CLOSE VWL-MASTER-FILE
           PERFORM A200-MATCH-ONE-PARA
                   VARYING WS-SUB-I FROM 1 BY 1
                   UNTIL WS-SUB-I > WS-ID-COUNT
           OPEN OUTPUT VWL-DUPS-FILE
           PERFORM A030-WRITE-HEADER
           PERFORM A300-REPORT-CLUSTER
                   VARYING WS-SUB-C FROM 1 BY 1
                   UNTIL WS-SUB-C > WS-CLUSTER-HIGH
           PERFORM A400-WRITE-TRAILER
           CLOSE VWL-DUPS-FILE
           DISPLAY 'VWLDUPS: DUPLICATE CLUSTERS ' WS-CLUSTER-COUNT
           IF WS-OVER-COUNT > 0
               DISPLAY 'VWLDUPS: ' WS-OVER-COUNT ' ACTIVE IDS OVER '
                       'THE TABLE LIMIT NOT CHECKED'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      ******************************************************************
      * A010-GET-PARMS - no VWLDPARM file, or a value out of range,
      * keeps the defaults of 2 differences and length 5.
      ******************************************************************
       A010-GET-PARMS.
           OPEN INPUT VWL-DPARM-FILE
           IF WS-DP-STATUS = '00'
               READ VWL-DPARM-FILE
                   AT END MOVE SPACES TO VWL-DPARM-RECORD
               END-READ
               IF VD-MAX-DIFF = '1' OR VD-MAX-DIFF = '2'
                   MOVE VD-MAX-DIFF TO WS-MAX-DIFF
               ELSE
                   IF VD-MAX-DIFF NOT = SPACE
                       DISPLAY 'VWLDUPS: VWLDPARM MAX DIFFERENCES '
                               VD-MAX-DIFF ' NOT 1 OR 2 - USING '
                               WS-MAX-DIFF
                   END-IF
               END-IF
               MOVE VD-MIN-LEN TO WS-MIN-LEN-X
               INSPECT WS-MIN-LEN-X REPLACING LEADING SPACE BY ZERO
               IF WS-MIN-LEN-X IS NUMERIC AND WS-MIN-LEN-X > '000'
                   AND WS-MIN-LEN-X NOT > '050'
                   MOVE WS-MIN-LEN-X TO WS-MIN-LEN
               ELSE
                   IF VD-MIN-LEN NOT = SPACES
                       DISPLAY 'VWLDUPS: VWLDPARM MIN LENGTH '
                               VD-MIN-LEN ' NOT 1-50 - USING '
                               WS-MIN-LEN
                   END-IF
               END-IF
               CLOSE VWL-DPARM-FILE
           END-IF.
       A030-WRITE-HEADER.
           MOVE WS-MAX-DIFF TO WS-CL-ED
           MOVE WS-MIN-LEN TO WS-LEN-ED
           MOVE SPACES TO VWL-DUPS-RECORD
           STRING 'DUPLICATE-CANDIDATES REPORT  AS OF ' WS-RUN-DATE
                  '  PROBABLE = UP TO' WS-CL-ED
                  ' DIFFERENCES, LENGTH' WS-LEN-ED ' AND OVER'
                  DELIMITED BY SIZE INTO VWL-DUPS-RECORD
           WRITE VWL-DUPS-RECORD
           MOVE SPACES TO VWL-DUPS-RECORD
           WRITE VWL-DUPS-RECORD.
      ******************************************************************
      * A100-READ-MASTER - any non-zero status ends the scan, not just
      * AT END - a master that stops reading mid-scan must not leave
      * the report spinning on the same READ.  Inactive ids are on
      * their way out already; an id with no normalized text has not
      * been fed since the field was added and has nothing to match.
      ******************************************************************
       A100-READ-MASTER.
           READ VWL-MASTER-FILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN NOT VM-ACTIVE
                           ADD 1 TO WS-INACTIVE-COUNT
                       WHEN VM-NORM-TEXT = SPACES
                           ADD 1 TO WS-NO-TEXT-COUNT
                       WHEN WS-ID-COUNT NOT < WS-TABLE-MAX
                           ADD 1 TO WS-OVER-COUNT
                       WHEN OTHER
                           PERFORM A110-LOAD-ONE-PARA
                   END-EVALUATE
           END-READ
           IF WS-VM-STATUS NOT = '00'
               SET WS-EOF TO TRUE
           END-IF.
      ******************************************************************
      * A110-LOAD-ONE-PARA - the signature is the normalized length
      * and the count of vowels and of consonants in it, so a
      * probable match can only have swapped a vowel for a vowel or
      * a consonant for a consonant (or a digit or mark for another).
      ******************************************************************
       A110-LOAD-ONE-PARA.
           ADD 1 TO WS-ID-COUNT
           MOVE VM-ID TO WS-DT-ID(WS-ID-COUNT)
           MOVE VM-LAST-RUN-DATE TO WS-DT-LAST-RUN(WS-ID-COUNT)
           MOVE VM-NORM-TEXT TO WS-DT-TEXT(WS-ID-COUNT)
           MOVE 0 TO WS-DT-CLUSTER(WS-ID-COUNT)
           MOVE 'N' TO WS-DT-EXACT-SW(WS-ID-COUNT)
           PERFORM A111-FIND-LEN-PARA
                   VARYING WS-POS FROM 50 BY -1
                   UNTIL WS-POS = 0
                      OR VM-NORM-TEXT(WS-POS:1) NOT = SPACE
           MOVE WS-POS TO WS-DT-LEN(WS-ID-COUNT)
           MOVE 0 TO WS-TALLY
           INSPECT VM-NORM-TEXT
               TALLYING WS-TALLY FOR ALL 'A', 'E', 'I', 'O', 'U'
           MOVE WS-TALLY TO WS-DT-VOWELS(WS-ID-COUNT)
           MOVE 0 TO WS-TALLY
           INSPECT VM-NORM-TEXT
               TALLYING WS-TALLY FOR ALL 'B', 'C', 'D', 'F', 'G', 'H',
                                         'J', 'K', 'L', 'M', 'N', 'P',
                                         'Q', 'R', 'S', 'T', 'V', 'W',
                                         'X', 'Y', 'Z'
           MOVE WS-TALLY TO WS-DT-CONS(WS-ID-COUNT).
       A111-FIND-LEN-PARA.
           CONTINUE.
      ******************************************************************
      * A200-MATCH-ONE-PARA - compare one id with every id after it in
      * the table.  Only ids of the same normalized length can match
      * at all, exactly or probably.
      ******************************************************************
       A200-MATCH-ONE-PARA.
           COMPUTE WS-SUB-J = WS-SUB-I + 1
           PERFORM A210-MATCH-PAIR-PARA
                   VARYING WS-SUB-J FROM WS-SUB-J BY 1
                   UNTIL WS-SUB-J > WS-ID-COUNT.
       A210-MATCH-PAIR-PARA.
           MOVE 'N' TO WS-MATCH-SW
           IF WS-DT-LEN(WS-SUB-I) = WS-DT-LEN(WS-SUB-J)
               IF WS-DT-TEXT(WS-SUB-I) = WS-DT-TEXT(WS-SUB-J)
                   SET WS-DT-EXACT(WS-SUB-I) TO TRUE
                   SET WS-DT-EXACT(WS-SUB-J) TO TRUE
                   SET WS-MATCH TO TRUE
               ELSE
                   IF WS-DT-LEN(WS-SUB-I) NOT < WS-MIN-LEN
                      AND WS-DT-VOWELS(WS-SUB-I)
                            = WS-DT-VOWELS(WS-SUB-J)
                      AND WS-DT-CONS(WS-SUB-I) = WS-DT-CONS(WS-SUB-J)
                       PERFORM A220-COUNT-DIFFS-PARA
                   END-IF
               END-IF
           END-IF
           IF WS-MATCH
               PERFORM A230-JOIN-CLUSTER-PARA
           END-IF.
      ******************************************************************
      * A220-COUNT-DIFFS-PARA - position by position over the common
      * length, stopping as soon as there are too many to matter.
      ******************************************************************
       A220-COUNT-DIFFS-PARA.
           MOVE 0 TO WS-DIFFS
           PERFORM A221-COMPARE-POS-PARA
                   VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-DT-LEN(WS-SUB-I)
                      OR WS-DIFFS > WS-MAX-DIFF
           IF WS-DIFFS NOT > WS-MAX-DIFF
               SET WS-MATCH TO TRUE
           END-IF.
       A221-COMPARE-POS-PARA.
           IF WS-DT-TEXT(WS-SUB-I)(WS-POS:1)
                   NOT = WS-DT-TEXT(WS-SUB-J)(WS-POS:1)
               ADD 1 TO WS-DIFFS
           END-IF.
      ******************************************************************
      * A230-JOIN-CLUSTER-PARA - put the matched pair in one cluster.
      * Neither in one yet starts a new cluster; one already in a
      * cluster brings the other in; two different clusters are
      * merged under the lower number, so a chain of near matches
      * (A like B, B like C) ends up as one cluster for review.
      ******************************************************************
       A230-JOIN-CLUSTER-PARA.
           EVALUATE TRUE
               WHEN WS-DT-CLUSTER(WS-SUB-I) = 0
                AND WS-DT-CLUSTER(WS-SUB-J) = 0
                   ADD 1 TO WS-CLUSTER-HIGH
                   MOVE WS-CLUSTER-HIGH TO WS-DT-CLUSTER(WS-SUB-I)
                   MOVE WS-CLUSTER-HIGH TO WS-DT-CLUSTER(WS-SUB-J)
               WHEN WS-DT-CLUSTER(WS-SUB-I) = 0
                   MOVE WS-DT-CLUSTER(WS-SUB-J)
                       TO WS-DT-CLUSTER(WS-SUB-I)
               WHEN WS-DT-CLUSTER(WS-SUB-J) = 0
                   MOVE WS-DT-CLUSTER(WS-SUB-I)
                       TO WS-DT-CLUSTER(WS-SUB-J)
               WHEN WS-DT-CLUSTER(WS-SUB-I)
                       NOT = WS-DT-CLUSTER(WS-SUB-J)
                   IF WS-DT-CLUSTER(WS-SUB-I)
                           < WS-DT-CLUSTER(WS-SUB-J)
                       MOVE WS-DT-CLUSTER(WS-SUB-I) TO WS-CL-LOW
                       MOVE WS-DT-CLUSTER(WS-SUB-J) TO WS-CL-HIGH
                   ELSE
                       MOVE WS-DT-CLUSTER(WS-SUB-J) TO WS-CL-LOW
                       MOVE WS-DT-CLUSTER(WS-SUB-I) TO WS-CL-HIGH
                   END-IF
                   PERFORM A231-RENUMBER-PARA
                           VARYING WS-SUB-K FROM 1 BY 1
                           UNTIL WS-SUB-K > WS-ID-COUNT
           END-EVALUATE.
       A231-RENUMBER-PARA.
           IF WS-DT-CLUSTER(WS-SUB-K) = WS-CL-HIGH
               MOVE WS-CL-LOW TO WS-DT-CLUSTER(WS-SUB-K)
           END-IF.
      ******************************************************************
      * A300-REPORT-CLUSTER - cluster numbers left empty by a merge
      * are passed over, so the report numbers clusters afresh.  A
      * cluster whose ids all share one text is an exact group;
      * anything else holds at least one probable match.
      ******************************************************************
       A300-REPORT-CLUSTER.
           MOVE 0 TO WS-MEMBERS
           MOVE 0 TO WS-FIRST-SUB
           SET WS-ALL-EXACT TO TRUE
           PERFORM A310-SIZE-CLUSTER-PARA
                   VARYING WS-SUB-K FROM 1 BY 1
                   UNTIL WS-SUB-K > WS-ID-COUNT
           IF WS-MEMBERS > 0
               ADD 1 TO WS-CLUSTER-COUNT
               ADD WS-MEMBERS TO WS-CLUSTERED-IDS
               IF WS-ALL-EXACT
                   ADD 1 TO WS-EXACT-CL-COUNT
                   MOVE 'EXACT DUPLICATES' TO WS-CLUSTER-TYPE
               ELSE
                   ADD 1 TO WS-PROB-CL-COUNT
                   MOVE 'PROBABLE DUPLICATES' TO WS-CLUSTER-TYPE
               END-IF
               MOVE WS-CLUSTER-COUNT TO WS-CL-ED
               MOVE WS-MEMBERS TO WS-COUNT-ED
               MOVE SPACES TO VWL-DUPS-RECORD
               STRING 'CLUSTER ' WS-CL-ED '  ' WS-CLUSTER-TYPE
                      '  IDS:' WS-COUNT-ED
                      DELIMITED BY SIZE INTO VWL-DUPS-RECORD
               WRITE VWL-DUPS-RECORD
               PERFORM A320-LIST-MEMBER-PARA
                       VARYING WS-SUB-K FROM 1 BY 1
                       UNTIL WS-SUB-K > WS-ID-COUNT
               MOVE SPACES TO VWL-DUPS-RECORD
               WRITE VWL-DUPS-RECORD
           END-IF.
       A310-SIZE-CLUSTER-PARA.
           IF WS-DT-CLUSTER(WS-SUB-K) = WS-SUB-C
               ADD 1 TO WS-MEMBERS
               IF WS-FIRST-SUB = 0
                   MOVE WS-SUB-K TO WS-FIRST-SUB
               ELSE
                   IF WS-DT-TEXT(WS-SUB-K)
                           NOT = WS-DT-TEXT(WS-FIRST-SUB)
                       MOVE 'N' TO WS-ALL-EXACT-SW
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * A320-LIST-MEMBER-PARA - EXACT against an id that has an exact
      * twin in the cluster, PROBABLE against one that is only near
      * another.
      ******************************************************************
       A320-LIST-MEMBER-PARA.
           IF WS-DT-CLUSTER(WS-SUB-K) = WS-SUB-C
               IF WS-DT-EXACT(WS-SUB-K)
                   MOVE 'EXACT' TO WS-MATCH-TYPE
               ELSE
                   MOVE 'PROBABLE' TO WS-MATCH-TYPE
               END-IF
               MOVE SPACES TO VWL-DUPS-RECORD
               STRING '  ID: ' WS-DT-ID(WS-SUB-K)
                      '  LAST RUN: ' WS-DT-LAST-RUN(WS-SUB-K)
                      '  ' WS-MATCH-TYPE
                      '  ' WS-DT-TEXT(WS-SUB-K)
                      DELIMITED BY SIZE INTO VWL-DUPS-RECORD
               WRITE VWL-DUPS-RECORD
           END-IF.
       A400-WRITE-TRAILER.
           MOVE WS-ID-COUNT TO WS-COUNT-ED
           MOVE SPACES TO VWL-DUPS-RECORD
           STRING 'ACTIVE IDS CHECKED:     ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO VWL-DUPS-RECORD
           WRITE VWL-DUPS-RECORD
           MOVE WS-INACTIVE-COUNT TO WS-COUNT-ED
           MOVE SPACES TO VWL-DUPS-RECORD
           STRING 'INACTIVE IDS SKIPPED:   ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO VWL-DUPS-RECORD
           WRITE VWL-DUPS-RECORD
           MOVE WS-NO-TEXT-COUNT TO WS-COUNT-ED
           MOVE SPACES TO VWL-DUPS-RECORD
           STRING 'IDS WITH NO TEXT:       ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO VWL-DUPS-RECORD
           WRITE VWL-DUPS-RECORD
           IF WS-OVER-COUNT > 0
               MOVE WS-OVER-COUNT TO WS-COUNT-ED
               MOVE SPACES TO VWL-DUPS-RECORD
               STRING 'OVER TABLE LIMIT - NOT CHECKED: ' WS-COUNT-ED
                      DELIMITED BY SIZE INTO VWL-DUPS-RECORD
               WRITE VWL-DUPS-RECORD
           END-IF
           MOVE WS-EXACT-CL-COUNT TO WS-COUNT-ED
           MOVE SPACES TO VWL-DUPS-RECORD
           STRING 'EXACT CLUSTERS:         ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO VWL-DUPS-RECORD
           WRITE VWL-DUPS-RECORD
           MOVE WS-PROB-CL-COUNT TO WS-COUNT-ED
           MOVE SPACES TO VWL-DUPS-RECORD
           STRING 'PROBABLE CLUSTERS:      ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO VWL-DUPS-RECORD
           WRITE VWL-DUPS-RECORD
           MOVE WS-CLUSTERED-IDS TO WS-COUNT-ED
           MOVE SPACES TO VWL-DUPS-RECORD
           STRING 'IDS IN CLUSTERS:        ' WS-COUNT-ED
                  DELIMITED BY SIZE INTO VWL-DUPS-RECORD
           WRITE VWL-DUPS-RECORD.
