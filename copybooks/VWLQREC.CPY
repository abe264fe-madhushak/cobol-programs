      ******************************************************************
      * VWLQREC.CPY
      * Text-quality finding record, written by VOWEL to the VWLQUAL
      * file for every VWLIN record (or resubmit) that hits at least
      * one rule switched on in VWLRULES (VWLRREC.CPY).  VQ-SCORE is
      * the sum of the severities of the rules hit; the codes of the
      * first ten rules hit are listed, VQ-HIT-COUNT counts them all.
      * The text is the raw 50 bytes as received.
      ******************************************************************
       01  VQ-RECORD.
           05 VQ-ID              PIC X(06).
           05 FILLER             PIC X(01).
           05 VQ-RUN-DATE        PIC 9(08).
           05 FILLER             PIC X(01).
           05 VQ-SCORE           PIC 9(03).
           05 FILLER             PIC X(01).
           05 VQ-HIT-COUNT       PIC 9(02).
           05 FILLER             PIC X(01).
           05 VQ-RULES-HIT.
               10 VQ-RULE-ENTRY OCCURS 10 TIMES.
                   15 VQ-RULE-HIT    PIC X(04).
                   15 FILLER         PIC X(01).
           05 VQ-TEXT            PIC X(50).
