      ******************************************************************
      * VWLRREC.CPY
      * Text-quality rule record, one per rule on the VWLRULES flat
      * file VOWEL reads at the start of every run.  VR-CHECK names
      * which of VOWEL's built-in tests the rule applies, so ops can
      * add a rule (a second REPEAT rule with a longer run, a PUNCT
      * rule with a different allowed set), retire one, change its
      * severity or switch it off by editing the file - no
      * recompile.  The tests:
      *   NOVOWEL   no A, E, I, O or U anywhere in the text
      *   DIGIT     a digit anywhere in the text
      *   REPEAT    one character VR-PARM or more times running
      *             (digits, right-justified; blank means 3)
      *   BLANK     nothing but blanks once trimmed
      *   PUNCT     a character that is not a letter, digit or blank
      *             and not one of the characters listed in VR-PARM
      *   IDREPEAT  the text is only the record id, once or repeated
      *             (blanks and letter case ignored)
      * VR-SEVERITY (1-9) is what a hit adds to the record's score.
      * A line with '*' in column 1 is a comment.
      ******************************************************************
       01  VR-RECORD.
           05 VR-RULE-CODE       PIC X(04).
           05 FILLER             PIC X(01).
           05 VR-CHECK           PIC X(08).
           05 FILLER             PIC X(01).
           05 VR-SEVERITY        PIC X(01).
           05 FILLER             PIC X(01).
           05 VR-SWITCH          PIC X(01).
               88 VR-RULE-ON             VALUE 'Y'.
               88 VR-RULE-OFF            VALUE 'N'.
           05 FILLER             PIC X(01).
           05 VR-PARM            PIC X(10).
           05 FILLER             PIC X(01).
           05 VR-DESC            PIC X(30).
