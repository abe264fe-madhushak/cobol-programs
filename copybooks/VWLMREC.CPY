      * unseen on VWLIN for more than the configured number of days
      * is flagged inactive, and one unseen past the purge horizon is
      * moved off to the VWLMARCH archive; an inactive id that turns
      * up again goes back to active.  VM-NORM-TEXT is the whole
      * text as last fed, upper-cased with leading blanks dropped and
      * inner blank runs cut to one, for the weekly VWLDUPS duplicate
      * check; an id not fed since the field was added has it blank
      * until its next VOWEL run.
      * NOTE AT CUTOVER: with VM-NORM-TEXT the record is 80 bytes
      * (it was 30).  The existing VWLMST must be converted to the
      * 80-byte layout, VM-NORM-TEXT blank, before the first VOWEL
      * run that uses it - VOWEL stops with return code 16 rather
      * than open a master of the old length.
      ******************************************************************
       01  VM-RECORD.
           05 VM-ID              PIC X(06).
           05 VM-STATUS          PIC X(01).
               88 VM-ACTIVE              VALUE 'A'.
               88 VM-INACTIVE            VALUE 'I'.
           05 VM-NORM-TEXT       PIC X(50).
