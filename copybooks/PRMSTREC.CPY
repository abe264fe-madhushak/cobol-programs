      ******************************************************************
      * PRMSTREC.CPY
      * PRIME result store record - the primes and control totals of
      * the last full sieve of a range, keyed by the range bounds, so
      * a range sieved again with the same RM-NUM1/RM-NUM2 is listed
      * off the store instead.  Two record types share the key:
      * PS-CONTROL ('C') carries the range's prime and tested counts
      * and is written only once the whole range is complete, so a
      * range with no control record is never trusted; PS-PRIME
      * ('P') holds one prime per record under the same bounds.  The
      * type leads the key so all the control records sort together
      * ahead of the primes and a lookup walks only them.  A control
      * record's PS-PRIME-VALUE is always zero, and its PS-RUN-DATE
      * is the date the entry was last built or served a range -
      * PRIME restamps it on every use, and HSKEEP purges entries
      * (control and prime records both) not used since its cutoff.
      ******************************************************************
       01  PS-RECORD.
           05 PS-KEY.
              10 PS-REC-TYPE        PIC X(01).
                  88 PS-CONTROL             VALUE 'C'.
                  88 PS-PRIME               VALUE 'P'.
              10 PS-NUM1            PIC 9(9).
              10 PS-NUM2            PIC 9(9).
              10 PS-PRIME-VALUE     PIC 9(9).
           05 PS-PRIME-COUNT        PIC 9(9).
           05 PS-TESTED-COUNT       PIC 9(9).
           05 PS-JOB-NAME           PIC X(10).
           05 PS-RUN-DATE           PIC 9(08).
