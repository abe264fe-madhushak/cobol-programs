      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Month-end chargeback of PRIME compute to the
      *           business units.  Finance used to total
      *           PX-TESTED-COUNT off the PRMEXTR trailer records by
      *           hand, pulling the older days back out of PRMEXTAR
      *           with ARCRETR.  Reads the PRMEXTAR archive and then
      *           the online PRMEXTR for the month on the CHGPARM
      *           parameter file (YYYYMM in 1-6; no file or a blank
      *           value bills the month before today) and totals
      *           ranges run, numbers tested and primes delivered per
      *           job-name off the 'T' trailer records alone - a range
      *           that never completed has no trailer and is not
      *           billed.  A range restarted from PRMCKPT after
      *           its trailer was written carries a second trailer
      *           for the same job-name, run date and bounds; only the
      *           last one is billed.  Each run is priced at the
      *           CHGRATE record (RATEREC.CPY) for its job-name in
      *           effect on its run date.  Writes the CHGSTMT
      *           statements, one per business unit, and the CHGLEDGR
      *           ledger summary - one 'D' record per business unit
      *           and a 'T' control record whose total must equal the
      *           sum of the statements.  Runs with no rate in effect
      *           are listed and not billed (return code 4); a rate
      *           file that does not read cleanly, or statements that
      *           do not add back to the control total, stop the run
      *           with return code 8 or 16.  So does a month with more
      *           runs than the run table holds, or a statement or
      *           ledger file that will not open - nothing is written
      *           that would bill only part of the month.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026-10-15  KR  Initial version.
      *   2026-10-15  KR  Run table widened to 20000 entries, a month
      *                   of runs, and a month that still overflows it
      *                   now ends with return code 16 before CHGSTMT
      *                   or CHGLEDGR is written, instead of billing
      *                   the runs that fitted.  CHGSTMT and CHGLEDGR
      *                   open statuses are checked.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRMCHRG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHG-PARM-FILE ASSIGN TO "CHGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CHG-RATE-FILE ASSIGN TO "CHGRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT EXT-ARCH-FILE ASSIGN TO "PRMEXTAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EARC-STATUS.
           SELECT PRM-EXTR-FILE ASSIGN TO "PRMEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT CHG-STMT-FILE ASSIGN TO "CHGSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
           SELECT CHG-LEDGER-FILE ASSIGN TO "CHGLEDGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHG-PARM-FILE.
       01  CHG-PARM-RECORD.
           05 CHG-PARM-MONTH   PIC X(06).
       FD  CHG-RATE-FILE.
           COPY RATEREC.
       FD  EXT-ARCH-FILE.
       01  EXT-ARCH-LINE       PIC X(132).
       FD  PRM-EXTR-FILE.
       01  EXT-LINE            PIC X(132).
       FD  CHG-STMT-FILE.
       01  CHG-STMT-RECORD     PIC X(132).
      ******************************************************************
      * Ledger summary record - one 'D' record per business unit
      * carrying its statement total, then one 'T' control record
      * with the number of statements and the control total Finance
      * posts against.
      ******************************************************************
       FD  CHG-LEDGER-FILE.
       01  LG-RECORD.
           05 LG-REC-TYPE        PIC X(01).
               88 LG-DETAIL              VALUE 'D'.
               88 LG-CONTROL             VALUE 'T'.
           05 LG-MONTH           PIC 9(06).
           05 LG-BUS-UNIT        PIC X(08).
           05 LG-DETAIL-DATA.
              10 LG-RUNS            PIC 9(07).
              10 LG-TESTED          PIC 9(12).
              10 LG-PRIMES          PIC 9(12).
              10 LG-AMOUNT          PIC 9(11)V99.
           05 LG-CONTROL-DATA REDEFINES LG-DETAIL-DATA.
              10 LG-STMT-COUNT      PIC 9(07).
              10 LG-CTL-TESTED      PIC 9(12).
              10 LG-CTL-PRIMES      PIC 9(12).
              10 LG-CONTROL-TOTAL   PIC 9(11)V99.
       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS    PIC X(02).
       01 WS-RATE-STATUS    PIC X(02).
       01 WS-EARC-STATUS    PIC X(02).
       01 WS-EXT-STATUS     PIC X(02).
       01 WS-STMT-STATUS    PIC X(02).
       01 WS-LEDG-STATUS    PIC X(02).
       01 WS-EOF-SWITCH     PIC X(01) VALUE 'N'.
           88 WS-EOF                VALUE 'Y'.
       01 WS-RUN-DATE       PIC 9(08).
      ******************************************************************
      * Billing month - CHGPARM's value, or the month before the run
      * date.  A value that is not a YYYYMM month stops the run with
      * return code 8 rather than billing a month nobody asked for.
      ******************************************************************
       01 WS-MONTH          PIC 9(06) VALUE 0.
       01 WS-MONTH-R REDEFINES WS-MONTH.
           05 WS-MONTH-YYYY     PIC 9(04).
           05 WS-MONTH-MM       PIC 9(02).
       01 WS-PARM-BAD-SW    PIC X(01) VALUE 'N'.
           88 WS-PARM-BAD           VALUE 'Y'.
       01 WS-RATE-BAD-SW    PIC X(01) VALUE 'N'.
           88 WS-RATE-BAD           VALUE 'Y'.
       01 WS-RATE-LINE      PIC 9(5) VALUE 0.
      ******************************************************************
      * The extract record, filled off whichever of the two files is
      * being read - HSKEEP archives PRMEXTR rows byte for byte.
      ******************************************************************
           COPY PRMXREC.
      ******************************************************************
      * Rate table, loaded off CHGRATE as it stands.
      ******************************************************************
       01 WS-RT-TABLE.
           05 WS-RT-ENTRY OCCURS 500 TIMES.
              10 WS-RT-JOB-NAME     PIC X(10).
              10 WS-RT-BUS-UNIT     PIC X(08).
              10 WS-RT-EFF-DATE     PIC 9(08).
              10 WS-RT-RUN-CHARGE   PIC 9(05)V99.
              10 WS-RT-PER-THOU     PIC 9(03)V9(04).
       01 WS-RT-COUNT       PIC 9(3) COMP VALUE 0.
       01 WS-RT-MAX         PIC 9(3) COMP VALUE 500.
       01 WS-RT-SUB         PIC 9(3) COMP VALUE 0.
       01 WS-RT-BEST        PIC 9(3) COMP VALUE 0.
      ******************************************************************
      * One entry per billable run - job-name, run date and bounds -
      * so a restarted range's second trailer replaces its first
      * instead of billing twice.  Priced in place once all the
      * trailers are in.
      ******************************************************************
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 20000 TIMES.
              10 WS-RUN-KEY.
                 15 WS-RUN-JOB-NAME    PIC X(10).
                 15 WS-RUN-RUN-DATE    PIC 9(08).
                 15 WS-RUN-NUM1        PIC 9(09).
                 15 WS-RUN-NUM2        PIC 9(09).
              10 WS-RUN-PRIMES      PIC 9(09).
              10 WS-RUN-TESTED      PIC 9(09).
              10 WS-RUN-BUS-UNIT    PIC X(08).
              10 WS-RUN-AMOUNT      PIC 9(09)V99.
              10 WS-RUN-RATED-SW    PIC X(01).
                  88 WS-RUN-RATED          VALUE 'Y'.
       01 WS-RUN-COUNT      PIC 9(5) COMP VALUE 0.
       01 WS-RUN-MAX        PIC 9(5) COMP VALUE 20000.
       01 WS-RUN-SUB        PIC 9(5) COMP VALUE 0.
       01 WS-NEW-RUN-KEY.
           05 WS-NEW-JOB-NAME   PIC X(10).
           05 WS-NEW-RUN-DATE   PIC 9(08).
           05 WS-NEW-NUM1       PIC 9(09).
           05 WS-NEW-NUM2       PIC 9(09).
      ******************************************************************
      * One entry per business unit and job-name, kept in that order
      * as it is built so the statements come out grouped.
      ******************************************************************
       01 WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 500 TIMES.
              10 WS-JOB-KEY.
                 15 WS-JOB-BUS-UNIT    PIC X(08).
                 15 WS-JOB-NAME        PIC X(10).
              10 WS-JOB-RUNS        PIC 9(07).
              10 WS-JOB-TESTED      PIC 9(12).
              10 WS-JOB-PRIMES      PIC 9(12).
              10 WS-JOB-AMOUNT      PIC 9(11)V99.
       01 WS-JOB-COUNT      PIC 9(3) COMP VALUE 0.
       01 WS-JOB-MAX        PIC 9(3) COMP VALUE 500.
       01 WS-JOB-SUB        PIC 9(3) COMP VALUE 0.
       01 WS-INS-SUB        PIC 9(3) COMP VALUE 0.
       01 WS-MOVE-SUB       PIC 9(3) COMP VALUE 0.
       01 WS-NEW-JOB-KEY.
           05 WS-NEW-BUS-UNIT   PIC X(08).
           05 WS-NEW-JOB        PIC X(10).
       01 WS-FOUND-SWITCH   PIC X(01) VALUE 'N'.
           88 WS-FOUND              VALUE 'Y'.
       01 WS-RT-FULL-SW     PIC X(01) VALUE 'N'.
           88 WS-RT-FULL-WARNED     VALUE 'Y'.
       01 WS-RUN-FULL-SW    PIC X(01) VALUE 'N'.
           88 WS-RUN-FULL           VALUE 'Y'.
       01 WS-JOB-FULL-SW    PIC X(01) VALUE 'N'.
           88 WS-JOB-FULL-WARNED    VALUE 'Y'.
      ******************************************************************
      * Counts and totals.  WS-CONTROL-TOTAL is summed run by run as
      * the runs are priced; WS-STMT-TOTAL is summed off the
      * statements as they are printed.  The two must agree.
      ******************************************************************
       01 WS-TRAILERS-READ  PIC 9(7) VALUE 0.
       01 WS-RESTART-DUPS   PIC 9(7) VALUE 0.
       01 WS-UNRATED-RUNS   PIC 9(7) VALUE 0.
       01 WS-BILLED-RUNS    PIC 9(7) VALUE 0.
       01 WS-STMT-COUNT     PIC 9(7) VALUE 0.
       01 WS-CONTROL-TOTAL  PIC 9(11)V99 VALUE 0.
       01 WS-STMT-TOTAL     PIC 9(11)V99 VALUE 0.
       01 WS-CTL-TESTED     PIC 9(12) VALUE 0.
       01 WS-CTL-PRIMES     PIC 9(12) VALUE 0.
       01 WS-BU-RUNS        PIC 9(07) VALUE 0.
       01 WS-BU-TESTED      PIC 9(12) VALUE 0.
       01 WS-BU-PRIMES      PIC 9(12) VALUE 0.
       01 WS-BU-AMOUNT      PIC 9(11)V99 VALUE 0.
       01 WS-CUR-BUS-UNIT   PIC X(08) VALUE SPACES.
       01 WS-DATE-X         PIC X(08).
       01 WS-CNT-ED         PIC ZZZ,ZZ9.
       01 WS-BIG-ED         PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-BIG2-ED        PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-AMT-ED         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-NUM-ED         PIC Z(8)9.
       01 WS-NUM2-ED        PIC Z(8)9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM PARA-GET-PARMS
           IF WS-PARM-BAD
               DISPLAY 'PRMCHRG: BAD CHGPARM MONTH - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM PARA-LOAD-RATES
           IF WS-RATE-BAD
               DISPLAY 'PRMCHRG: CHGRATE NOT USABLE - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM PARA-READ-ARCHIVE
           PERFORM PARA-READ-ONLINE
           IF WS-RUN-FULL
               DISPLAY 'PRMCHRG: MORE RUNS THAN THE RUN TABLE '
                       'HOLDS - RUN STOPPED, NOTHING BILLED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM PARA-PRICE-RUN
                   VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB > WS-RUN-COUNT
           OPEN OUTPUT CHG-STMT-FILE
           IF WS-STMT-STATUS NOT = '00'
               DISPLAY 'PRMCHRG: CHGSTMT OPEN FAILED STATUS '
                       WS-STMT-STATUS ' - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CHG-LEDGER-FILE
           IF WS-LEDG-STATUS NOT = '00'
               DISPLAY 'PRMCHRG: CHGLEDGR OPEN FAILED STATUS '
                       WS-LEDG-STATUS ' - RUN STOPPED'
               CLOSE CHG-STMT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM PARA-WRITE-STATEMENTS
           PERFORM PARA-WRITE-UNRATED
           PERFORM PARA-WRITE-SUMMARY
           PERFORM PARA-WRITE-LEDGER-CTL
           CLOSE CHG-STMT-FILE
           CLOSE CHG-LEDGER-FILE
           DISPLAY 'PRMCHRG: BILLING MONTH          ' WS-MONTH
           DISPLAY 'PRMCHRG: TRAILERS READ          ' WS-TRAILERS-READ
           DISPLAY 'PRMCHRG: RESTART DUPLICATES     ' WS-RESTART-DUPS
           DISPLAY 'PRMCHRG: RUNS BILLED            ' WS-BILLED-RUNS
           DISPLAY 'PRMCHRG: RUNS WITH NO RATE      ' WS-UNRATED-RUNS
           DISPLAY 'PRMCHRG: STATEMENTS WRITTEN     ' WS-STMT-COUNT
           IF WS-STMT-TOTAL NOT = WS-CONTROL-TOTAL
               MOVE WS-STMT-TOTAL TO WS-AMT-ED
               DISPLAY 'PRMCHRG: STATEMENTS TOTAL ' WS-AMT-ED
               MOVE WS-CONTROL-TOTAL TO WS-AMT-ED
               DISPLAY 'PRMCHRG: DO NOT MEET CONTROL TOTAL '
                       WS-AMT-ED ' - LEDGER NOT TO BE POSTED'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-UNRATED-RUNS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.
      ******************************************************************
      * PARA-GET-PARMS - the billing month off CHGPARM.  No file, or a
      * blank value, bills the calendar month before the run date -
      * the normal month-end run on the first business day.
      ******************************************************************
       PARA-GET-PARMS.
           MOVE SPACES TO CHG-PARM-MONTH
           OPEN INPUT CHG-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ CHG-PARM-FILE
                   AT END MOVE SPACES TO CHG-PARM-MONTH
               END-READ
               CLOSE CHG-PARM-FILE
           END-IF
           IF CHG-PARM-MONTH = SPACES
               MOVE WS-RUN-DATE(1:6) TO WS-MONTH
               IF WS-MONTH-MM = 1
                   SUBTRACT 1 FROM WS-MONTH-YYYY
                   MOVE 12 TO WS-MONTH-MM
               ELSE
                   SUBTRACT 1 FROM WS-MONTH-MM
               END-IF
           ELSE
               IF CHG-PARM-MONTH IS NUMERIC
                   MOVE CHG-PARM-MONTH TO WS-MONTH
                   IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
                       SET WS-PARM-BAD TO TRUE
                   END-IF
               ELSE
                   SET WS-PARM-BAD TO TRUE
               END-IF
           END-IF.
      ******************************************************************
      * PARA-LOAD-RATES - every non-blank CHGRATE line must carry a
      * job-name, a business unit and numeric date and charges.  A
      * bad line, a missing file or a full table means part of the
      * month would be billed off rates nobody set, so the run stops.
      ******************************************************************
       PARA-LOAD-RATES.
           OPEN INPUT CHG-RATE-FILE
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY 'PRMCHRG: NO CHGRATE RATE FILE'
               SET WS-RATE-BAD TO TRUE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM PARA-LOAD-RATE-ONE UNTIL WS-EOF
               CLOSE CHG-RATE-FILE
           END-IF.
       PARA-LOAD-RATE-ONE.
           READ CHG-RATE-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RATE-LINE
                   IF RT-RECORD NOT = SPACES
                       PERFORM PARA-CHECK-RATE
                   END-IF
           END-READ.
       PARA-CHECK-RATE.
           IF RT-JOB-NAME = SPACES
               OR RT-BUS-UNIT = SPACES
               OR RT-EFF-DATE IS NOT NUMERIC
               OR RT-RUN-CHARGE IS NOT NUMERIC
               OR RT-PER-THOU IS NOT NUMERIC
               SET WS-RATE-BAD TO TRUE
               DISPLAY 'PRMCHRG: CHGRATE LINE ' WS-RATE-LINE
                       ' IS NOT A VALID RATE'
           ELSE
               IF WS-RT-COUNT NOT < WS-RT-MAX
                   IF NOT WS-RT-FULL-WARNED
                       SET WS-RT-FULL-WARNED TO TRUE
                       SET WS-RATE-BAD TO TRUE
                       DISPLAY 'PRMCHRG: RATE TABLE FULL AT 500'
                   END-IF
               ELSE
                   ADD 1 TO WS-RT-COUNT
                   MOVE RT-JOB-NAME TO WS-RT-JOB-NAME(WS-RT-COUNT)
                   MOVE RT-BUS-UNIT TO WS-RT-BUS-UNIT(WS-RT-COUNT)
                   MOVE RT-EFF-DATE TO WS-RT-EFF-DATE(WS-RT-COUNT)
                   MOVE RT-RUN-CHARGE
                     TO WS-RT-RUN-CHARGE(WS-RT-COUNT)
                   MOVE RT-PER-THOU TO WS-RT-PER-THOU(WS-RT-COUNT)
               END-IF
           END-IF.
      ******************************************************************
      * PARA-READ-ARCHIVE / PARA-READ-ONLINE - the archive holds the
      * older days, so it is read first; a trailer met again later
      * (a restart, or a row HSKEEP archived and a rerun put back)
      * replaces the one already held.  Only trailer records for the
      * billing month are kept.
      ******************************************************************
       PARA-READ-ARCHIVE.
           OPEN INPUT EXT-ARCH-FILE
           IF WS-EARC-STATUS NOT = '00'
               DISPLAY 'PRMCHRG: NO PRMEXTAR ARCHIVE - ONLINE '
                       'EXTRACT ONLY'
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM PARA-READ-ARCH-ONE UNTIL WS-EOF
               CLOSE EXT-ARCH-FILE
           END-IF.
       PARA-READ-ARCH-ONE.
           READ EXT-ARCH-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   MOVE EXT-ARCH-LINE TO PX-RECORD
                   PERFORM PARA-TAKE-EXTRACT
           END-READ.
       PARA-READ-ONLINE.
           OPEN INPUT PRM-EXTR-FILE
           IF WS-EXT-STATUS NOT = '00'
               DISPLAY 'PRMCHRG: NO PRMEXTR EXTRACT - ARCHIVE ONLY'
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM PARA-READ-EXT-ONE UNTIL WS-EOF
               CLOSE PRM-EXTR-FILE
           END-IF.
       PARA-READ-EXT-ONE.
           READ PRM-EXTR-FILE
               AT END SET WS-EOF TO TRUE
               NOT AT END
                   MOVE EXT-LINE TO PX-RECORD
                   PERFORM PARA-TAKE-EXTRACT
           END-READ.
       PARA-TAKE-EXTRACT.
           MOVE PX-RUN-DATE TO WS-DATE-X
           IF PX-TRAILER
               AND WS-DATE-X IS NUMERIC
               AND WS-DATE-X(1:6) = WS-MONTH
               ADD 1 TO WS-TRAILERS-READ
               MOVE PX-JOB-NAME TO WS-NEW-JOB-NAME
               MOVE PX-RUN-DATE TO WS-NEW-RUN-DATE
               MOVE PX-NUM1 TO WS-NEW-NUM1
               MOVE PX-NUM2 TO WS-NEW-NUM2
               MOVE 'N' TO WS-FOUND-SWITCH
               PERFORM PARA-FIND-RUN
                       VARYING WS-RUN-SUB FROM 1 BY 1
                       UNTIL WS-RUN-SUB > WS-RUN-COUNT OR WS-FOUND
               IF WS-FOUND
                   SUBTRACT 1 FROM WS-RUN-SUB
                   ADD 1 TO WS-RESTART-DUPS
                   DISPLAY 'PRMCHRG: RESTART DUPLICATE BILLED ONCE - '
                           PX-JOB-NAME ' ' PX-RUN-DATE
                   MOVE PX-PRIME-COUNT TO WS-RUN-PRIMES(WS-RUN-SUB)
                   MOVE PX-TESTED-COUNT TO WS-RUN-TESTED(WS-RUN-SUB)
               ELSE
                   PERFORM PARA-ADD-RUN
               END-IF
           END-IF.
       PARA-FIND-RUN.
           IF WS-RUN-KEY(WS-RUN-SUB) = WS-NEW-RUN-KEY
               SET WS-FOUND TO TRUE
           END-IF.
       PARA-ADD-RUN.
           IF WS-RUN-COUNT NOT < WS-RUN-MAX
               IF NOT WS-RUN-FULL
                   SET WS-RUN-FULL TO TRUE
                   DISPLAY 'PRMCHRG: RUN TABLE FULL AT 20000 - '
                           'MONTH CANNOT BE BILLED WHOLE'
               END-IF
           ELSE
               ADD 1 TO WS-RUN-COUNT
               MOVE WS-NEW-RUN-KEY TO WS-RUN-KEY(WS-RUN-COUNT)
               MOVE PX-PRIME-COUNT TO WS-RUN-PRIMES(WS-RUN-COUNT)
               MOVE PX-TESTED-COUNT TO WS-RUN-TESTED(WS-RUN-COUNT)
               MOVE SPACES TO WS-RUN-BUS-UNIT(WS-RUN-COUNT)
               MOVE 0 TO WS-RUN-AMOUNT(WS-RUN-COUNT)
               MOVE 'N' TO WS-RUN-RATED-SW(WS-RUN-COUNT)
           END-IF.
      ******************************************************************
      * PARA-PRICE-RUN - the rate in effect is the job-name's rate
      * with the latest effective date on or before the run date.
      * The per-thousand charge is pro rata on the numbers tested and
      * the run's charge is rounded to the cent once, here, so the
      * statements and the control total add the same pennies.
      ******************************************************************
       PARA-PRICE-RUN.
           MOVE 0 TO WS-RT-BEST
           PERFORM PARA-FIND-RATE
                   VARYING WS-RT-SUB FROM 1 BY 1
                   UNTIL WS-RT-SUB > WS-RT-COUNT
           IF WS-RT-BEST = 0
               ADD 1 TO WS-UNRATED-RUNS
           ELSE
               SET WS-RUN-RATED(WS-RUN-SUB) TO TRUE
               MOVE WS-RT-BUS-UNIT(WS-RT-BEST)
                 TO WS-RUN-BUS-UNIT(WS-RUN-SUB)
               COMPUTE WS-RUN-AMOUNT(WS-RUN-SUB) ROUNDED
                     = WS-RT-RUN-CHARGE(WS-RT-BEST)
                     + WS-RUN-TESTED(WS-RUN-SUB)
                     * WS-RT-PER-THOU(WS-RT-BEST) / 1000
               ADD 1 TO WS-BILLED-RUNS
               ADD WS-RUN-AMOUNT(WS-RUN-SUB) TO WS-CONTROL-TOTAL
               ADD WS-RUN-TESTED(WS-RUN-SUB) TO WS-CTL-TESTED
               ADD WS-RUN-PRIMES(WS-RUN-SUB) TO WS-CTL-PRIMES
               PERFORM PARA-ADD-TO-JOB
           END-IF.
       PARA-FIND-RATE.
           IF WS-RT-JOB-NAME(WS-RT-SUB) = WS-RUN-JOB-NAME(WS-RUN-SUB)
               AND WS-RT-EFF-DATE(WS-RT-SUB)
                   NOT > WS-RUN-RUN-DATE(WS-RUN-SUB)
               IF WS-RT-BEST = 0
                   MOVE WS-RT-SUB TO WS-RT-BEST
               ELSE
                   IF WS-RT-EFF-DATE(WS-RT-SUB)
                      > WS-RT-EFF-DATE(WS-RT-BEST)
                       MOVE WS-RT-SUB TO WS-RT-BEST
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      * PARA-ADD-TO-JOB - find the business unit / job-name entry, or
      * insert it at its place in the table.  A job-name whose rate
      * moved it to another business unit mid-month shows on both
      * statements, each with the runs billed there.
      ******************************************************************
       PARA-ADD-TO-JOB.
           MOVE WS-RUN-BUS-UNIT(WS-RUN-SUB) TO WS-NEW-BUS-UNIT
           MOVE WS-RUN-JOB-NAME(WS-RUN-SUB) TO WS-NEW-JOB
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM PARA-FIND-SLOT
                   VARYING WS-INS-SUB FROM 1 BY 1
                   UNTIL WS-INS-SUB > WS-JOB-COUNT OR WS-FOUND
           IF WS-FOUND
               SUBTRACT 1 FROM WS-INS-SUB
           END-IF
           IF WS-FOUND
               AND WS-JOB-KEY(WS-INS-SUB) = WS-NEW-JOB-KEY
               PERFORM PARA-ACCUM-JOB
           ELSE
               IF WS-JOB-COUNT NOT < WS-JOB-MAX
                   IF NOT WS-JOB-FULL-WARNED
                       SET WS-JOB-FULL-WARNED TO TRUE
                       DISPLAY 'PRMCHRG: JOB TABLE FULL AT 500 - '
                               'STATEMENTS WILL NOT MEET CONTROL'
                   END-IF
               ELSE
                   PERFORM PARA-SHIFT-UP
                           VARYING WS-MOVE-SUB FROM WS-JOB-COUNT BY -1
                           UNTIL WS-MOVE-SUB < WS-INS-SUB
                              OR WS-MOVE-SUB = 0
                   ADD 1 TO WS-JOB-COUNT
                   MOVE WS-NEW-JOB-KEY TO WS-JOB-KEY(WS-INS-SUB)
                   MOVE 0 TO WS-JOB-RUNS(WS-INS-SUB)
                   MOVE 0 TO WS-JOB-TESTED(WS-INS-SUB)
                   MOVE 0 TO WS-JOB-PRIMES(WS-INS-SUB)
                   MOVE 0 TO WS-JOB-AMOUNT(WS-INS-SUB)
                   PERFORM PARA-ACCUM-JOB
               END-IF
           END-IF.
       PARA-FIND-SLOT.
           IF WS-JOB-KEY(WS-INS-SUB) NOT < WS-NEW-JOB-KEY
               SET WS-FOUND TO TRUE
           END-IF.
       PARA-SHIFT-UP.
           MOVE WS-JOB-ENTRY(WS-MOVE-SUB)
             TO WS-JOB-ENTRY(WS-MOVE-SUB + 1).
       PARA-ACCUM-JOB.
           ADD 1 TO WS-JOB-RUNS(WS-INS-SUB)
           ADD WS-RUN-TESTED(WS-RUN-SUB) TO WS-JOB-TESTED(WS-INS-SUB)
           ADD WS-RUN-PRIMES(WS-RUN-SUB) TO WS-JOB-PRIMES(WS-INS-SUB)
           ADD WS-RUN-AMOUNT(WS-RUN-SUB) TO WS-JOB-AMOUNT(WS-INS-SUB).
      ******************************************************************
      * PARA-WRITE-STATEMENTS - one statement per business unit, a
      * line per job-name, closed by the unit total; each unit total
      * also goes to the ledger as a 'D' record.
      ******************************************************************
       PARA-WRITE-STATEMENTS.
           MOVE SPACES TO WS-CUR-BUS-UNIT
           PERFORM PARA-STATEMENT-LINE
                   VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB > WS-JOB-COUNT
           IF WS-JOB-COUNT > 0
               PERFORM PARA-CLOSE-STATEMENT
           ELSE
               MOVE SPACES TO CHG-STMT-RECORD
               STRING 'CHARGEBACK  MONTH: ' WS-MONTH
                      '  NO BILLABLE RUNS'
                      DELIMITED BY SIZE INTO CHG-STMT-RECORD
               WRITE CHG-STMT-RECORD
           END-IF.
       PARA-STATEMENT-LINE.
           IF WS-JOB-BUS-UNIT(WS-JOB-SUB) NOT = WS-CUR-BUS-UNIT
               IF WS-JOB-SUB > 1
                   PERFORM PARA-CLOSE-STATEMENT
               END-IF
               PERFORM PARA-OPEN-STATEMENT
           END-IF
           ADD WS-JOB-RUNS(WS-JOB-SUB) TO WS-BU-RUNS
           ADD WS-JOB-TESTED(WS-JOB-SUB) TO WS-BU-TESTED
           ADD WS-JOB-PRIMES(WS-JOB-SUB) TO WS-BU-PRIMES
           ADD WS-JOB-AMOUNT(WS-JOB-SUB) TO WS-BU-AMOUNT
           MOVE WS-JOB-RUNS(WS-JOB-SUB) TO WS-CNT-ED
           MOVE WS-JOB-TESTED(WS-JOB-SUB) TO WS-BIG-ED
           MOVE WS-JOB-PRIMES(WS-JOB-SUB) TO WS-BIG2-ED
           MOVE WS-JOB-AMOUNT(WS-JOB-SUB) TO WS-AMT-ED
           MOVE SPACES TO CHG-STMT-RECORD
           STRING '  ' WS-JOB-NAME(WS-JOB-SUB)
                  '  ' WS-CNT-ED
                  '  ' WS-BIG-ED
                  '  ' WS-BIG2-ED
                  '  ' WS-AMT-ED
                  DELIMITED BY SIZE INTO CHG-STMT-RECORD
           WRITE CHG-STMT-RECORD.
       PARA-OPEN-STATEMENT.
           MOVE WS-JOB-BUS-UNIT(WS-JOB-SUB) TO WS-CUR-BUS-UNIT
           MOVE 0 TO WS-BU-RUNS
           MOVE 0 TO WS-BU-TESTED
           MOVE 0 TO WS-BU-PRIMES
           MOVE 0 TO WS-BU-AMOUNT
           ADD 1 TO WS-STMT-COUNT
           MOVE SPACES TO CHG-STMT-RECORD
           STRING 'PRIME CHARGEBACK STATEMENT  BUSINESS UNIT: '
                  WS-CUR-BUS-UNIT
                  '  MONTH: ' WS-MONTH
                  '  RUN DATE: ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO CHG-STMT-RECORD
           WRITE CHG-STMT-RECORD
           MOVE SPACES TO CHG-STMT-RECORD
           WRITE CHG-STMT-RECORD
           MOVE SPACES TO CHG-STMT-RECORD
           STRING '  JOB-NAME       RUNS   NUMBERS TESTED'
                  ' PRIMES DELIVERED             CHARGE'
                  DELIMITED BY SIZE INTO CHG-STMT-RECORD
           WRITE CHG-STMT-RECORD.
       PARA-CLOSE-STATEMENT.
           ADD WS-BU-AMOUNT TO WS-STMT-TOTAL
           MOVE WS-BU-RUNS TO WS-CNT-ED
           MOVE WS-BU-TESTED TO WS-BIG-ED
           MOVE WS-BU-PRIMES TO WS-BIG2-ED
           MOVE WS-BU-AMOUNT TO WS-AMT-ED
           MOVE SPACES TO CHG-STMT-RECORD
           STRING '  UNIT TOTAL  ' WS-CNT-ED
                  '  ' WS-BIG-ED
                  '  ' WS-BIG2-ED
                  '  ' WS-AMT-ED
                  DELIMITED BY SIZE INTO CHG-STMT-RECORD
           WRITE CHG-STMT-RECORD
           MOVE SPACES TO CHG-STMT-RECORD
           WRITE CHG-STMT-RECORD
           MOVE SPACES TO LG-RECORD
           SET LG-DETAIL TO TRUE
           MOVE WS-MONTH TO LG-MONTH
           MOVE WS-CUR-BUS-UNIT TO LG-BUS-UNIT
           MOVE WS-BU-RUNS TO LG-RUNS
           MOVE WS-BU-TESTED TO LG-TESTED
           MOVE WS-BU-PRIMES TO LG-PRIMES
           MOVE WS-BU-AMOUNT TO LG-AMOUNT
           WRITE LG-RECORD.
      ******************************************************************
      * PARA-WRITE-UNRATED - runs with no rate in effect on their run
      * date, so Finance can set the rate and rerun the month.
      ******************************************************************
       PARA-WRITE-UNRATED.
           IF WS-UNRATED-RUNS > 0
               MOVE SPACES TO CHG-STMT-RECORD
               MOVE 'RUNS NOT BILLED - NO RATE IN EFFECT ON CHGRATE'
                 TO CHG-STMT-RECORD
               WRITE CHG-STMT-RECORD
               MOVE SPACES TO CHG-STMT-RECORD
               STRING '  JOB-NAME    RUN DATE       FROM        TO'
                      '   NUMBERS TESTED'
                      DELIMITED BY SIZE INTO CHG-STMT-RECORD
               WRITE CHG-STMT-RECORD
               PERFORM PARA-UNRATED-LINE
                       VARYING WS-RUN-SUB FROM 1 BY 1
                       UNTIL WS-RUN-SUB > WS-RUN-COUNT
               MOVE SPACES TO CHG-STMT-RECORD
               WRITE CHG-STMT-RECORD
           END-IF.
       PARA-UNRATED-LINE.
           IF NOT WS-RUN-RATED(WS-RUN-SUB)
               MOVE WS-RUN-NUM1(WS-RUN-SUB) TO WS-NUM-ED
               MOVE WS-RUN-NUM2(WS-RUN-SUB) TO WS-NUM2-ED
               MOVE WS-RUN-TESTED(WS-RUN-SUB) TO WS-BIG-ED
               MOVE SPACES TO CHG-STMT-RECORD
               STRING '  ' WS-RUN-JOB-NAME(WS-RUN-SUB)
                      '  ' WS-RUN-RUN-DATE(WS-RUN-SUB)
                      '  ' WS-NUM-ED ' ' WS-NUM2-ED
                      '  ' WS-BIG-ED
                      DELIMITED BY SIZE INTO CHG-STMT-RECORD
               WRITE CHG-STMT-RECORD
           END-IF.
       PARA-WRITE-SUMMARY.
           MOVE SPACES TO CHG-STMT-RECORD
           STRING 'CHARGEBACK SUMMARY  MONTH: ' WS-MONTH
                  DELIMITED BY SIZE INTO CHG-STMT-RECORD
           WRITE CHG-STMT-RECORD
           MOVE WS-TRAILERS-READ TO WS-CNT-ED
           MOVE SPACES TO CHG-STMT-RECORD
           STRING '  RANGE TRAILERS READ      ' WS-CNT-ED
                  DELIMITED BY SIZE INTO CHG-STMT-RECORD
           WRITE CHG-STMT-RECORD
           MOVE WS-RESTART-DUPS TO WS-CNT-ED
           MOVE SPACES TO CHG-STMT-RECORD
           STRING '  RESTART DUPLICATES       ' WS-CNT-ED
                  DELIMITED BY SIZE INTO CHG-STMT-RECORD
           WRITE CHG-STMT-RECORD
           MOVE WS-BILLED-RUNS TO WS-CNT-ED
           MOVE SPACES TO CHG-STMT-RECORD
           STRING '  RUNS BILLED              ' WS-CNT-ED
                  DELIMITED BY SIZE INTO CHG-STMT-RECORD
           WRITE CHG-STMT-RECORD
           MOVE WS-UNRATED-RUNS TO WS-CNT-ED
           MOVE SPACES TO CHG-STMT-RECORD
           STRING '  RUNS WITH NO RATE        ' WS-CNT-ED
                  DELIMITED BY SIZE INTO CHG-STMT-RECORD
           WRITE CHG-STMT-RECORD
           MOVE WS-STMT-COUNT TO WS-CNT-ED
           MOVE SPACES TO CHG-STMT-RECORD
           STRING '  STATEMENTS               ' WS-CNT-ED
                  DELIMITED BY SIZE INTO CHG-STMT-RECORD
           WRITE CHG-STMT-RECORD
           MOVE WS-STMT-TOTAL TO WS-AMT-ED
           MOVE SPACES TO CHG-STMT-RECORD
           STRING '  STATEMENTS TOTAL   ' WS-AMT-ED
                  DELIMITED BY SIZE INTO CHG-STMT-RECORD
           WRITE CHG-STMT-RECORD
           MOVE WS-CONTROL-TOTAL TO WS-AMT-ED
           MOVE SPACES TO CHG-STMT-RECORD
           STRING '  CONTROL TOTAL      ' WS-AMT-ED
                  DELIMITED BY SIZE INTO CHG-STMT-RECORD
           WRITE CHG-STMT-RECORD.
      ******************************************************************
      * PARA-WRITE-LEDGER-CTL - the ledger's control record carries
      * the total priced run by run, not the sum of the 'D' records,
      * so a ledger that does not foot to its own control is caught
      * by Finance's load as well as by this run's return code.
      ******************************************************************
       PARA-WRITE-LEDGER-CTL.
           MOVE SPACES TO LG-RECORD
           SET LG-CONTROL TO TRUE
           MOVE WS-MONTH TO LG-MONTH
           MOVE WS-STMT-COUNT TO LG-STMT-COUNT
           MOVE WS-CTL-TESTED TO LG-CTL-TESTED
           MOVE WS-CTL-PRIMES TO LG-CTL-PRIMES
           MOVE WS-CONTROL-TOTAL TO LG-CONTROL-TOTAL
           WRITE LG-RECORD.
