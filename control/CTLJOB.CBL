      *                   step.  An existing CTLSTEPS file picks
      *                   both up by adding the 038 row and keying
      *                   038 as VOWEL's predecessor.
      *   2026-10-15  KR  Added PRMDLVR to the seed chain behind PRIME
      *                   - splits the day's PRMEXTR into one BALREC-
      *                   wrapped outbound file per job-name and
      *                   writes the DLVMANIF delivery manifest; RC 4
      *                   (a partial file was sent) does not count as
      *                   a failure.  Added PRMDACK after HSKEEP -
      *                   matches the units' acknowledgments to the
      *                   manifest and ends RC 4 on a mismatch or an
      *                   overdue acknowledgment.  An existing
      *                   CTLSTEPS file picks both up by adding the
      *                   025 row (predecessor 020) and the 046 row.
      *   2026-10-15  KR  Added PRMVRFY to the seed chain as step 022
      *                   behind PRIME - proves each range from the
      *                   PRMEXTR and PRMCOMP outputs and ends RC 16 on
      *                   any exception - and moved PRMDLVR behind it
      *                   so a range that fails the proof is never
      *                   delivered.  An existing CTLSTEPS file picks
      *                   it up by adding the 022 row (predecessor
      *                   020, highest RC 0) and keying 022 as
      *                   PRMDLVR's predecessor.
      *   2026-10-15  KR  Every step CALLed now appends a run-history
      *                   row (RUNHREC.CPY) to CTLHIST - job-id, run
      *                   date, step, program, start and end stamps,
      *                   elapsed seconds and end RC - so step times
      *                   outlive the console log and the CTLSLA
      *                   report can track them against target and
      *                   the batch window.  A history file that
      *                   will not open is announced and the chain
      *                   runs on.
      *   2026-10-15  KR  A step the operator has held through the new
      *                   CTLSTEPM maintenance transaction (ST-HELD)
      *                   is not run, and joins the down table so its
      *                   dependents hold behind it, until it is
      *                   released.  The outcome summary shows it as
      *                   held by the operator.
      *   2026-10-15  KR  A batch with held steps but no failures no
      *                   longer reports DAILY BATCH COMPLETE - it
      *                   shows the held count and ends with return
      *                   code 4 at least, so the hold is not missed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLJOB.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-STEP-NO
               FILE STATUS IS WS-ST-STATUS.
           SELECT CTL-HIST-FILE ASSIGN TO "CTLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-STEP-FILE.
           COPY STEPREC.
       FD  CTL-HIST-FILE.
           COPY RUNHREC.
       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE      PIC 9(08).
       01 WS-JOB-ID        PIC X(08).
       01 WS-SAVE-MAX-RC   PIC 9(04).
       01 WS-END-RC        PIC 9(04).
      ******************************************************************
      * Clock around each CALL for the CTLHIST run-history row.
      ******************************************************************
       01 WS-HIST-STATUS   PIC X(02).
       01 WS-START-DATE    PIC 9(08).
       01 WS-START-TIME    PIC 9(08).
       01 WS-END-DATE      PIC 9(08).
       01 WS-START-SECS    PIC 9(06).
       01 WS-END-SECS      PIC 9(06).
       01 WS-CLOCK.
           05 WS-CLK-HH     PIC 9(02).
           05 WS-CLK-MM     PIC 9(02).
           05 WS-CLK-SS     PIC 9(02).
           05 WS-CLK-CC     PIC 9(02).
      ******************************************************************
      * Down-steps table - the step numbers that went down this run,
      * either failed over their max or held behind a failure, so a
      * dependent of a dependent is held too.  A full table is
           05 FILLER PIC X(27) VALUE '008RANGESCHRANGESCHR0000000'.
           05 FILLER PIC X(27) VALUE '010PRMEDIT PRMEDIT R0004008'.
           05 FILLER PIC X(27) VALUE '020PRIME   PRIME   R0000010'.
           05 FILLER PIC X(27) VALUE '022PRMVRFY PRMVRFY R0000020'.
           05 FILLER PIC X(27) VALUE '025PRMDLVR PRMDLVR R0004022'.
           05 FILLER PIC X(27) VALUE '030PRMSTAT PRMSTAT R0000020'.
           05 FILLER PIC X(27) VALUE '038VWLINCTLVWLINCTLR0000000'.
           05 FILLER PIC X(27) VALUE '040VOWEL   VOWEL   R0000038'.
           05 FILLER PIC X(27) VALUE '045HSKEEP  HSKEEP  R0000000'.
           05 FILLER PIC X(27) VALUE '046PRMDACK PRMDACK R0004000'.
           05 FILLER PIC X(27) VALUE '050AUDRPT  AUDRPT  R0000000'.
       01 WS-SEED-R REDEFINES WS-SEED-STEPS.
           05 WS-SEED-ENTRY OCCURS 12 TIMES.
              10 WS-SEED-STEP-NO   PIC 9(03).
              10 WS-SEED-NAME      PIC X(08).
              10 WS-SEED-PROGRAM   PIC X(08).
              10 WS-SEED-FLAG      PIC X(01).
              10 WS-SEED-MAX-RC    PIC 9(04).
              10 WS-SEED-PRED      PIC 9(03).
       01 WS-SEED-MAX      PIC 9(3) COMP VALUE 12.
       01 WS-SEED-SUB      PIC 9(3) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
                           ' - FAILED STEPS ' WS-FAILED-COUNT
                           ' HELD STEPS ' WS-HELD-COUNT
                           ' - RERUN PICKS UP AT THE FAILED STEPS'
               WHEN WS-HELD-COUNT > 0
                   DISPLAY 'CTLJOB: BATCH ENDED FOR JOB ' WS-JOB-ID
                           ' - STEPS RUN ' WS-STEPS-RUN
                           ' HELD STEPS ' WS-HELD-COUNT
                           ' - NOT RUN UNTIL RELEASED'
                   IF WS-HIGHEST-RC < 4
                       MOVE 4 TO WS-HIGHEST-RC
                   END-IF
               WHEN OTHER
                   DISPLAY 'CTLJOB: DAILY BATCH COMPLETE FOR JOB '
                           WS-JOB-ID ' - STEPS RUN ' WS-STEPS-RUN
      ******************************************************************
      * PARA-DISPATCH-STEP - a step flagged skip is passed over; a
      * step already complete for this job-id is a restart picking
      * up downstream work and is not rerun; a step the operator
      * has held is not run and goes on the down table so its
      * dependents hold behind it; a step whose
      * predecessor went down this run is held, left pending, and
      * joins the down table itself so its own dependents hold too;
      * anything else runs.
                   DISPLAY 'CTLJOB: ' ST-STEP-NAME
                           ' STEP ALREADY COMPLETE FOR JOB '
                           WS-JOB-ID
               WHEN ST-HELD
                   ADD 1 TO WS-HELD-COUNT
                   MOVE ST-STEP-NO TO WS-SAVE-STEP-NO
                   PERFORM PARA-NOTE-DOWN-STEP
                   DISPLAY 'CTLJOB: ' ST-STEP-NAME
                           ' STEP HELD BY OPERATOR'
               WHEN WS-PRED-DOWN
                   ADD 1 TO WS-HELD-COUNT
                   MOVE ST-STEP-NO TO WS-SAVE-STEP-NO
           MOVE ST-PROGRAM TO WS-CALL-PROGRAM
           MOVE ST-MAX-RC TO WS-SAVE-MAX-RC
           CLOSE CTL-STEP-FILE
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE WS-TIME TO WS-START-TIME
           DISPLAY 'CTLJOB: ' WS-SAVE-STEP-NAME ' STEP START '
                   WS-TIME
           MOVE 0 TO RETURN-CODE
                   MOVE 16 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO WS-END-RC
           ACCEPT WS-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           IF WS-END-RC > WS-HIGHEST-RC
               MOVE WS-END-RC TO WS-HIGHEST-RC
               DISPLAY 'CTLJOB: ' WS-SAVE-STEP-NAME
                       ' STEP COMPLETE RC ' WS-END-RC ' ' WS-TIME
           END-IF
           PERFORM PARA-WRITE-HISTORY
           PERFORM PARA-POST-STEP-STATUS.
      ******************************************************************
      * PARA-WRITE-HISTORY - one CTLHIST row for the step just run,
      * opened EXTEND and closed again so the file is never held
      * across a CALL; created first on the very first run.  A step
      * that ends on a later date than it started ran past midnight
      * and has a day's seconds added.  A history file that cannot
      * be opened costs the row, not the chain.
      ******************************************************************
       PARA-WRITE-HISTORY.
           MOVE WS-START-TIME TO WS-CLOCK
           COMPUTE WS-START-SECS = WS-CLK-HH * 3600
                                 + WS-CLK-MM * 60 + WS-CLK-SS
           MOVE WS-TIME TO WS-CLOCK
           COMPUTE WS-END-SECS = WS-CLK-HH * 3600
                               + WS-CLK-MM * 60 + WS-CLK-SS
           IF WS-END-DATE NOT = WS-START-DATE
               ADD 86400 TO WS-END-SECS
           END-IF
           OPEN EXTEND CTL-HIST-FILE
           IF WS-HIST-STATUS NOT = '00'
               OPEN OUTPUT CTL-HIST-FILE
               CLOSE CTL-HIST-FILE
               OPEN EXTEND CTL-HIST-FILE
           END-IF
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'CTLJOB: CTLHIST OPEN FAILED STATUS '
                       WS-HIST-STATUS ' - NO HISTORY ROW FOR '
                       WS-SAVE-STEP-NAME
           ELSE
               PERFORM PARA-BUILD-HISTORY
               WRITE RH-RECORD
               CLOSE CTL-HIST-FILE
           END-IF.
       PARA-BUILD-HISTORY.
           MOVE WS-JOB-ID TO RH-JOB-ID
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-SAVE-STEP-NO TO RH-STEP-NO
           MOVE WS-SAVE-STEP-NAME TO RH-STEP-NAME
           MOVE WS-CALL-PROGRAM TO RH-PROGRAM
           MOVE WS-START-DATE TO RH-START-DATE
           MOVE WS-START-TIME TO RH-START-TIME
           MOVE WS-END-DATE TO RH-END-DATE
           MOVE WS-TIME TO RH-END-TIME
           IF WS-END-SECS < WS-START-SECS
               MOVE 0 TO RH-ELAPSED-SECS
           ELSE
               COMPUTE RH-ELAPSED-SECS = WS-END-SECS - WS-START-SECS
           END-IF
           MOVE WS-END-RC TO RH-END-RC
           IF WS-END-RC > WS-SAVE-MAX-RC
               SET RH-FAILED TO TRUE
           ELSE
               SET RH-COMPLETE TO TRUE
           END-IF.
      ******************************************************************
      * PARA-POST-STEP-STATUS - reopen the step-control file, post
      * the saved outcome back to the step's record, and START the
      * walk at the first step past it.  A reopen that fails stops
                       WHEN ST-FAILED AND ST-JOB-ID = WS-JOB-ID
                           DISPLAY 'CTLJOB:   ' ST-STEP-NAME
                                   ' FAILED RC ' ST-END-RC
                       WHEN ST-HELD
                           DISPLAY 'CTLJOB:   ' ST-STEP-NAME
                                   ' HELD BY OPERATOR'
                       WHEN WS-PRED-DOWN
                           DISPLAY 'CTLJOB:   ' ST-STEP-NAME
                                   ' HELD - PREDECESSOR STEP '
