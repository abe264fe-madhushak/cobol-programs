      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Operator maintenance transaction for the CTLSTEPS
      *           step-control file (STEPREC.CPY) - hold, release,
      *           skip, force-complete, reset-to-pending, add and
      *           change a step from the console, in place of editing
      *           the file by hand when something goes wrong
      *           overnight.  Add/change edit ST-PRED-STEP (zero, or
      *           an existing earlier step) and ST-MAX-RC (0, 4, 8 or
      *           12 - a step allowed 16 could never hold a
      *           dependent).  Every applied action asks for a reason
      *           and appends an override row (OVRDREC.CPY) to CTLOVRD
      *           with the operator's initials and the full before
      *           and after step records; AUDRPT lists the day's rows
      *           for the morning review.  A step is not changed if
      *           its override row cannot be written.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      *   2026-10-15  KR  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLSTEPM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-STEP-FILE ASSIGN TO "CTLSTEPS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-STEP-NO
               FILE STATUS IS WS-ST-STATUS.
           SELECT CTL-OVRD-FILE ASSIGN TO "CTLOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-STEP-FILE.
           COPY STEPREC.
       FD  CTL-OVRD-FILE.
           COPY OVRDREC.
       WORKING-STORAGE SECTION.
       01 WS-ST-STATUS      PIC X(02).
           88 WS-ST-FOUND           VALUE '00'.
       01 WS-OV-STATUS      PIC X(02).
       01 WS-OPERATOR-ID    PIC X(03).
       01 WS-ENT-DATE       PIC 9(08).
       01 WS-ENT-TIME       PIC 9(08).
       01 WS-TODAY-ED       PIC X(08).
       01 WS-TRANS-CODE     PIC X(01).
           88 WS-HOLD               VALUE 'H'.
           88 WS-RELEASE            VALUE 'R'.
           88 WS-SKIP               VALUE 'S'.
           88 WS-FORCE-COMPLETE     VALUE 'F'.
           88 WS-RESET-PENDING      VALUE 'P'.
           88 WS-ADD                VALUE 'A'.
           88 WS-CHANGE             VALUE 'C'.
           88 WS-QUIT               VALUE 'Q'.
       01 WS-WORK-STEP-NO   PIC 9(03).
       01 WS-WORK-NAME      PIC X(08).
       01 WS-WORK-PROGRAM   PIC X(08).
       01 WS-WORK-MAX-RC    PIC 9(04).
       01 WS-WORK-PRED      PIC 9(03).
       01 WS-WORK-JOB-ID    PIC X(08).
       01 WS-WORK-REASON    PIC X(60).
       01 WS-PRED-OK-SW     PIC X(01).
           88 WS-PRED-OK            VALUE 'Y'.
       01 WS-UPDATE-OK-SW   PIC X(01).
           88 WS-UPDATE-OK          VALUE 'Y'.
      ******************************************************************
      * Step record as read, and as it will be written back - the
      * two images on the override row.
      ******************************************************************
       01 WS-BEFORE-IMAGE   PIC X(40).
       01 WS-AFTER-IMAGE    PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY 'YOUR INITIALS: '
           ACCEPT WS-OPERATOR-ID
           PERFORM PARA-REPROMPT-OPERATOR
                   UNTIL WS-OPERATOR-ID NOT = SPACES
           ACCEPT WS-ENT-DATE FROM DATE YYYYMMDD
           MOVE WS-ENT-DATE TO WS-TODAY-ED
           PERFORM PARA-OPEN-STEPS
           PERFORM PARA-TRANSACTION UNTIL WS-QUIT
           CLOSE CTL-STEP-FILE
           STOP RUN.
       PARA-REPROMPT-OPERATOR.
           DISPLAY 'INITIALS MUST NOT BE BLANK: '
           ACCEPT WS-OPERATOR-ID.
      ******************************************************************
      * PARA-OPEN-STEPS - the step-control file must already be there.
      * It is not created here: CTLJOB seeds the chain into a missing
      * file on its first run, and an empty file made by this
      * transaction would stop it seeding.
      ******************************************************************
       PARA-OPEN-STEPS.
           OPEN I-O CTL-STEP-FILE
           IF WS-ST-STATUS NOT = '00'
               DISPLAY 'CTLSTEPM: CTLSTEPS OPEN FAILED STATUS '
                       WS-ST-STATUS ' - NO MAINTENANCE DONE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      ******************************************************************
      * PARA-OPEN-OVERRIDE-LOG - open EXTEND for one override row,
      * creating the log first if this is the very first override.
      * The log is opened and closed around each row so a row is on
      * the file the moment its step is changed.
      ******************************************************************
       PARA-OPEN-OVERRIDE-LOG.
           OPEN EXTEND CTL-OVRD-FILE
           IF WS-OV-STATUS NOT = '00'
               OPEN OUTPUT CTL-OVRD-FILE
               CLOSE CTL-OVRD-FILE
               OPEN EXTEND CTL-OVRD-FILE
           END-IF.
       PARA-TRANSACTION.
           DISPLAY 'H-HOLD  R-RELEASE  S-SKIP  F-FORCE COMPLETE  '
                   'P-RESET TO PENDING'
           DISPLAY 'A-ADD  C-CHANGE  Q-QUIT: '
           ACCEPT WS-TRANS-CODE
           IF NOT WS-QUIT
               DISPLAY 'STEP NUMBER: '
               ACCEPT WS-WORK-STEP-NO
               PERFORM PARA-REPROMPT-STEP UNTIL WS-WORK-STEP-NO > 0
               EVALUATE TRUE
                   WHEN WS-HOLD
                       PERFORM PARA-HOLD
                   WHEN WS-RELEASE
                       PERFORM PARA-RELEASE
                   WHEN WS-SKIP
                       PERFORM PARA-SKIP
                   WHEN WS-FORCE-COMPLETE
                       PERFORM PARA-FORCE-COMPLETE
                   WHEN WS-RESET-PENDING
                       PERFORM PARA-RESET-PENDING
                   WHEN WS-ADD
                       PERFORM PARA-ADD
                   WHEN WS-CHANGE
                       PERFORM PARA-CHANGE
                   WHEN OTHER
                       DISPLAY 'INVALID TRANSACTION CODE'
               END-EVALUATE
           END-IF.
       PARA-REPROMPT-STEP.
           DISPLAY 'STEP NUMBER MUST BE 1 OR GREATER: '
           ACCEPT WS-WORK-STEP-NO.
       PARA-READ-STEP.
           MOVE WS-WORK-STEP-NO TO ST-STEP-NO
           READ CTL-STEP-FILE
               INVALID KEY CONTINUE
           END-READ.
      ******************************************************************
      * PARA-HOLD - an operator hold: CTLJOB will not run the step,
      * and its dependents hold behind it, until it is released.
      ******************************************************************
       PARA-HOLD.
           PERFORM PARA-READ-STEP
           EVALUATE TRUE
               WHEN NOT WS-ST-FOUND
                   DISPLAY 'STEP NOT FOUND - NOT HELD'
               WHEN ST-HELD
                   DISPLAY 'STEP ALREADY HELD'
               WHEN OTHER
                   MOVE ST-RECORD TO WS-BEFORE-IMAGE
                   PERFORM PARA-GET-REASON
                   SET ST-HELD TO TRUE
                   PERFORM PARA-APPLY-OVERRIDE
           END-EVALUATE.
      ******************************************************************
      * PARA-RELEASE - undoes a hold (back to pending) and a skip flag
      * (back to run), whichever the step has.
      ******************************************************************
       PARA-RELEASE.
           PERFORM PARA-READ-STEP
           EVALUATE TRUE
               WHEN NOT WS-ST-FOUND
                   DISPLAY 'STEP NOT FOUND - NOT RELEASED'
               WHEN NOT ST-HELD AND NOT ST-SKIP
                   DISPLAY 'STEP IS NOT HELD OR FLAGGED SKIP - '
                           'NOT RELEASED'
               WHEN OTHER
                   MOVE ST-RECORD TO WS-BEFORE-IMAGE
                   PERFORM PARA-GET-REASON
                   IF ST-HELD
                       SET ST-PENDING TO TRUE
                   END-IF
                   SET ST-RUN TO TRUE
                   PERFORM PARA-APPLY-OVERRIDE
           END-EVALUATE.
       PARA-SKIP.
           PERFORM PARA-READ-STEP
           EVALUATE TRUE
               WHEN NOT WS-ST-FOUND
                   DISPLAY 'STEP NOT FOUND - NOT SKIPPED'
               WHEN ST-SKIP
                   DISPLAY 'STEP ALREADY FLAGGED SKIP'
               WHEN OTHER
                   MOVE ST-RECORD TO WS-BEFORE-IMAGE
                   PERFORM PARA-GET-REASON
                   SET ST-SKIP TO TRUE
                   PERFORM PARA-APPLY-OVERRIDE
           END-EVALUATE.
      ******************************************************************
      * PARA-FORCE-COMPLETE - a failed step fixed by hand is marked
      * complete for the job-id the rerun will carry (today's date,
      * the CTLJOB job-id, unless keyed otherwise), so the restart
      * passes over it and runs its dependents.  ST-END-RC keeps the
      * return code the step really ended with.
      ******************************************************************
       PARA-FORCE-COMPLETE.
           PERFORM PARA-READ-STEP
           IF NOT WS-ST-FOUND
               DISPLAY 'STEP NOT FOUND - NOT COMPLETED'
           ELSE
               DISPLAY 'COMPLETE FOR JOB ID (BLANK FOR ' WS-TODAY-ED
                       '): '
               ACCEPT WS-WORK-JOB-ID
               IF WS-WORK-JOB-ID = SPACES
                   MOVE WS-TODAY-ED TO WS-WORK-JOB-ID
               END-IF
               IF ST-COMPLETE AND ST-JOB-ID = WS-WORK-JOB-ID
                   DISPLAY 'STEP ALREADY COMPLETE FOR JOB '
                           WS-WORK-JOB-ID
               ELSE
                   MOVE ST-RECORD TO WS-BEFORE-IMAGE
                   PERFORM PARA-GET-REASON
                   SET ST-COMPLETE TO TRUE
                   MOVE WS-WORK-JOB-ID TO ST-JOB-ID
                   PERFORM PARA-APPLY-OVERRIDE
               END-IF
           END-IF.
      ******************************************************************
      * PARA-RESET-PENDING - puts a step back to pending so the next
      * run or rerun executes it again.
      ******************************************************************
       PARA-RESET-PENDING.
           PERFORM PARA-READ-STEP
           EVALUATE TRUE
               WHEN NOT WS-ST-FOUND
                   DISPLAY 'STEP NOT FOUND - NOT RESET'
               WHEN ST-PENDING
                   DISPLAY 'STEP ALREADY PENDING'
               WHEN OTHER
                   MOVE ST-RECORD TO WS-BEFORE-IMAGE
                   PERFORM PARA-GET-REASON
                   SET ST-PENDING TO TRUE
                   MOVE 0 TO ST-END-RC
                   PERFORM PARA-APPLY-OVERRIDE
           END-EVALUATE.
      ******************************************************************
      * PARA-ADD - a new step goes on run-flagged and pending; flag it
      * skip afterwards if it is not to run yet.
      ******************************************************************
       PARA-ADD.
           PERFORM PARA-READ-STEP
           IF WS-ST-FOUND
               DISPLAY 'STEP NUMBER ALREADY EXISTS - NOT ADDED'
           ELSE
               MOVE SPACES TO WS-BEFORE-IMAGE
               PERFORM PARA-GET-STEP-FIELDS
               PERFORM PARA-GET-REASON
               MOVE WS-WORK-STEP-NO TO ST-STEP-NO
               MOVE WS-WORK-NAME TO ST-STEP-NAME
               MOVE WS-WORK-PROGRAM TO ST-PROGRAM
               SET ST-RUN TO TRUE
               MOVE WS-WORK-MAX-RC TO ST-MAX-RC
               SET ST-PENDING TO TRUE
               MOVE SPACES TO ST-JOB-ID
               MOVE 0 TO ST-END-RC
               MOVE WS-WORK-PRED TO ST-PRED-STEP
               PERFORM PARA-APPLY-OVERRIDE
           END-IF.
      ******************************************************************
      * PARA-CHANGE - rekeys the name, program, highest acceptable
      * return code and predecessor; run flag and status are left to
      * the other actions.  The predecessor edit reads other steps,
      * so the record is rebuilt from its saved image afterwards.
      ******************************************************************
       PARA-CHANGE.
           PERFORM PARA-READ-STEP
           IF NOT WS-ST-FOUND
               DISPLAY 'STEP NOT FOUND - NOT CHANGED'
           ELSE
               MOVE ST-RECORD TO WS-BEFORE-IMAGE
               DISPLAY 'CURRENT: NAME ' ST-STEP-NAME
                       '  PROGRAM ' ST-PROGRAM
                       '  MAX RC ' ST-MAX-RC
                       '  PREDECESSOR ' ST-PRED-STEP
               PERFORM PARA-GET-STEP-FIELDS
               PERFORM PARA-GET-REASON
               MOVE WS-BEFORE-IMAGE TO ST-RECORD
               MOVE WS-WORK-NAME TO ST-STEP-NAME
               MOVE WS-WORK-PROGRAM TO ST-PROGRAM
               MOVE WS-WORK-MAX-RC TO ST-MAX-RC
               MOVE WS-WORK-PRED TO ST-PRED-STEP
               PERFORM PARA-APPLY-OVERRIDE
           END-IF.
       PARA-GET-STEP-FIELDS.
           DISPLAY 'STEP NAME: '
           ACCEPT WS-WORK-NAME
           PERFORM PARA-REPROMPT-NAME UNTIL WS-WORK-NAME NOT = SPACES
           DISPLAY 'PROGRAM TO CALL: '
           ACCEPT WS-WORK-PROGRAM
           PERFORM PARA-REPROMPT-PROGRAM
                   UNTIL WS-WORK-PROGRAM NOT = SPACES
           DISPLAY 'HIGHEST ACCEPTABLE RC (0, 4, 8 OR 12): '
           ACCEPT WS-WORK-MAX-RC
           PERFORM PARA-REPROMPT-MAX-RC
                   UNTIL WS-WORK-MAX-RC = 0 OR 4 OR 8 OR 12
           DISPLAY 'PREDECESSOR STEP (0 FOR NONE): '
           ACCEPT WS-WORK-PRED
           PERFORM PARA-EDIT-PRED
           PERFORM PARA-REPROMPT-PRED UNTIL WS-PRED-OK.
       PARA-REPROMPT-NAME.
           DISPLAY 'STEP NAME MUST NOT BE BLANK: '
           ACCEPT WS-WORK-NAME.
       PARA-REPROMPT-PROGRAM.
           DISPLAY 'PROGRAM MUST NOT BE BLANK: '
           ACCEPT WS-WORK-PROGRAM.
       PARA-REPROMPT-MAX-RC.
           DISPLAY 'HIGHEST ACCEPTABLE RC MUST BE 0, 4, 8 OR 12: '
           ACCEPT WS-WORK-MAX-RC.
       PARA-REPROMPT-PRED.
           DISPLAY 'PREDECESSOR MUST BE 0 OR AN EXISTING STEP '
                   'NUMBER BELOW ' WS-WORK-STEP-NO ': '
           ACCEPT WS-WORK-PRED
           PERFORM PARA-EDIT-PRED.
      ******************************************************************
      * PARA-EDIT-PRED - zero depends on nothing; anything else must
      * be a step already on the file with a lower number, since
      * CTLJOB only knows a predecessor went down if it was walked
      * first.
      ******************************************************************
       PARA-EDIT-PRED.
           MOVE 'N' TO WS-PRED-OK-SW
           IF WS-WORK-PRED = 0
               MOVE 'Y' TO WS-PRED-OK-SW
           ELSE
               IF WS-WORK-PRED < WS-WORK-STEP-NO
                   MOVE WS-WORK-PRED TO ST-STEP-NO
                   READ CTL-STEP-FILE
                       INVALID KEY CONTINUE
                   END-READ
                   IF WS-ST-FOUND
                       MOVE 'Y' TO WS-PRED-OK-SW
                   END-IF
               END-IF
           END-IF.
       PARA-GET-REASON.
           DISPLAY 'REASON: '
           ACCEPT WS-WORK-REASON
           PERFORM PARA-REPROMPT-REASON
                   UNTIL WS-WORK-REASON NOT = SPACES.
       PARA-REPROMPT-REASON.
           DISPLAY 'REASON MUST NOT BE BLANK: '
           ACCEPT WS-WORK-REASON.
      ******************************************************************
      * PARA-APPLY-OVERRIDE - ST-RECORD holds the step as it is to be
      * written, WS-BEFORE-IMAGE the step as it was read.  The log is
      * opened first so a step is never changed without its override
      * row; the row is written only once the step update has taken.
      ******************************************************************
       PARA-APPLY-OVERRIDE.
           MOVE ST-RECORD TO WS-AFTER-IMAGE
           MOVE 'N' TO WS-UPDATE-OK-SW
           PERFORM PARA-OPEN-OVERRIDE-LOG
           IF WS-OV-STATUS NOT = '00'
               DISPLAY 'CTLOVRD OPEN FAILED STATUS ' WS-OV-STATUS
                       ' - STEP NOT CHANGED'
           ELSE
               IF WS-ADD
                   WRITE ST-RECORD
                       INVALID KEY
                           DISPLAY 'STEP ADD FAILED - STEP '
                                   WS-WORK-STEP-NO
                       NOT INVALID KEY
                           SET WS-UPDATE-OK TO TRUE
                   END-WRITE
               ELSE
                   REWRITE ST-RECORD
                       INVALID KEY
                           DISPLAY 'STEP UPDATE FAILED - STEP '
                                   WS-WORK-STEP-NO
                       NOT INVALID KEY
                           SET WS-UPDATE-OK TO TRUE
                   END-REWRITE
               END-IF
               IF WS-UPDATE-OK
                   PERFORM PARA-WRITE-OVERRIDE
               END-IF
               CLOSE CTL-OVRD-FILE
           END-IF.
       PARA-WRITE-OVERRIDE.
           ACCEPT WS-ENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ENT-TIME FROM TIME
           MOVE WS-ENT-DATE TO OV-DATE
           MOVE WS-ENT-TIME TO OV-TIME
           MOVE WS-OPERATOR-ID TO OV-OPERATOR-ID
           MOVE 'CTLSTEPM' TO OV-SOURCE
           MOVE WS-TRANS-CODE TO OV-ACTION
           MOVE WS-WORK-STEP-NO TO OV-STEP-NO
           MOVE WS-WORK-REASON TO OV-REASON
           MOVE WS-BEFORE-IMAGE TO OV-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO OV-AFTER-IMAGE
           WRITE OV-RECORD
           IF WS-OV-STATUS = '00'
               DISPLAY 'STEP ' WS-WORK-STEP-NO ' UPDATED - OVERRIDE '
                       'LOGGED'
           ELSE
               DISPLAY 'STEP ' WS-WORK-STEP-NO ' UPDATED - OVERRIDE '
                       'LOG WRITE FAILED STATUS ' WS-OV-STATUS
           END-IF.
