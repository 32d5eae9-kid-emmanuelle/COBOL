       IDENTIFICATION DIVISION.
       PROGRAM-ID. STREAM-CONTROL.
       AUTHOR. EMMANUELLE NGAN HA NGUYEN
      *This is the job-stream controller.  Run cards let each job
      *run unattended, but someone still launched INTAKE-
      *CONSOLIDATE, BMI-CALCULATOR, RUN-BALANCE, WELLNESS-
      *RECONCILE, COACH-WORKLIST, DAY-CLOSE-OUT and the rest one
      *at a time and decided by eye whether to carry on after a
      *failure.  This run takes a stream name (MORNING, EVENING,
      *MONTHEND - whatever is keyed on the STRMDEF stream-
      *definition file), runs that stream's steps in step-number
      *order, and records each step's start, end and completion
      *status on the STRMSTAT stream status file.
      *A step fails when its job ends with a non-zero return code.
      *After a RUN-BALANCE step the controller re-checks the day's
      *runs on RUNLOG the way DAY-CLOSE-OUT does, and an out-of-
      *balance run stops the stream there, before anything later
      *in the stream can build on a partially-processed day.
      *Either way the stream stops, and the next launch of the same
      *stream picks up at the step that stopped it (or at the step
      *that was running if the controller itself was interrupted),
      *skipping the steps that already finished instead of running
      *them twice.  The operator can answer N to the resume prompt
      *to start the stream over at step one instead.  A stopped run
      *is only offered for resume on the day it was launched; a
      *launch on a later day starts the stream at step one, since
      *the earlier steps' work belongs to a different day.
      *The stream status print file (STRMRPT- plus the run date)
      *shows every step of the stream: run and completed, failed,
      *out of balance, skipped as already done, or not run because
      *the stream stopped, and where the next launch will start.
      *Every launch that day is added to the end of the same print
      *file, so a second stream or a resumed run does not wipe out
      *the report of the first.
      *The controller ends with return code 8 when the stream
      *stopped and zero when it ran to the end, so whatever
      *launches the controller can tell the two apart.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-DEFINITION-FILE ASSIGN TO "STRMDEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEF-STATUS-CODE.
           SELECT STREAM-STATUS-FILE ASSIGN TO "STRMSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SST-STATUS-CODE.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOG-STATUS.
           SELECT REPORT-PRINT-FILE ASSIGN TO WS-PRINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-STATUS-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-DEFINITION-FILE.
           COPY STRMDEF.
       FD  STREAM-STATUS-FILE.
           COPY STRMSTAT.
       FD  RUN-CONTROL-FILE.
           COPY RUNLOG.
       FD  REPORT-PRINT-FILE.
       01  PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 DEF-STATUS-CODE PIC XX.
       01 SST-STATUS-CODE PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 PRINT-STATUS-CODE PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-TODAY PIC 9(08).
       01 WS-TIME-OF-DAY.
           05 WS-TIME-HHMMSS PIC 9(06).
           05 WS-TIME-HUNDREDTHS PIC 99.
       01 WS-RUN-TIME PIC 9(06) VALUE ZERO.
       01 WS-STREAM-ANSWER PIC X(08).
       01 WS-STREAM-NAME PIC X(08).
       01 WS-RESUME-ANSWER PIC X.
       01 WS-STREAM-RUN-DATE PIC 9(08) VALUE ZERO.
       01 WS-LAST-FOUND PIC X VALUE "N".
       01 WS-LAST-STEP PIC 9(03) VALUE ZERO.
       01 WS-LAST-STATUS PIC X.
       01 WS-LAST-RUN-DATE PIC 9(08) VALUE ZERO.
       01 WS-RESUME-STEP PIC 9(03) VALUE ZERO.
       01 WS-STREAM-STOPPED PIC X VALUE "N".
       01 WS-STOPPED-STEP PIC 9(03) VALUE ZERO.
       01 WS-STEP-RC PIC S9(09) VALUE ZERO.
       01 WS-RC-EDIT PIC -(8)9.
       01 WS-STEP-RESULT PIC X.
       01 WS-START-DATE PIC 9(08) VALUE ZERO.
       01 WS-START-TIME PIC 9(06) VALUE ZERO.
       01 WS-END-DATE PIC 9(08) VALUE ZERO.
       01 WS-END-TIME PIC 9(06) VALUE ZERO.
       01 WS-COMMAND-LINE PIC X(61).
       01 WS-STEPS-RUN PIC 9(03) VALUE ZERO.
       01 WS-STEPS-COMPLETED PIC 9(03) VALUE ZERO.
       01 WS-STEPS-SKIPPED PIC 9(03) VALUE ZERO.
       01 WS-STEPS-NOT-RUN PIC 9(03) VALUE ZERO.
       01 WS-RUN-COUNT PIC 9(04) VALUE ZERO.
       01 WS-OUT-OF-BALANCE-COUNT PIC 9(04) VALUE ZERO.
       01 WS-ACCOUNTED PIC 9(06) VALUE ZERO.
       01 WS-STEP-COUNT PIC 9(03) VALUE ZERO.
       01 WS-STEP-SUB PIC 9(03) VALUE ZERO.
       01 WS-INSERT-SUB PIC 9(03) VALUE ZERO.
       01 WS-INSERT-DONE PIC X VALUE "N".
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 99 TIMES.
               10 WS-STP-NUMBER PIC 9(03).
               10 WS-STP-PROGRAM PIC X(24).
               10 WS-STP-COMMAND PIC X(60).
       01 WS-PAGE-NUMBER PIC 9(04) VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(03) VALUE 99.
       01 WS-PAGE-LIMIT PIC 9(03) VALUE 55.
       01 WS-PRINT-FILE-NAME.
           05 FILLER PIC X(08) VALUE "STRMRPT-".
           05 WS-PRINT-DATE PIC 9(08).
       01 WS-PRINT-HEADING-1.
           05 FILLER PIC X(30) VALUE "JOB STREAM STATUS".
           05 FILLER PIC X(09) VALUE "RUN DATE ".
           05 WS-HEAD-DATE PIC 9(08).
           05 FILLER PIC X(06) VALUE " TIME ".
           05 WS-HEAD-TIME PIC 9(06).
           05 FILLER PIC X(06) VALUE " PAGE ".
           05 WS-HEAD-PAGE PIC ZZZ9.
       01 WS-PRINT-HEADING-2.
           05 FILLER PIC X(06) VALUE "STEP".
           05 FILLER PIC X(26) VALUE "PROGRAM".
           05 FILLER PIC X(09) VALUE "DATE".
           05 FILLER PIC X(07) VALUE "START".
           05 FILLER PIC X(07) VALUE "END".
           05 FILLER PIC X(40) VALUE "RESULT".
       01 WS-PRINT-STREAM-LINE.
           05 FILLER PIC X(07) VALUE "STREAM ".
           05 WS-PRT-STREAM-NAME PIC X(08).
           05 FILLER PIC X(15) VALUE " RUN STARTED ON".
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-PRT-STREAM-DATE PIC 9(08).
       01 WS-PRINT-STEP-LINE.
           05 WS-PRT-STEP PIC ZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 WS-PRT-PROGRAM PIC X(24).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-PRT-DATE PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-PRT-START PIC X(06).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-PRT-END PIC X(06).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-PRT-RESULT PIC X(40).
       01 WS-PRINT-DETAIL PIC X(132).

       PROCEDURE DIVISION.
       0100-START-HERE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-RUN-TIME.
           DISPLAY "Enter stream to run (for example MORNING, "
               "EVENING, MONTHEND): ".
           ACCEPT WS-STREAM-ANSWER.
           MOVE FUNCTION UPPER-CASE(WS-STREAM-ANSWER)
               TO WS-STREAM-NAME.
           PERFORM 0150-LOAD-STREAM-STEPS.
           IF WS-STEP-COUNT = ZERO
               DISPLAY "No steps for stream '"
                   FUNCTION TRIM(WS-STREAM-NAME)
                   "' on the stream-definition file STRMDEF - "
                   "nothing run."
               STOP RUN
           END-IF.
           DISPLAY "===== STREAM " FUNCTION TRIM(WS-STREAM-NAME)
               " " WS-TODAY " =====".
           PERFORM 0200-FIND-RESTART-POINT.
           MOVE WS-TODAY TO WS-PRINT-DATE.
           OPEN EXTEND REPORT-PRINT-FILE.
           IF PRINT-STATUS-CODE = "35"
               OPEN OUTPUT REPORT-PRINT-FILE
           END-IF.
           MOVE WS-STREAM-NAME TO WS-PRT-STREAM-NAME.
           MOVE WS-STREAM-RUN-DATE TO WS-PRT-STREAM-DATE.
           MOVE WS-PRINT-STREAM-LINE TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           IF WS-RESUME-STEP > WS-STP-NUMBER(1)
               MOVE SPACES TO WS-PRINT-DETAIL
               STRING "RESUMED AT STEP " WS-RESUME-STEP
                   " AFTER THE STREAM STOPPED"
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
               PERFORM 0910-WRITE-PRINT-LINE
           END-IF.
           MOVE SPACES TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE 1 TO WS-STEP-SUB.
           PERFORM 0300-PROCESS-STEP
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.
           PERFORM 0600-PRINT-TOTALS.
           CLOSE REPORT-PRINT-FILE.
           DISPLAY "Stream status written to "
               WS-PRINT-FILE-NAME ".".
           IF WS-STREAM-STOPPED = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           STOP RUN.

       0150-LOAD-STREAM-STEPS.
           MOVE ZERO TO WS-STEP-COUNT.
           OPEN INPUT STREAM-DEFINITION-FILE.
           IF DEF-STATUS-CODE NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0151-READ-DEFINITION-RECORD
               PERFORM 0152-ADD-STREAM-STEP
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE STREAM-DEFINITION-FILE
           END-IF.

       0151-READ-DEFINITION-RECORD.
           READ STREAM-DEFINITION-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0152-ADD-STREAM-STEP.
           IF STEP-STREAM-NAME = WS-STREAM-NAME
               IF WS-STEP-COUNT < 99
                   ADD 1 TO WS-STEP-COUNT
                   MOVE WS-STEP-COUNT TO WS-INSERT-SUB
                   MOVE "N" TO WS-INSERT-DONE
                   PERFORM 0153-SHIFT-STEP-ENTRY
                       UNTIL WS-INSERT-SUB = 1
                       OR WS-INSERT-DONE = "Y"
                   MOVE STEP-NUMBER TO WS-STP-NUMBER(WS-INSERT-SUB)
                   MOVE STEP-PROGRAM TO WS-STP-PROGRAM(WS-INSERT-SUB)
                   MOVE STEP-COMMAND TO WS-STP-COMMAND(WS-INSERT-SUB)
               ELSE
                   DISPLAY "More than 99 steps for stream "
                       FUNCTION TRIM(WS-STREAM-NAME)
                       " - step " STEP-NUMBER " not loaded."
               END-IF
           END-IF.
           PERFORM 0151-READ-DEFINITION-RECORD.

       0153-SHIFT-STEP-ENTRY.
           IF WS-STP-NUMBER(WS-INSERT-SUB - 1) > STEP-NUMBER
               MOVE WS-STEP-ENTRY(WS-INSERT-SUB - 1)
                   TO WS-STEP-ENTRY(WS-INSERT-SUB)
               SUBTRACT 1 FROM WS-INSERT-SUB
           ELSE
               MOVE "Y" TO WS-INSERT-DONE
           END-IF.

       0200-FIND-RESTART-POINT.
           MOVE WS-STP-NUMBER(1) TO WS-RESUME-STEP.
           MOVE WS-TODAY TO WS-STREAM-RUN-DATE.
           OPEN INPUT STREAM-STATUS-FILE.
           IF SST-STATUS-CODE NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0210-READ-STATUS-RECORD
               PERFORM 0220-NOTE-STATUS-RECORD
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE STREAM-STATUS-FILE
           END-IF.
           IF WS-LAST-FOUND = "Y"
               EVALUATE WS-LAST-STATUS
                   WHEN "F"
                   WHEN "B"
                   WHEN "R"
                       MOVE WS-LAST-STEP TO WS-RESUME-STEP
                   WHEN OTHER
                       PERFORM 0230-FIND-NEXT-STEP
               END-EVALUATE
           END-IF.
           IF WS-RESUME-STEP > WS-STP-NUMBER(1)
               AND WS-LAST-RUN-DATE NOT = WS-TODAY
               DISPLAY "Stream " FUNCTION TRIM(WS-STREAM-NAME)
                   " launched " WS-LAST-RUN-DATE
                   " stopped before step " WS-RESUME-STEP
                   " - not resumed on a later day, starting at "
                   "step one."
               MOVE WS-STP-NUMBER(1) TO WS-RESUME-STEP
           END-IF.
           IF WS-RESUME-STEP > WS-STP-NUMBER(1)
               DISPLAY "Stream " FUNCTION TRIM(WS-STREAM-NAME)
                   " launched " WS-LAST-RUN-DATE
                   " stopped before step " WS-RESUME-STEP "."
               DISPLAY "Resume at step " WS-RESUME-STEP
                   "? (Y/N, N starts over at step one): "
               ACCEPT WS-RESUME-ANSWER
               IF WS-RESUME-ANSWER = "N" OR WS-RESUME-ANSWER = "n"
                   MOVE WS-STP-NUMBER(1) TO WS-RESUME-STEP
                   DISPLAY "Starting the stream over at step one."
               ELSE
                   MOVE WS-LAST-RUN-DATE TO WS-STREAM-RUN-DATE
                   DISPLAY "Resuming at step " WS-RESUME-STEP "."
               END-IF
           END-IF.

       0210-READ-STATUS-RECORD.
           READ STREAM-STATUS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0220-NOTE-STATUS-RECORD.
           IF SST-STREAM-NAME = WS-STREAM-NAME
               MOVE "Y" TO WS-LAST-FOUND
               MOVE SST-STEP-NUMBER TO WS-LAST-STEP
               MOVE SST-STATUS TO WS-LAST-STATUS
               MOVE SST-RUN-DATE TO WS-LAST-RUN-DATE
           END-IF.
           PERFORM 0210-READ-STATUS-RECORD.

      *The last run ended on a completed or skipped step.  If a
      *later step is defined the controller was stopped between
      *steps and the run picks up there; otherwise the last run
      *went all the way through and this launch starts at step one.
       0230-FIND-NEXT-STEP.
           MOVE 1 TO WS-STEP-SUB.
           PERFORM 0231-SCAN-NEXT-STEP
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
               OR WS-STP-NUMBER(WS-STEP-SUB) > WS-LAST-STEP.
           IF WS-STEP-SUB NOT > WS-STEP-COUNT
               MOVE WS-STP-NUMBER(WS-STEP-SUB) TO WS-RESUME-STEP
           END-IF.

       0231-SCAN-NEXT-STEP.
           ADD 1 TO WS-STEP-SUB.

       0300-PROCESS-STEP.
           MOVE WS-STP-NUMBER(WS-STEP-SUB) TO WS-PRT-STEP.
           MOVE WS-STP-PROGRAM(WS-STEP-SUB) TO WS-PRT-PROGRAM.
           MOVE SPACES TO WS-PRT-DATE.
           MOVE SPACES TO WS-PRT-START.
           MOVE SPACES TO WS-PRT-END.
           IF WS-STREAM-STOPPED = "Y"
               ADD 1 TO WS-STEPS-NOT-RUN
               MOVE "NOT RUN - STREAM STOPPED" TO WS-PRT-RESULT
           ELSE
               IF WS-STP-NUMBER(WS-STEP-SUB) < WS-RESUME-STEP
                   PERFORM 0310-SKIP-STEP
               ELSE
                   PERFORM 0400-RUN-STEP
               END-IF
           END-IF.
           MOVE WS-PRINT-STEP-LINE TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           ADD 1 TO WS-STEP-SUB.

       0310-SKIP-STEP.
           ADD 1 TO WS-STEPS-SKIPPED.
           MOVE "SKIPPED - COMPLETED ON EARLIER LAUNCH"
               TO WS-PRT-RESULT.
           DISPLAY "Step " WS-STP-NUMBER(WS-STEP-SUB) " "
               FUNCTION TRIM(WS-STP-PROGRAM(WS-STEP-SUB))
               " already completed - skipped.".
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-START-TIME.
           MOVE WS-START-DATE TO WS-END-DATE.
           MOVE WS-START-TIME TO WS-END-TIME.
           MOVE ZERO TO WS-STEP-RC.
           MOVE "S" TO WS-STEP-RESULT.
           PERFORM 0700-WRITE-STATUS-RECORD.

       0400-RUN-STEP.
           ADD 1 TO WS-STEPS-RUN.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-START-TIME.
           MOVE ZERO TO WS-END-DATE.
           MOVE ZERO TO WS-END-TIME.
           MOVE ZERO TO WS-STEP-RC.
           MOVE "R" TO WS-STEP-RESULT.
           PERFORM 0700-WRITE-STATUS-RECORD.
           DISPLAY "Step " WS-STP-NUMBER(WS-STEP-SUB) " "
               FUNCTION TRIM(WS-STP-PROGRAM(WS-STEP-SUB))
               " starting at " WS-START-TIME ".".
           MOVE WS-STP-COMMAND(WS-STEP-SUB) TO WS-COMMAND-LINE.
           CALL "SYSTEM" USING WS-COMMAND-LINE.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE ZERO TO RETURN-CODE.
      *The shell hands a job's exit code back in the high byte.
           IF WS-STEP-RC > 255
               DIVIDE 256 INTO WS-STEP-RC
           END-IF.
           MOVE WS-STEP-RC TO WS-RC-EDIT.
           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-TIME-HHMMSS TO WS-END-TIME.
           MOVE WS-START-DATE TO WS-PRT-DATE.
           MOVE WS-START-TIME TO WS-PRT-START.
           MOVE WS-END-TIME TO WS-PRT-END.
           IF WS-STEP-RC NOT = ZERO
               MOVE "F" TO WS-STEP-RESULT
               MOVE SPACES TO WS-PRT-RESULT
               STRING "FAILED - RETURN CODE "
                   FUNCTION TRIM(WS-RC-EDIT)
                   DELIMITED BY SIZE INTO WS-PRT-RESULT
               DISPLAY "*** STEP " WS-STP-NUMBER(WS-STEP-SUB) " "
                   FUNCTION TRIM(WS-STP-PROGRAM(WS-STEP-SUB))
                   " FAILED, RETURN CODE " FUNCTION TRIM(WS-RC-EDIT)
                   " - STREAM STOPPED ***"
           ELSE
               IF WS-STP-PROGRAM(WS-STEP-SUB) = "RUN-BALANCE"
                   PERFORM 0500-CHECK-RUN-BALANCE
               END-IF
               IF WS-OUT-OF-BALANCE-COUNT > ZERO
                   MOVE "B" TO WS-STEP-RESULT
                   MOVE SPACES TO WS-PRT-RESULT
                   STRING "OUT OF BALANCE - " WS-OUT-OF-BALANCE-COUNT
                       " RUN(S)"
                       DELIMITED BY SIZE INTO WS-PRT-RESULT
                   DISPLAY "*** " WS-OUT-OF-BALANCE-COUNT
                       " RUN(S) OUT OF BALANCE - STREAM STOPPED "
                       "AT RUN-BALANCE ***"
               ELSE
                   MOVE "C" TO WS-STEP-RESULT
                   MOVE "COMPLETED" TO WS-PRT-RESULT
                   ADD 1 TO WS-STEPS-COMPLETED
               END-IF
           END-IF.
           IF WS-STEP-RESULT NOT = "C"
               MOVE "Y" TO WS-STREAM-STOPPED
               MOVE WS-STP-NUMBER(WS-STEP-SUB) TO WS-STOPPED-STEP
           END-IF.
           PERFORM 0700-WRITE-STATUS-RECORD.

       0500-CHECK-RUN-BALANCE.
           MOVE ZERO TO WS-RUN-COUNT.
           MOVE ZERO TO WS-OUT-OF-BALANCE-COUNT.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUNLOG-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0510-READ-RUN-RECORD
               PERFORM 0520-BALANCE-RUN-RECORD
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE RUN-CONTROL-FILE
           END-IF.

       0510-READ-RUN-RECORD.
           READ RUN-CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0520-BALANCE-RUN-RECORD.
           IF RUN-DATE = WS-END-DATE
               ADD 1 TO WS-RUN-COUNT
               COMPUTE WS-ACCOUNTED = RUN-HISTORY-WRITTEN
                   + RUN-REJECTS + RUN-SKIPS
               IF WS-ACCOUNTED NOT = RUN-INTAKE-READ
                   ADD 1 TO WS-OUT-OF-BALANCE-COUNT
               END-IF
           END-IF.
           PERFORM 0510-READ-RUN-RECORD.

       0600-PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-DETAIL.
           STRING "GRAND TOTAL: " WS-STEPS-RUN " RUN, "
               WS-STEPS-COMPLETED " COMPLETED, "
               WS-STEPS-SKIPPED " SKIPPED, "
               WS-STEPS-NOT-RUN " NOT RUN"
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-DETAIL.
           IF WS-STREAM-STOPPED = "Y"
               STRING "STREAM STOPPED AT STEP " WS-STOPPED-STEP
                   " - THE NEXT LAUNCH RESUMES THERE"
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
               DISPLAY "Stream stopped at step " WS-STOPPED-STEP
                   " - the next launch resumes there."
           ELSE
               MOVE "STREAM COMPLETE" TO WS-PRINT-DETAIL
               DISPLAY "Stream complete: " WS-STEPS-COMPLETED
                   " step(s) run, " WS-STEPS-SKIPPED " skipped."
           END-IF.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "*** END OF REPORT ***" TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.

       0700-WRITE-STATUS-RECORD.
           OPEN EXTEND STREAM-STATUS-FILE.
           IF SST-STATUS-CODE = "35"
               OPEN OUTPUT STREAM-STATUS-FILE
           END-IF.
           MOVE WS-STREAM-NAME TO SST-STREAM-NAME.
           MOVE WS-STREAM-RUN-DATE TO SST-RUN-DATE.
           MOVE WS-STP-NUMBER(WS-STEP-SUB) TO SST-STEP-NUMBER.
           MOVE WS-STP-PROGRAM(WS-STEP-SUB) TO SST-PROGRAM.
           MOVE WS-START-DATE TO SST-START-DATE.
           MOVE WS-START-TIME TO SST-START-TIME.
           MOVE WS-END-DATE TO SST-END-DATE.
           MOVE WS-END-TIME TO SST-END-TIME.
           MOVE WS-STEP-RESULT TO SST-STATUS.
           MOVE WS-STEP-RC TO SST-RETURN-CODE.
           WRITE STREAM-STATUS-RECORD.
           CLOSE STREAM-STATUS-FILE.

       0910-WRITE-PRINT-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-LIMIT
               PERFORM 0920-PRINT-PAGE-HEADING
           END-IF.
           MOVE WS-PRINT-DETAIL TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       0920-PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-TODAY TO WS-HEAD-DATE.
           MOVE WS-RUN-TIME TO WS-HEAD-TIME.
           MOVE WS-PAGE-NUMBER TO WS-HEAD-PAGE.
           MOVE WS-PRINT-HEADING-1 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-PRINT-HEADING-2 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 4 TO WS-LINE-COUNT.
       END PROGRAM STREAM-CONTROL.
