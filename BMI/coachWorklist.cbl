      *ride the unattended stream.  The worklist is written to a
      *dated print file (COACHWL- plus the run date), one page per
      *coach; the console keeps the short totals.
      *A run that cannot go ahead (no coach master) ends with return
      *code 16, so STREAM-CONTROL stops the stream there.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           IF WS-COACH-COUNT = ZERO
               DISPLAY "No coach master on file - run "
                   "COACH-MAINTENANCE to set up coaches first."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0160-LOAD-ASSIGN-TABLE.
