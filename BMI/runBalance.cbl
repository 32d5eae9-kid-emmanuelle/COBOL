      *grand-total trailer, so yesterday's balance can be reprinted
      *and filed instead of photographed off the terminal.  The
      *console keeps the short totals and still shouts when a run
      *is out of balance.  No run log at all means the batch never
      *logged a run, and the job ends with return code 16 so
      *STREAM-CONTROL stops the stream there.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           IF RUNLOG-STATUS = "35"
               DISPLAY "No run log found - the batch has not "
                   "logged a run yet."
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 0900-OPEN-PRINT-FILE
               PERFORM 0200-READ-NEXT-RECORD
