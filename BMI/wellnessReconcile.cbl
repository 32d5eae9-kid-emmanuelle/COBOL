      *still matched against responses and aged normally - the same
      *adds-versus-retracts netting BMI-ADJUSTMENT applies before
      *deciding to append either record.
      *BMI-CALCULATOR creates the extract on every run, so a missing
      *extract means the batch did not run; the job ends with
      *return code 16 so STREAM-CONTROL stops the stream there.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           IF WELL-STATUS = "35"
               DISPLAY "No wellness extract file found, "
                   "nothing to reconcile."
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT WELLNESS-STATUS-FILE
               MOVE WS-TODAY TO WS-PRINT-DATE
