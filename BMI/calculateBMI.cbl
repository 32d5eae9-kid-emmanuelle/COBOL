      *about the members a BMI alone keeps misleading them on.
      *Blank cut points (sets keyed before the fields existed)
      *fall back to the built-in limits.
      *A run that cannot go ahead (no member master) ends with
      *return code 16, so STREAM-CONTROL stops the stream there.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           IF WS-MASTER-OPEN = "N"
               DISPLAY "Member master file not found - run "
                   "MEMBER-MAINTENANCE to set up members first."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MEMBER-INTAKE-FILE.
