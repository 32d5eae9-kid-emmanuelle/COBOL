      *rolled, generation written - goes to the console and to a
      *dated print file (CLOSEOUT- plus the run date) so the shift
      *lead can see the roll happened.
      *A close-out refused for an out-of-balance day ends with return
      *code 16, so STREAM-CONTROL stops the stream there.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               DISPLAY "*** " WS-OUT-OF-BALANCE-COUNT " RUN(S) OUT "
                   "OF BALANCE TODAY - NOTHING ROLLED, "
                   "INVESTIGATE WITH THE FILES INTACT ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-RUN-COUNT = ZERO
