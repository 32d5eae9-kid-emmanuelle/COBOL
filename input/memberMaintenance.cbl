      *answer.  The session is signed with the operator's initials
      *at startup, the way BMIPARM-MAINT signs its parameter sets.
      *MAINT-AUDIT-INQUIRY lists the trail.
      *A member ID that MEMBER-MERGE folded into a surviving ID
      *cannot be reactivated here - the screen shows the surviving
      *ID instead, so a duplicate enrollment stays merged.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               MOVE WS-ANSWER-NAME TO MAST-NAME
               MOVE WS-TODAY TO MAST-ENROLL-DATE
               MOVE "A" TO MAST-STATUS
               MOVE SPACES TO MAST-MERGED-INTO
               WRITE MEMBER-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Member " WS-ANSWER-ID
                   DISPLAY "Member " WS-ANSWER-ID
                       " is already active."
               ELSE
                   IF MAST-MERGED-INTO NOT = SPACES
                       DISPLAY "Member " WS-ANSWER-ID
                           " was merged into " MAST-MERGED-INTO
                           " and cannot be reactivated."
                   ELSE
                       MOVE "REACTIVATE" TO WS-AUDIT-ACTION
                       PERFORM 0850-BUILD-STATUS-BEFORE
                       MOVE "A" TO MAST-STATUS
                       PERFORM 0860-BUILD-STATUS-AFTER
                       PERFORM 0800-REWRITE-MEMBER
                       PERFORM 0900-WRITE-AUDIT
                       DISPLAY "Member " WS-ANSWER-ID
                           " reactivated."
                   END-IF
               END-IF
           END-IF.

