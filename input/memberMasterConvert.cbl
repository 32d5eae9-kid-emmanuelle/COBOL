      *loaded plus duplicates rejected, the same prove-the-counts
      *shape as BMI-HISTORY-ARCHIVE, so nobody swaps in a master
      *that quietly dropped a member.
      *The same job rebuilds the indexed master when its record is
      *widened: MEMBER-MASTER-UNLOAD first copies the existing
      *indexed MEMMAST out to MEMMASTS in the new layout, then this
      *job loads it back.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           MOVE OLD-NAME TO MAST-NAME.
           MOVE OLD-ENROLL-DATE TO MAST-ENROLL-DATE.
           MOVE OLD-STATUS TO MAST-STATUS.
           MOVE OLD-MERGED-INTO TO MAST-MERGED-INTO.
           WRITE MEMBER-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUPLICATE-COUNT
