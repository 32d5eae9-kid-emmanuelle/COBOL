       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBER-MASTER-UNLOAD.
       AUTHOR. EMMANUELLE NGAN HA NGUYEN
      *This is the unload step for widening the indexed member
      *master.  The indexed MEMMAST was first built with a 35-byte
      *record; MAST-MERGED-INTO has since been added to the end of
      *the record, and an indexed file cannot simply be reopened
      *with a longer record.  This job reads the existing indexed
      *MEMMAST in member ID order using the original 35-byte layout
      *and writes every record to the sequential MEMMASTS in the
      *current layout, with MAST-MERGED-INTO blank since no member
      *had been merged before the field existed.  MEMBER-MASTER-
      *CONVERT is then run as usual to rebuild MEMMAST from
      *MEMMASTS in the new layout.  Back up MEMMAST before running
      *the pair.  A control report proves records read equals
      *records written so nobody reloads a short copy; if MEMMASTS
      *cannot be opened, or a write to it fails, the run stops there
      *with the file status shown and ends with return code 16.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE ASSIGN TO "MEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-MEMBER-ID
               FILE STATUS IS OLD-STATUS-CODE.
           SELECT SAVED-MASTER-FILE ASSIGN TO "MEMMASTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAVE-STATUS-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-FILE.
       01  OLD-MASTER-RECORD.
           05  OLD-MEMBER-ID PIC X(06).
           05  OLD-NAME PIC A(20).
           05  OLD-ENROLL-DATE PIC 9(08).
           05  OLD-STATUS PIC X.
       FD  SAVED-MASTER-FILE.
           COPY MEMMAST REPLACING LEADING ==MAST== BY ==SAVE==
               ==MEMBER-MASTER-RECORD== BY ==SAVED-MASTER-RECORD==.

       WORKING-STORAGE SECTION.
       01 OLD-STATUS-CODE PIC XX.
       01 SAVE-STATUS-CODE PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-READ-COUNT PIC 9(07) VALUE ZERO.
       01 WS-WRITTEN-COUNT PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       0100-START-HERE.
           OPEN INPUT OLD-MASTER-FILE.
           IF OLD-STATUS-CODE = "35"
               DISPLAY "No indexed member master MEMMAST found - "
                   "nothing to unload."
           ELSE
               OPEN OUTPUT SAVED-MASTER-FILE
               IF SAVE-STATUS-CODE NOT = "00"
                   DISPLAY "*** CANNOT OPEN MEMMASTS, STATUS "
                       SAVE-STATUS-CODE " - NOTHING UNLOADED ***"
                   CLOSE OLD-MASTER-FILE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM 0200-READ-OLD-RECORD
                   PERFORM 0300-UNLOAD-RECORD
                       UNTIL WS-EOF-SWITCH = "Y"
                   CLOSE OLD-MASTER-FILE SAVED-MASTER-FILE
                   PERFORM 0400-PRINT-CONTROL-REPORT
               END-IF
           END-IF.
           STOP RUN.

       0200-READ-OLD-RECORD.
           READ OLD-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0300-UNLOAD-RECORD.
           ADD 1 TO WS-READ-COUNT.
           MOVE OLD-MEMBER-ID TO SAVE-MEMBER-ID.
           MOVE OLD-NAME TO SAVE-NAME.
           MOVE OLD-ENROLL-DATE TO SAVE-ENROLL-DATE.
           MOVE OLD-STATUS TO SAVE-STATUS.
           MOVE SPACES TO SAVE-MERGED-INTO.
           WRITE SAVED-MASTER-RECORD.
           IF SAVE-STATUS-CODE = "00"
               ADD 1 TO WS-WRITTEN-COUNT
               PERFORM 0200-READ-OLD-RECORD
           ELSE
               DISPLAY "*** WRITE TO MEMMASTS FAILED FOR MEMBER "
                   OLD-MEMBER-ID ", STATUS " SAVE-STATUS-CODE " ***"
               MOVE "Y" TO WS-EOF-SWITCH
           END-IF.

       0400-PRINT-CONTROL-REPORT.
           DISPLAY "===== MEMBER MASTER UNLOAD CONTROL "
               "REPORT =====".
           DISPLAY "Indexed master records read: " WS-READ-COUNT.
           DISPLAY "Records written to MEMMASTS: " WS-WRITTEN-COUNT.
           IF WS-WRITTEN-COUNT = WS-READ-COUNT
               DISPLAY "Control totals balance - run MEMBER-MASTER-"
                   "CONVERT to rebuild MEMMAST."
           ELSE
               DISPLAY "*** CONTROL TOTALS OUT OF BALANCE - DO "
                   "NOT RUN THE CONVERSION, INVESTIGATE FIRST ***"
               MOVE 16 TO RETURN-CODE
           END-IF.
       END PROGRAM MEMBER-MASTER-UNLOAD.
