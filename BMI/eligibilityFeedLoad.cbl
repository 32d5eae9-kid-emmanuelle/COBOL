       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELIG-FEED-LOAD.
       AUTHOR. EMMANUELLE NGAN HA NGUYEN
      *This program applies HR's daily employer eligibility file,
      *ELIGFEED, to the indexed member master, so new members no
      *longer wait to be keyed one at a time through MEMBER-
      *MAINTENANCE and members who have left the employer no longer
      *stay "A" until somebody remembers to key a D.  Each record
      *is an add, a name change or a termination.  An add writes a
      *new master record enrolled on the employer's effective date
      *(today when the file gives none), a name change rewrites
      *MAST-NAME, and a term deactivates the member with
      *MAST-STATUS "I" - the same three things the clerk does by
      *hand, applied with the same direct keyed READ and WRITE or
      *REWRITE.  Every change applied lands on the maintenance
      *audit file with the same ADD, NAME-CHANGE and DEACTIVATE
      *actions MEMBER-MAINTENANCE writes, signed with the batch
      *operator ID ELIGFEED so the trail shows HR's file did it.
      *A record that conflicts with the master is not applied: an
      *add for an ID already on file, a change or term for an ID
      *that is not, a term for a member already inactive, a change
      *for an ID merged into another member, a blank ID or name, an
      *add whose effective date is not a real calendar date, or an
      *unknown action code.  Each one is appended to the EXCEPTS
      *file with an EL reason code, so EXCEPTION-QUALITY-REPORT
      *counts HR's mistakes alongside the front desk's, and listed
      *on the report for HR to correct and resend.  The report
      *lists the first 999 rejects; any beyond that are counted on
      *a closing line and are still on EXCEPTS in full.
      *A run with no ELIGFEED to apply, or whose control totals do
      *not balance, ends with return code 16 so STREAM-CONTROL
      *stops the stream there.
      *The report of record is a dated print file (ELIGRPT- plus
      *the run date) listing each change applied, then the
      *exceptions list, then a control report proving records
      *received equals records applied plus records rejected, so
      *the file can be trusted like the other balanced jobs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELIGIBILITY-FILE ASSIGN TO "ELIGFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ELIG-STATUS-CODE.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-MEMBER-ID
               FILE STATUS IS MAST-STATUS-CODE.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MAINTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS-CODE.
           SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXC-STATUS.
           SELECT REPORT-PRINT-FILE ASSIGN TO WS-PRINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-STATUS-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD  ELIGIBILITY-FILE.
           COPY ELIGREC.
       FD  MEMBER-MASTER-FILE.
           COPY MEMMAST.
       FD  MAINT-AUDIT-FILE.
           COPY MAINTAUD.
       FD  EXCEPTION-FILE.
           COPY EXCPREC.
       FD  REPORT-PRINT-FILE.
       01  PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 ELIG-STATUS-CODE PIC XX.
       01 MAST-STATUS-CODE PIC XX.
       01 AUDIT-STATUS-CODE PIC XX.
       01 EXC-STATUS PIC XX.
       01 PRINT-STATUS-CODE PIC XX.
       01 WS-TODAY PIC 9(08).
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-FOUND-SWITCH PIC X VALUE "N".
       01 WS-BATCH-OPERATOR PIC X(08) VALUE "ELIGFEED".
       01 WS-REJECT-CODE PIC X(04).
       01 WS-REJECT-TEXT PIC X(40).
       01 WS-RECEIVED-COUNT PIC 9(05) VALUE ZERO.
       01 WS-ADD-COUNT PIC 9(05) VALUE ZERO.
       01 WS-CHANGE-COUNT PIC 9(05) VALUE ZERO.
       01 WS-TERM-COUNT PIC 9(05) VALUE ZERO.
       01 WS-APPLIED-COUNT PIC 9(05) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(05) VALUE ZERO.
       01 WS-BAD-DATE-COUNT PIC 9(05) VALUE ZERO.
       01 WS-EFFECTIVE-TEXT PIC X(08).
       01 WS-BALANCE-COUNT PIC 9(05) VALUE ZERO.
       01 WS-REJECT-SUB PIC 9(04) VALUE ZERO.
       01 WS-REJECT-LISTED PIC 9(04) VALUE ZERO.
       01 WS-REJECT-UNLISTED PIC 9(05) VALUE ZERO.
       01 WS-REJECT-TABLE.
           05 WS-REJECT-ENTRY OCCURS 999 TIMES.
               10 WS-REJ-ACTION PIC X.
               10 WS-REJ-MEMBER-ID PIC X(06).
               10 WS-REJ-NAME PIC A(20).
               10 WS-REJ-CODE PIC X(04).
               10 WS-REJ-TEXT PIC X(40).
       01 WS-TIME-OF-DAY.
           05 WS-TIME-HHMMSS PIC 9(06).
           05 WS-TIME-HUNDREDTHS PIC 99.
       01 WS-AUDIT-TIME.
           05 WS-AUDIT-HHMMSS PIC 9(06).
           05 WS-AUDIT-HUNDREDTHS PIC 99.
       01 WS-AUDIT-ACTION PIC X(12).
       01 WS-AUDIT-BEFORE PIC X(60).
       01 WS-AUDIT-AFTER PIC X(60).
       01 WS-PAGE-NUMBER PIC 9(04) VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(03) VALUE 99.
       01 WS-PAGE-LIMIT PIC 9(03) VALUE 55.
       01 WS-PRINT-FILE-NAME.
           05 FILLER PIC X(08) VALUE "ELIGRPT-".
           05 WS-PRINT-DATE PIC 9(08).
       01 WS-PRINT-HEADING-1.
           05 FILLER PIC X(30) VALUE "ELIGIBILITY FEED REPORT".
           05 FILLER PIC X(09) VALUE "RUN DATE ".
           05 WS-HEAD-DATE PIC 9(08).
           05 FILLER PIC X(06) VALUE " TIME ".
           05 WS-HEAD-TIME PIC 9(06).
           05 FILLER PIC X(06) VALUE " PAGE ".
           05 WS-HEAD-PAGE PIC ZZZ9.
       01 WS-PRINT-HEADING-2.
           05 FILLER PIC X(05) VALUE "ACT".
           05 FILLER PIC X(08) VALUE "MEMBER".
           05 FILLER PIC X(22) VALUE "NAME".
           05 FILLER PIC X(40) VALUE "RESULT".
       01 WS-PRINT-CHANGE-LINE.
           05 WS-PRT-ACTION PIC X(01).
           05 FILLER PIC X(04) VALUE SPACES.
           05 WS-PRT-MEMBER-ID PIC X(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-PRT-NAME PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-PRT-RESULT PIC X(50).
       01 WS-PRINT-COUNT-LINE.
           05 WS-PRT-COUNT-LABEL PIC X(30).
           05 WS-PRT-COUNT-VALUE PIC ZZ,ZZ9.
       01 WS-PRINT-DETAIL PIC X(132).

       PROCEDURE DIVISION.
       0100-START-HERE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           DISPLAY "===== ELIGIBILITY FEED FOR " WS-TODAY " =====".
           OPEN INPUT ELIGIBILITY-FILE.
           IF ELIG-STATUS-CODE = "35"
               DISPLAY "No eligibility file ELIGFEED found - "
                   "nothing to apply."
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 0150-OPEN-MASTER
               PERFORM 0900-OPEN-PRINT-FILE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0200-READ-ELIG-RECORD
               PERFORM 0300-APPLY-ELIG-RECORD
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE ELIGIBILITY-FILE MEMBER-MASTER-FILE
               PERFORM 0600-PRINT-EXCEPTIONS
               PERFORM 0700-PRINT-CONTROL-REPORT
               CLOSE REPORT-PRINT-FILE
               DISPLAY "Report of record written to "
                   WS-PRINT-FILE-NAME "."
           END-IF.
           STOP RUN.

       0150-OPEN-MASTER.
           OPEN I-O MEMBER-MASTER-FILE.
           IF MAST-STATUS-CODE = "35"
               DISPLAY "No member master on file - starting a new "
                   "empty master."
               OPEN OUTPUT MEMBER-MASTER-FILE
               CLOSE MEMBER-MASTER-FILE
               OPEN I-O MEMBER-MASTER-FILE
           END-IF.

       0200-READ-ELIG-RECORD.
           READ ELIGIBILITY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0300-APPLY-ELIG-RECORD.
           ADD 1 TO WS-RECEIVED-COUNT.
           MOVE SPACES TO WS-REJECT-CODE.
           IF FUNCTION TRIM(ELIG-MEMBER-ID) = SPACES
               MOVE "EL02" TO WS-REJECT-CODE
               MOVE "Member ID or name blank" TO WS-REJECT-TEXT
           ELSE
               MOVE ELIG-MEMBER-ID TO MAST-MEMBER-ID
               READ MEMBER-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-FOUND-SWITCH
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND-SWITCH
               END-READ
               EVALUATE ELIG-ACTION-CODE
                   WHEN "A"
                       PERFORM 0310-APPLY-ADD
                   WHEN "C"
                       PERFORM 0320-APPLY-NAME-CHANGE
                   WHEN "T"
                       PERFORM 0330-APPLY-TERM
                   WHEN OTHER
                       MOVE "EL01" TO WS-REJECT-CODE
                       MOVE "Action code not A, C or T"
                           TO WS-REJECT-TEXT
               END-EVALUATE
           END-IF.
           IF WS-REJECT-CODE = SPACES
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM 0400-PRINT-CHANGE-LINE
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM 0500-REJECT-ELIG-RECORD
           END-IF.
           PERFORM 0200-READ-ELIG-RECORD.

       0310-APPLY-ADD.
           IF FUNCTION TRIM(ELIG-NAME) = SPACES
               MOVE "EL02" TO WS-REJECT-CODE
               MOVE "Member ID or name blank" TO WS-REJECT-TEXT
           ELSE
               IF WS-FOUND-SWITCH = "Y"
                   MOVE "EL03" TO WS-REJECT-CODE
                   MOVE "Add for an ID already on the master"
                       TO WS-REJECT-TEXT
               ELSE
                   MOVE ELIG-MEMBER-ID TO MAST-MEMBER-ID
                   MOVE ELIG-NAME TO MAST-NAME
                   PERFORM 0315-SET-ENROLL-DATE
                   IF WS-REJECT-CODE = SPACES
                       PERFORM 0316-WRITE-NEW-MEMBER
                   END-IF
               END-IF
           END-IF.

      *A blank or zero effective date enrolls the member today; any
      *other date must be a real calendar date, since a date such as
      *20261345 would upset every report that ages enrollment.
       0315-SET-ENROLL-DATE.
           MOVE ELIG-EFFECTIVE-DATE TO WS-EFFECTIVE-TEXT.
           IF WS-EFFECTIVE-TEXT = SPACES
               MOVE WS-TODAY TO MAST-ENROLL-DATE
           ELSE
               IF ELIG-EFFECTIVE-DATE IS NUMERIC
                   AND ELIG-EFFECTIVE-DATE = ZERO
                   MOVE WS-TODAY TO MAST-ENROLL-DATE
               ELSE
                   IF ELIG-EFFECTIVE-DATE IS NUMERIC
                       AND FUNCTION TEST-DATE-YYYYMMDD(
                           ELIG-EFFECTIVE-DATE) = ZERO
                       MOVE ELIG-EFFECTIVE-DATE TO MAST-ENROLL-DATE
                   ELSE
                       MOVE "EL09" TO WS-REJECT-CODE
                       MOVE "Effective date is not a calendar date"
                           TO WS-REJECT-TEXT
                       ADD 1 TO WS-BAD-DATE-COUNT
                   END-IF
               END-IF
           END-IF.

       0316-WRITE-NEW-MEMBER.
           MOVE "A" TO MAST-STATUS.
           MOVE SPACES TO MAST-MERGED-INTO.
           WRITE MEMBER-MASTER-RECORD
               INVALID KEY
                   MOVE "EL03" TO WS-REJECT-CODE
                   MOVE "Add for an ID already on the master"
                       TO WS-REJECT-TEXT
           END-WRITE.
           IF WS-REJECT-CODE = SPACES
               ADD 1 TO WS-ADD-COUNT
               MOVE "ADD" TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-BEFORE
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING FUNCTION TRIM(MAST-NAME)
                   " STATUS A" DELIMITED BY SIZE
                   INTO WS-AUDIT-AFTER
               PERFORM 0800-WRITE-AUDIT
           END-IF.

       0320-APPLY-NAME-CHANGE.
           IF FUNCTION TRIM(ELIG-NAME) = SPACES
               MOVE "EL02" TO WS-REJECT-CODE
               MOVE "Member ID or name blank" TO WS-REJECT-TEXT
           ELSE
               IF WS-FOUND-SWITCH = "N"
                   MOVE "EL04" TO WS-REJECT-CODE
                   MOVE "Name change for an ID not on the master"
                       TO WS-REJECT-TEXT
               ELSE
                   IF MAST-MERGED-INTO NOT = SPACES
                       MOVE "EL07" TO WS-REJECT-CODE
                       MOVE "ID was merged into another member"
                           TO WS-REJECT-TEXT
                   ELSE
                       MOVE "NAME-CHANGE" TO WS-AUDIT-ACTION
                       MOVE SPACES TO WS-AUDIT-BEFORE
                       MOVE MAST-NAME TO WS-AUDIT-BEFORE
                       MOVE SPACES TO WS-AUDIT-AFTER
                       MOVE ELIG-NAME TO WS-AUDIT-AFTER
                       MOVE ELIG-NAME TO MAST-NAME
                       PERFORM 0340-REWRITE-MEMBER
                       IF WS-REJECT-CODE = SPACES
                           ADD 1 TO WS-CHANGE-COUNT
                           PERFORM 0800-WRITE-AUDIT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0330-APPLY-TERM.
           IF WS-FOUND-SWITCH = "N"
               MOVE "EL05" TO WS-REJECT-CODE
               MOVE "Term for an ID not on the master"
                   TO WS-REJECT-TEXT
           ELSE
               IF MAST-STATUS = "I"
                   MOVE "EL06" TO WS-REJECT-CODE
                   MOVE "Term for a member already inactive"
                       TO WS-REJECT-TEXT
               ELSE
                   MOVE "DEACTIVATE" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   STRING FUNCTION TRIM(MAST-NAME) " STATUS "
                       MAST-STATUS DELIMITED BY SIZE
                       INTO WS-AUDIT-BEFORE
                   MOVE "I" TO MAST-STATUS
                   MOVE SPACES TO WS-AUDIT-AFTER
                   STRING FUNCTION TRIM(MAST-NAME) " STATUS "
                       MAST-STATUS DELIMITED BY SIZE
                       INTO WS-AUDIT-AFTER
                   PERFORM 0340-REWRITE-MEMBER
                   IF WS-REJECT-CODE = SPACES
                       ADD 1 TO WS-TERM-COUNT
                       PERFORM 0800-WRITE-AUDIT
                   END-IF
               END-IF
           END-IF.

       0340-REWRITE-MEMBER.
           REWRITE MEMBER-MASTER-RECORD
               INVALID KEY
                   MOVE "EL08" TO WS-REJECT-CODE
                   MOVE "Master record could not be rewritten"
                       TO WS-REJECT-TEXT
           END-REWRITE.

       0400-PRINT-CHANGE-LINE.
           MOVE ELIG-ACTION-CODE TO WS-PRT-ACTION.
           MOVE ELIG-MEMBER-ID TO WS-PRT-MEMBER-ID.
           MOVE SPACES TO WS-PRT-RESULT.
           EVALUATE ELIG-ACTION-CODE
               WHEN "A"
                   MOVE MAST-NAME TO WS-PRT-NAME
                   STRING "ADDED, ENROLLED " MAST-ENROLL-DATE
                       DELIMITED BY SIZE INTO WS-PRT-RESULT
               WHEN "C"
                   MOVE MAST-NAME TO WS-PRT-NAME
                   MOVE "NAME CHANGED" TO WS-PRT-RESULT
               WHEN OTHER
                   MOVE MAST-NAME TO WS-PRT-NAME
                   MOVE "TERMINATED, STATUS I" TO WS-PRT-RESULT
           END-EVALUATE.
           MOVE WS-PRINT-CHANGE-LINE TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.

       0500-REJECT-ELIG-RECORD.
           MOVE SPACES TO EXCEPTION-RECORD.
           MOVE "ELIG-FEED-LOAD" TO EXC-SOURCE-PROGRAM.
           MOVE ELIG-MEMBER-ID TO EXC-MEMBER-ID.
           MOVE WS-REJECT-CODE TO EXC-REASON-CODE.
           MOVE WS-REJECT-TEXT TO EXC-REASON-TEXT.
           MOVE WS-TODAY TO EXC-DATE.
           OPEN EXTEND EXCEPTION-FILE.
           IF EXC-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF.
           WRITE EXCEPTION-RECORD.
           CLOSE EXCEPTION-FILE.
           IF WS-REJECT-SUB < 999
               ADD 1 TO WS-REJECT-SUB
               MOVE ELIG-ACTION-CODE TO WS-REJ-ACTION(WS-REJECT-SUB)
               MOVE ELIG-MEMBER-ID TO WS-REJ-MEMBER-ID(WS-REJECT-SUB)
               MOVE ELIG-NAME TO WS-REJ-NAME(WS-REJECT-SUB)
               MOVE WS-REJECT-CODE TO WS-REJ-CODE(WS-REJECT-SUB)
               MOVE WS-REJECT-TEXT TO WS-REJ-TEXT(WS-REJECT-SUB)
           END-IF.
           DISPLAY "REJECTED: " ELIG-ACTION-CODE " " ELIG-MEMBER-ID
               " " WS-REJECT-CODE " " FUNCTION TRIM(WS-REJECT-TEXT).

       0600-PRINT-EXCEPTIONS.
           MOVE SPACES TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "EXCEPTIONS - NOT APPLIED, RETURN TO HR"
               TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           IF WS-REJECT-SUB = ZERO
               MOVE "NONE" TO WS-PRINT-DETAIL
               PERFORM 0910-WRITE-PRINT-LINE
           ELSE
               MOVE 1 TO WS-REJECT-LISTED
               PERFORM 0610-PRINT-ONE-EXCEPTION
                   UNTIL WS-REJECT-LISTED > WS-REJECT-SUB
           END-IF.
           IF WS-REJECTED-COUNT > WS-REJECT-SUB
               COMPUTE WS-REJECT-UNLISTED =
                   WS-REJECTED-COUNT - WS-REJECT-SUB
               MOVE SPACES TO WS-PRINT-DETAIL
               STRING WS-REJECT-UNLISTED " FURTHER REJECTS NOT "
                   "LISTED - SEE EXCEPTS FOR THE FULL LIST"
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
               PERFORM 0910-WRITE-PRINT-LINE
           END-IF.

       0610-PRINT-ONE-EXCEPTION.
           MOVE WS-REJ-ACTION(WS-REJECT-LISTED) TO WS-PRT-ACTION.
           MOVE WS-REJ-MEMBER-ID(WS-REJECT-LISTED)
               TO WS-PRT-MEMBER-ID.
           MOVE WS-REJ-NAME(WS-REJECT-LISTED) TO WS-PRT-NAME.
           MOVE SPACES TO WS-PRT-RESULT.
           STRING WS-REJ-CODE(WS-REJECT-LISTED) " "
               WS-REJ-TEXT(WS-REJECT-LISTED)
               DELIMITED BY SIZE INTO WS-PRT-RESULT.
           MOVE WS-PRINT-CHANGE-LINE TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           ADD 1 TO WS-REJECT-LISTED.

       0700-PRINT-CONTROL-REPORT.
           MOVE SPACES TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "CONTROL REPORT" TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "RECORDS RECEIVED" TO WS-PRT-COUNT-LABEL.
           MOVE WS-RECEIVED-COUNT TO WS-PRT-COUNT-VALUE.
           MOVE WS-PRINT-COUNT-LINE TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "  ADDS APPLIED" TO WS-PRT-COUNT-LABEL.
           MOVE WS-ADD-COUNT TO WS-PRT-COUNT-VALUE.
           MOVE WS-PRINT-COUNT-LINE TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "  NAME CHANGES APPLIED" TO WS-PRT-COUNT-LABEL.
           MOVE WS-CHANGE-COUNT TO WS-PRT-COUNT-VALUE.
           MOVE WS-PRINT-COUNT-LINE TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "  TERMS APPLIED" TO WS-PRT-COUNT-LABEL.
           MOVE WS-TERM-COUNT TO WS-PRT-COUNT-VALUE.
           MOVE WS-PRINT-COUNT-LINE TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "RECORDS APPLIED" TO WS-PRT-COUNT-LABEL.
           MOVE WS-APPLIED-COUNT TO WS-PRT-COUNT-VALUE.
           MOVE WS-PRINT-COUNT-LINE TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "RECORDS REJECTED" TO WS-PRT-COUNT-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-PRT-COUNT-VALUE.
           MOVE WS-PRINT-COUNT-LINE TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "  BAD EFFECTIVE DATES (EL09)" TO WS-PRT-COUNT-LABEL.
           MOVE WS-BAD-DATE-COUNT TO WS-PRT-COUNT-VALUE.
           MOVE WS-PRINT-COUNT-LINE TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           COMPUTE WS-BALANCE-COUNT =
               WS-APPLIED-COUNT + WS-REJECTED-COUNT.
           MOVE SPACES TO WS-PRINT-DETAIL.
           IF WS-BALANCE-COUNT = WS-RECEIVED-COUNT
               STRING "GRAND TOTAL: " WS-RECEIVED-COUNT
                   " RECEIVED = " WS-APPLIED-COUNT " APPLIED + "
                   WS-REJECTED-COUNT " REJECTED, IN BALANCE"
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
           ELSE
               STRING "GRAND TOTAL: " WS-RECEIVED-COUNT
                   " RECEIVED BUT " WS-BALANCE-COUNT
                   " ACCOUNTED FOR - *OUT OF BALANCE*"
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
           END-IF.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "*** END OF REPORT ***" TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           DISPLAY "Records received: " WS-RECEIVED-COUNT.
           DISPLAY "  Applied:  " WS-APPLIED-COUNT " (adds "
               WS-ADD-COUNT ", name changes " WS-CHANGE-COUNT
               ", terms " WS-TERM-COUNT ")".
           DISPLAY "  Rejected: " WS-REJECTED-COUNT
               " (bad effective dates " WS-BAD-DATE-COUNT ")".
           IF WS-BALANCE-COUNT = WS-RECEIVED-COUNT
               DISPLAY "Control totals balance."
           ELSE
               DISPLAY "*** CONTROL TOTALS OUT OF BALANCE - "
                   "INVESTIGATE BEFORE THE NEXT FILE ***"
               MOVE 16 TO RETURN-CODE
           END-IF.

       0800-WRITE-AUDIT.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF AUDIT-STATUS-CODE = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE "ELIG-FEED-LOAD" TO AUD-PROGRAM.
           MOVE WS-BATCH-OPERATOR TO AUD-OPERATOR.
           MOVE WS-TODAY TO AUD-DATE.
           MOVE WS-AUDIT-HHMMSS TO AUD-TIME.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION.
           MOVE ELIG-MEMBER-ID TO AUD-KEY.
           MOVE WS-AUDIT-BEFORE TO AUD-BEFORE.
           MOVE WS-AUDIT-AFTER TO AUD-AFTER.
           WRITE MAINTENANCE-AUDIT-RECORD.
           CLOSE MAINT-AUDIT-FILE.

       0900-OPEN-PRINT-FILE.
           MOVE WS-TODAY TO WS-PRINT-DATE.
           OPEN OUTPUT REPORT-PRINT-FILE.

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
           MOVE WS-TIME-HHMMSS TO WS-HEAD-TIME.
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
       END PROGRAM ELIG-FEED-LOAD.
