       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCENTIVE-PAYOUT.
       AUTHOR. EMMANUELLE NGAN HA NGUYEN
      *This program builds the outbound payroll incentive file.  The
      *employer pays a member a fixed incentive for reaching a goal
      *and another for enrolling in the wellness program after a
      *referral, and HR used to build that list by hand from the
      *DAILY ACHIEVEMENTS printout and WELLSTAT - members were paid
      *twice and missed.  This run reads the "G" goal-reached
      *records on MILESTONE and the "E" enrolled statuses on
      *WELLSTAT and writes one INCPAY detail record per event that
      *has not been paid before, at the fixed amount for its event
      *type (WS-GOAL-INCENTIVE and WS-ENROLL-INCENTIVE below).
      *Every event is looked up on the paid-events ledger, PAIDLDG,
      *first, so rereading MILESTONE after a rerun, or the full
      *WELLSTAT that WELLNESS-RECONCILE rewrites every night, can
      *never pay the same event twice.  The events paid are held in
      *storage and only appended to the ledger once INCPAY has its
      *trailer and is closed, so a run that dies part way leaves
      *nothing marked paid that payroll will never see.  When
      *MEMBER-MERGE has folded a duplicate ID into a member, the
      *event is also looked up under every retired ID that points
      *at that member - following the chain when a retired ID was
      *itself merged into an ID later retired in turn - so a
      *milestone carried across by a merge is not paid again under
      *the surviving ID.
      *Members deactivated on MEMMAST are skipped and not put on
      *the ledger, as are IDs not on the master at all; both are
      *listed on the report so HR can see who was held back.
      *The payroll file is dated (INCPAY- plus the run date) and
      *always ends with a trailer record carrying the event count
      *and dollar total.  If today's file is already there the run
      *stops without paying anything, so a second run cannot
      *overwrite a file payroll has not collected yet.  The report
      *of record is a dated print file (INCRPT- plus the run date)
      *listing each event
      *paid or skipped and a control report of events read,
      *already paid, skipped and paid, with the count and dollar
      *total by event type for HR to tie out to the trailer.
      *A run that builds no file (no member master, a full ledger
      *or today's file already built) ends with return code 16, so
      *STREAM-CONTROL stops the stream there.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MILESTONE-FILE ASSIGN TO "MILESTONE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MILE-STATUS-CODE.
           SELECT WELLNESS-STATUS-FILE ASSIGN TO "WELLSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAT-STATUS-CODE.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-MEMBER-ID
               FILE STATUS IS MAST-STATUS-CODE.
           SELECT PAID-LEDGER-FILE ASSIGN TO "PAIDLDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAID-STATUS-CODE.
           SELECT INCENTIVE-FILE
               ASSIGN TO WS-INCPAY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INC-STATUS-CODE.
           SELECT REPORT-PRINT-FILE ASSIGN TO WS-PRINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-STATUS-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD  MILESTONE-FILE.
           COPY MILESTON.
       FD  WELLNESS-STATUS-FILE.
           COPY WELLSTAT.
       FD  MEMBER-MASTER-FILE.
           COPY MEMMAST.
       FD  PAID-LEDGER-FILE.
           COPY PAIDLDG.
       FD  INCENTIVE-FILE.
           COPY INCPAY.
       FD  REPORT-PRINT-FILE.
       01  PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 MILE-STATUS-CODE PIC XX.
       01 STAT-STATUS-CODE PIC XX.
       01 MAST-STATUS-CODE PIC XX.
       01 PAID-STATUS-CODE PIC XX.
       01 INC-STATUS-CODE PIC XX.
       01 PRINT-STATUS-CODE PIC XX.
       01 WS-TODAY PIC 9(08).
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-MAST-EOF-SWITCH PIC X VALUE "N".
       01 WS-PAID-EOF-SWITCH PIC X VALUE "N".
       01 WS-FOUND-SWITCH PIC X VALUE "N".
       01 WS-LEDGER-FULL PIC X VALUE "N".
       01 WS-INCPAY-EXISTS PIC X VALUE "N".
       01 WS-GOAL-INCENTIVE PIC 9(05)V99 VALUE 50.00.
       01 WS-ENROLL-INCENTIVE PIC 9(05)V99 VALUE 25.00.
       01 WS-EVENT-ID PIC X(06).
       01 WS-EVENT-TYPE PIC X.
       01 WS-EVENT-DATE PIC 9(08).
       01 WS-EVENT-AMOUNT PIC 9(05)V99 VALUE ZERO.
       01 WS-EVENT-RESULT PIC X(30).
       01 WS-GOAL-READ-COUNT PIC 9(05) VALUE ZERO.
       01 WS-ENROLL-READ-COUNT PIC 9(05) VALUE ZERO.
       01 WS-EVENT-COUNT PIC 9(05) VALUE ZERO.
       01 WS-ALREADY-PAID-COUNT PIC 9(05) VALUE ZERO.
       01 WS-DEACTIVATED-COUNT PIC 9(05) VALUE ZERO.
       01 WS-NOT-ON-MASTER-COUNT PIC 9(05) VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(05) VALUE ZERO.
       01 WS-GOAL-PAID-COUNT PIC 9(05) VALUE ZERO.
       01 WS-ENROLL-PAID-COUNT PIC 9(05) VALUE ZERO.
       01 WS-PAID-COUNT PIC 9(05) VALUE ZERO.
       01 WS-BALANCE-COUNT PIC 9(05) VALUE ZERO.
       01 WS-GOAL-PAID-TOTAL PIC 9(07)V99 VALUE ZERO.
       01 WS-ENROLL-PAID-TOTAL PIC 9(07)V99 VALUE ZERO.
       01 WS-PAID-TOTAL PIC 9(07)V99 VALUE ZERO.
       01 WS-LEDGER-COUNT PIC 9(05) VALUE ZERO.
       01 WS-LEDGER-SUB PIC 9(05) VALUE ZERO.
       01 WS-LEDGER-FOUND-SUB PIC 9(05) VALUE ZERO.
       01 WS-LEDGER-LIMIT PIC 9(05) VALUE 99999.
       01 WS-LEDGER-START PIC 9(05) VALUE ZERO.
       01 WS-LEDGER-TABLE.
           05 WS-LEDGER-ENTRY OCCURS 99999 TIMES.
               10 WS-LDG-ID PIC X(06).
               10 WS-LDG-TYPE PIC X.
               10 WS-LDG-DATE PIC 9(08).
       01 WS-CHECK-ID PIC X(06).
       01 WS-MERGE-COUNT PIC 9(04) VALUE ZERO.
       01 WS-MERGE-SUB PIC 9(04) VALUE ZERO.
       01 WS-MERGE-TABLE.
           05 WS-MERGE-ENTRY OCCURS 999 TIMES.
               10 WS-MRG-RETIRED-ID PIC X(06).
               10 WS-MRG-SURVIVOR-ID PIC X(06).
               10 WS-MRG-FINAL-ID PIC X(06).
       01 WS-MERGE-FOUND-SUB PIC 9(04) VALUE ZERO.
       01 WS-CHAIN-SUB PIC 9(04) VALUE ZERO.
       01 WS-CHAIN-ID PIC X(06).
       01 WS-CHAIN-HOPS PIC 9(04) VALUE ZERO.
       01 WS-CHAIN-DONE PIC X VALUE "N".
       01 WS-TIME-OF-DAY.
           05 WS-TIME-HHMMSS PIC 9(06).
           05 WS-TIME-HUNDREDTHS PIC 99.
       01 WS-PAGE-NUMBER PIC 9(04) VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(03) VALUE 99.
       01 WS-PAGE-LIMIT PIC 9(03) VALUE 55.
       01 WS-INCPAY-FILE-NAME.
           05 FILLER PIC X(07) VALUE "INCPAY-".
           05 WS-INCPAY-DATE PIC 9(08).
       01 WS-PRINT-FILE-NAME.
           05 FILLER PIC X(07) VALUE "INCRPT-".
           05 WS-PRINT-DATE PIC 9(08).
       01 WS-PRINT-HEADING-1.
           05 FILLER PIC X(30) VALUE "INCENTIVE PAYOUT REPORT".
           05 FILLER PIC X(09) VALUE "RUN DATE ".
           05 WS-HEAD-DATE PIC 9(08).
           05 FILLER PIC X(06) VALUE " TIME ".
           05 WS-HEAD-TIME PIC 9(06).
           05 FILLER PIC X(06) VALUE " PAGE ".
           05 WS-HEAD-PAGE PIC ZZZ9.
       01 WS-PRINT-HEADING-2.
           05 FILLER PIC X(08) VALUE "MEMBER".
           05 FILLER PIC X(22) VALUE "NAME".
           05 FILLER PIC X(06) VALUE "EVENT".
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(13) VALUE "       AMOUNT".
           05 FILLER PIC X(03) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "RESULT".
       01 WS-PRINT-EVENT-LINE.
           05 WS-PRT-MEMBER-ID PIC X(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-PRT-NAME PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-PRT-EVENT-TYPE PIC X(01).
           05 FILLER PIC X(05) VALUE SPACES.
           05 WS-PRT-EVENT-DATE PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-PRT-AMOUNT PIC $$,$$$,$$9.99.
           05 FILLER PIC X(03) VALUE SPACES.
           05 WS-PRT-RESULT PIC X(30).
       01 WS-PRINT-COUNT-LINE.
           05 WS-PRT-COUNT-LABEL PIC X(32).
           05 WS-PRT-COUNT-VALUE PIC ZZ,ZZ9.
       01 WS-PRINT-AMOUNT-LINE.
           05 WS-PRT-AMOUNT-LABEL PIC X(32).
           05 WS-PRT-AMOUNT-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 WS-PRT-AMOUNT-TOTAL PIC $$,$$$,$$9.99.
       01 WS-PRINT-DETAIL PIC X(132).

       PROCEDURE DIVISION.
       0100-START-HERE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           DISPLAY "===== INCENTIVE PAYOUT FOR " WS-TODAY " =====".
           PERFORM 0150-LOAD-LEDGER-TABLE.
           OPEN INPUT MEMBER-MASTER-FILE.
           IF MAST-STATUS-CODE = "35"
               DISPLAY "Member master file not found - run "
                   "MEMBER-MAINTENANCE to set up members first."
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-LEDGER-FULL = "Y"
                   DISPLAY "*** PAID-EVENTS LEDGER HAS MORE THAN "
                       WS-LEDGER-LIMIT " EVENTS - NO FILE BUILT, "
                       "NOTHING PAID ***"
                   MOVE 16 TO RETURN-CODE
                   CLOSE MEMBER-MASTER-FILE
               ELSE
                   PERFORM 0170-CHECK-INCPAY-FILE
                   IF WS-INCPAY-EXISTS = "Y"
                       DISPLAY "*** " WS-INCPAY-FILE-NAME
                           " IS ALREADY BUILT AND NOT YET COLLECTED "
                           "- NO FILE BUILT, NOTHING PAID ***"
                       MOVE 16 TO RETURN-CODE
                       CLOSE MEMBER-MASTER-FILE
                   ELSE
                       PERFORM 0180-BUILD-PAYOUT-FILE
                   END-IF
               END-IF
           END-IF.
           STOP RUN.

       0170-CHECK-INCPAY-FILE.
           MOVE WS-TODAY TO WS-INCPAY-DATE.
           MOVE "N" TO WS-INCPAY-EXISTS.
           OPEN INPUT INCENTIVE-FILE.
           IF INC-STATUS-CODE NOT = "35"
               MOVE "Y" TO WS-INCPAY-EXISTS
               CLOSE INCENTIVE-FILE
           END-IF.

       0180-BUILD-PAYOUT-FILE.
           PERFORM 0160-LOAD-MERGE-TABLE.
           MOVE WS-LEDGER-COUNT TO WS-LEDGER-START.
           OPEN OUTPUT INCENTIVE-FILE.
           PERFORM 0900-OPEN-PRINT-FILE.
           PERFORM 0200-PAY-GOAL-EVENTS.
           PERFORM 0300-PAY-ENROLL-EVENTS.
           PERFORM 0600-WRITE-TRAILER.
           CLOSE MEMBER-MASTER-FILE INCENTIVE-FILE.
           PERFORM 0650-POST-PAID-LEDGER.
           PERFORM 0700-PRINT-CONTROL-REPORT.
           CLOSE REPORT-PRINT-FILE.
           DISPLAY "Payroll file written to " WS-INCPAY-FILE-NAME ".".
           DISPLAY "Report of record written to "
               WS-PRINT-FILE-NAME ".".

       0150-LOAD-LEDGER-TABLE.
           MOVE ZERO TO WS-LEDGER-COUNT.
           OPEN INPUT PAID-LEDGER-FILE.
           IF PAID-STATUS-CODE NOT = "35"
               MOVE "N" TO WS-PAID-EOF-SWITCH
               PERFORM 0151-READ-LEDGER-RECORD
               PERFORM 0152-ADD-LEDGER-ENTRY
                   UNTIL WS-PAID-EOF-SWITCH = "Y"
               CLOSE PAID-LEDGER-FILE
           END-IF.
           DISPLAY "Events already on the paid ledger: "
               WS-LEDGER-COUNT.

       0151-READ-LEDGER-RECORD.
           READ PAID-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-PAID-EOF-SWITCH
           END-READ.

       0152-ADD-LEDGER-ENTRY.
           IF WS-LEDGER-COUNT < WS-LEDGER-LIMIT
               ADD 1 TO WS-LEDGER-COUNT
               MOVE PAID-MEMBER-ID TO WS-LDG-ID(WS-LEDGER-COUNT)
               MOVE PAID-EVENT-TYPE TO WS-LDG-TYPE(WS-LEDGER-COUNT)
               MOVE PAID-EVENT-DATE TO WS-LDG-DATE(WS-LEDGER-COUNT)
           ELSE
               MOVE "Y" TO WS-LEDGER-FULL
           END-IF.
           PERFORM 0151-READ-LEDGER-RECORD.

       0160-LOAD-MERGE-TABLE.
           MOVE ZERO TO WS-MERGE-COUNT.
           MOVE LOW-VALUES TO MAST-MEMBER-ID.
           START MEMBER-MASTER-FILE KEY >= MAST-MEMBER-ID
               INVALID KEY
                   MOVE "Y" TO WS-MAST-EOF-SWITCH
           END-START.
           IF WS-MAST-EOF-SWITCH = "N"
               PERFORM 0161-READ-NEXT-MASTER
               PERFORM 0162-ADD-MERGE-ENTRY
                   UNTIL WS-MAST-EOF-SWITCH = "Y"
           END-IF.
           MOVE 1 TO WS-MERGE-SUB.
           PERFORM 0165-RESOLVE-MERGE-CHAIN
               UNTIL WS-MERGE-SUB > WS-MERGE-COUNT.

       0161-READ-NEXT-MASTER.
           READ MEMBER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-MAST-EOF-SWITCH
           END-READ.

       0162-ADD-MERGE-ENTRY.
           IF MAST-MERGED-INTO NOT = SPACES
               AND WS-MERGE-COUNT < 999
               ADD 1 TO WS-MERGE-COUNT
               MOVE MAST-MEMBER-ID
                   TO WS-MRG-RETIRED-ID(WS-MERGE-COUNT)
               MOVE MAST-MERGED-INTO
                   TO WS-MRG-SURVIVOR-ID(WS-MERGE-COUNT)
           END-IF.
           PERFORM 0161-READ-NEXT-MASTER.

      *A survivor that was itself merged away later is followed on
      *to the ID still in use.  The hop limit only guards against a
      *master damaged into a loop.
       0165-RESOLVE-MERGE-CHAIN.
           MOVE WS-MRG-SURVIVOR-ID(WS-MERGE-SUB) TO WS-CHAIN-ID.
           MOVE ZERO TO WS-CHAIN-HOPS.
           MOVE "N" TO WS-CHAIN-DONE.
           PERFORM 0166-FOLLOW-MERGE-LINK
               UNTIL WS-CHAIN-DONE = "Y".
           MOVE WS-CHAIN-ID TO WS-MRG-FINAL-ID(WS-MERGE-SUB).
           ADD 1 TO WS-MERGE-SUB.

       0166-FOLLOW-MERGE-LINK.
           MOVE ZERO TO WS-MERGE-FOUND-SUB.
           MOVE 1 TO WS-CHAIN-SUB.
           PERFORM 0167-SCAN-MERGE-ENTRY
               UNTIL WS-CHAIN-SUB > WS-MERGE-COUNT
               OR WS-MERGE-FOUND-SUB > ZERO.
           IF WS-MERGE-FOUND-SUB = ZERO
               OR WS-CHAIN-HOPS > WS-MERGE-COUNT
               MOVE "Y" TO WS-CHAIN-DONE
           ELSE
               MOVE WS-MRG-SURVIVOR-ID(WS-MERGE-FOUND-SUB)
                   TO WS-CHAIN-ID
               ADD 1 TO WS-CHAIN-HOPS
           END-IF.

       0167-SCAN-MERGE-ENTRY.
           IF WS-MRG-RETIRED-ID(WS-CHAIN-SUB) = WS-CHAIN-ID
               MOVE WS-CHAIN-SUB TO WS-MERGE-FOUND-SUB
           ELSE
               ADD 1 TO WS-CHAIN-SUB
           END-IF.

       0200-PAY-GOAL-EVENTS.
           OPEN INPUT MILESTONE-FILE.
           IF MILE-STATUS-CODE = "35"
               DISPLAY "No milestone file found - no goal events."
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0210-READ-MILESTONE-RECORD
               PERFORM 0220-CHECK-MILESTONE
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE MILESTONE-FILE
           END-IF.

       0210-READ-MILESTONE-RECORD.
           READ MILESTONE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0220-CHECK-MILESTONE.
           IF MILE-CODE = "G"
               ADD 1 TO WS-GOAL-READ-COUNT
               MOVE MILE-MEMBER-ID TO WS-EVENT-ID
               MOVE "G" TO WS-EVENT-TYPE
               MOVE MILE-DATE TO WS-EVENT-DATE
               MOVE WS-GOAL-INCENTIVE TO WS-EVENT-AMOUNT
               PERFORM 0400-CONSIDER-EVENT
           END-IF.
           PERFORM 0210-READ-MILESTONE-RECORD.

       0300-PAY-ENROLL-EVENTS.
           OPEN INPUT WELLNESS-STATUS-FILE.
           IF STAT-STATUS-CODE = "35"
               DISPLAY "No wellness status file found - no "
                   "enrollment events."
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0310-READ-STATUS-RECORD
               PERFORM 0320-CHECK-STATUS
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE WELLNESS-STATUS-FILE
           END-IF.

       0310-READ-STATUS-RECORD.
           READ WELLNESS-STATUS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0320-CHECK-STATUS.
           IF STAT-RESPONSE-STATUS = "E"
               ADD 1 TO WS-ENROLL-READ-COUNT
               MOVE STAT-MEMBER-ID TO WS-EVENT-ID
               MOVE "E" TO WS-EVENT-TYPE
               MOVE STAT-REFERRAL-DATE TO WS-EVENT-DATE
               MOVE WS-ENROLL-INCENTIVE TO WS-EVENT-AMOUNT
               PERFORM 0400-CONSIDER-EVENT
           END-IF.
           PERFORM 0310-READ-STATUS-RECORD.

       0400-CONSIDER-EVENT.
           ADD 1 TO WS-EVENT-COUNT.
           PERFORM 0410-CHECK-ALREADY-PAID.
           IF WS-LEDGER-FOUND-SUB > ZERO
               ADD 1 TO WS-ALREADY-PAID-COUNT
           ELSE
               MOVE WS-EVENT-ID TO MAST-MEMBER-ID
               READ MEMBER-MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-FOUND-SWITCH
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND-SWITCH
               END-READ
               IF WS-FOUND-SWITCH = "N"
                   ADD 1 TO WS-NOT-ON-MASTER-COUNT
                   MOVE SPACES TO MAST-NAME
                   MOVE "SKIPPED - NOT ON MASTER" TO WS-EVENT-RESULT
                   PERFORM 0450-PRINT-EVENT-LINE
               ELSE
                   IF MAST-STATUS NOT = "A"
                       ADD 1 TO WS-DEACTIVATED-COUNT
                       MOVE "SKIPPED - DEACTIVATED"
                           TO WS-EVENT-RESULT
                       PERFORM 0450-PRINT-EVENT-LINE
                   ELSE
                       IF WS-LEDGER-COUNT < WS-LEDGER-LIMIT
                           PERFORM 0500-PAY-EVENT
                       ELSE
                           ADD 1 TO WS-HELD-COUNT
                           MOVE "HELD - PAID LEDGER FULL"
                               TO WS-EVENT-RESULT
                           PERFORM 0450-PRINT-EVENT-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0410-CHECK-ALREADY-PAID.
           MOVE WS-EVENT-ID TO WS-CHECK-ID.
           PERFORM 0420-FIND-LEDGER-EVENT.
           MOVE 1 TO WS-MERGE-SUB.
           PERFORM 0430-CHECK-RETIRED-ID
               UNTIL WS-MERGE-SUB > WS-MERGE-COUNT
               OR WS-LEDGER-FOUND-SUB > ZERO.

       0420-FIND-LEDGER-EVENT.
           MOVE ZERO TO WS-LEDGER-FOUND-SUB.
           MOVE 1 TO WS-LEDGER-SUB.
           PERFORM 0421-SCAN-LEDGER-ENTRY
               UNTIL WS-LEDGER-SUB > WS-LEDGER-COUNT
               OR WS-LEDGER-FOUND-SUB > ZERO.

       0421-SCAN-LEDGER-ENTRY.
           IF WS-LDG-ID(WS-LEDGER-SUB) = WS-CHECK-ID
               AND WS-LDG-TYPE(WS-LEDGER-SUB) = WS-EVENT-TYPE
               AND WS-LDG-DATE(WS-LEDGER-SUB) = WS-EVENT-DATE
               MOVE WS-LEDGER-SUB TO WS-LEDGER-FOUND-SUB
           ELSE
               ADD 1 TO WS-LEDGER-SUB
           END-IF.

       0430-CHECK-RETIRED-ID.
           IF WS-MRG-FINAL-ID(WS-MERGE-SUB) = WS-EVENT-ID
               MOVE WS-MRG-RETIRED-ID(WS-MERGE-SUB) TO WS-CHECK-ID
               PERFORM 0420-FIND-LEDGER-EVENT
           END-IF.
           ADD 1 TO WS-MERGE-SUB.

       0450-PRINT-EVENT-LINE.
           MOVE WS-EVENT-ID TO WS-PRT-MEMBER-ID.
           MOVE MAST-NAME TO WS-PRT-NAME.
           MOVE WS-EVENT-TYPE TO WS-PRT-EVENT-TYPE.
           MOVE WS-EVENT-DATE TO WS-PRT-EVENT-DATE.
           MOVE WS-EVENT-AMOUNT TO WS-PRT-AMOUNT.
           MOVE WS-EVENT-RESULT TO WS-PRT-RESULT.
           MOVE WS-PRINT-EVENT-LINE TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.

       0500-PAY-EVENT.
           MOVE SPACES TO INCENTIVE-DETAIL-RECORD.
           MOVE "D" TO INC-RECORD-TYPE.
           MOVE WS-EVENT-ID TO INC-MEMBER-ID.
           MOVE MAST-NAME TO INC-NAME.
           MOVE WS-EVENT-TYPE TO INC-EVENT-TYPE.
           MOVE WS-EVENT-DATE TO INC-EVENT-DATE.
           MOVE WS-EVENT-AMOUNT TO INC-AMOUNT.
           WRITE INCENTIVE-DETAIL-RECORD.
           ADD 1 TO WS-LEDGER-COUNT.
           MOVE WS-EVENT-ID TO WS-LDG-ID(WS-LEDGER-COUNT).
           MOVE WS-EVENT-TYPE TO WS-LDG-TYPE(WS-LEDGER-COUNT).
           MOVE WS-EVENT-DATE TO WS-LDG-DATE(WS-LEDGER-COUNT).
           ADD 1 TO WS-PAID-COUNT.
           ADD WS-EVENT-AMOUNT TO WS-PAID-TOTAL.
           IF WS-EVENT-TYPE = "G"
               ADD 1 TO WS-GOAL-PAID-COUNT
               ADD WS-EVENT-AMOUNT TO WS-GOAL-PAID-TOTAL
           ELSE
               ADD 1 TO WS-ENROLL-PAID-COUNT
               ADD WS-EVENT-AMOUNT TO WS-ENROLL-PAID-TOTAL
           END-IF.
           MOVE "PAID" TO WS-EVENT-RESULT.
           PERFORM 0450-PRINT-EVENT-LINE.

       0600-WRITE-TRAILER.
           MOVE SPACES TO INCENTIVE-TRAILER-RECORD.
           MOVE "T" TO INC-TRL-RECORD-TYPE.
           MOVE WS-TODAY TO INC-TRL-RUN-DATE.
           MOVE WS-PAID-COUNT TO INC-TRL-EVENT-COUNT.
           MOVE WS-PAID-TOTAL TO INC-TRL-AMOUNT-TOTAL.
           WRITE INCENTIVE-TRAILER-RECORD.

      *The events paid this run sit in the ledger table after the
      *entries loaded from PAIDLDG; they go onto the ledger only now
      *that INCPAY is complete and closed.
       0650-POST-PAID-LEDGER.
           IF WS-LEDGER-COUNT > WS-LEDGER-START
               OPEN EXTEND PAID-LEDGER-FILE
               IF PAID-STATUS-CODE = "35"
                   OPEN OUTPUT PAID-LEDGER-FILE
               END-IF
               COMPUTE WS-LEDGER-SUB = WS-LEDGER-START + 1
               PERFORM 0660-WRITE-LEDGER-RECORD
                   UNTIL WS-LEDGER-SUB > WS-LEDGER-COUNT
               CLOSE PAID-LEDGER-FILE
           END-IF.

       0660-WRITE-LEDGER-RECORD.
           MOVE WS-LDG-ID(WS-LEDGER-SUB) TO PAID-MEMBER-ID.
           MOVE WS-LDG-TYPE(WS-LEDGER-SUB) TO PAID-EVENT-TYPE.
           MOVE WS-LDG-DATE(WS-LEDGER-SUB) TO PAID-EVENT-DATE.
           IF WS-LDG-TYPE(WS-LEDGER-SUB) = "G"
               MOVE WS-GOAL-INCENTIVE TO PAID-AMOUNT
           ELSE
               MOVE WS-ENROLL-INCENTIVE TO PAID-AMOUNT
           END-IF.
           MOVE WS-TODAY TO PAID-RUN-DATE.
           WRITE PAID-EVENT-RECORD.
           ADD 1 TO WS-LEDGER-SUB.

       0700-PRINT-CONTROL-REPORT.
           MOVE SPACES TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "CONTROL REPORT" TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "GOAL EVENTS READ (MILESTONE G)"
               TO WS-PRT-COUNT-LABEL.
           MOVE WS-GOAL-READ-COUNT TO WS-PRT-COUNT-VALUE.
           PERFORM 0710-WRITE-COUNT-LINE.
           MOVE "ENROLL EVENTS READ (WELLSTAT E)"
               TO WS-PRT-COUNT-LABEL.
           MOVE WS-ENROLL-READ-COUNT TO WS-PRT-COUNT-VALUE.
           PERFORM 0710-WRITE-COUNT-LINE.
           MOVE "EVENTS READ" TO WS-PRT-COUNT-LABEL.
           MOVE WS-EVENT-COUNT TO WS-PRT-COUNT-VALUE.
           PERFORM 0710-WRITE-COUNT-LINE.
           MOVE "  ALREADY PAID (ON LEDGER)" TO WS-PRT-COUNT-LABEL.
           MOVE WS-ALREADY-PAID-COUNT TO WS-PRT-COUNT-VALUE.
           PERFORM 0710-WRITE-COUNT-LINE.
           MOVE "  SKIPPED - DEACTIVATED" TO WS-PRT-COUNT-LABEL.
           MOVE WS-DEACTIVATED-COUNT TO WS-PRT-COUNT-VALUE.
           PERFORM 0710-WRITE-COUNT-LINE.
           MOVE "  SKIPPED - NOT ON MASTER" TO WS-PRT-COUNT-LABEL.
           MOVE WS-NOT-ON-MASTER-COUNT TO WS-PRT-COUNT-VALUE.
           PERFORM 0710-WRITE-COUNT-LINE.
           IF WS-HELD-COUNT > ZERO
               MOVE "  HELD - PAID LEDGER FULL" TO WS-PRT-COUNT-LABEL
               MOVE WS-HELD-COUNT TO WS-PRT-COUNT-VALUE
               PERFORM 0710-WRITE-COUNT-LINE
           END-IF.
           MOVE "  GOAL EVENTS PAID" TO WS-PRT-AMOUNT-LABEL.
           MOVE WS-GOAL-PAID-COUNT TO WS-PRT-AMOUNT-COUNT.
           MOVE WS-GOAL-PAID-TOTAL TO WS-PRT-AMOUNT-TOTAL.
           PERFORM 0720-WRITE-AMOUNT-LINE.
           MOVE "  ENROLLMENT EVENTS PAID" TO WS-PRT-AMOUNT-LABEL.
           MOVE WS-ENROLL-PAID-COUNT TO WS-PRT-AMOUNT-COUNT.
           MOVE WS-ENROLL-PAID-TOTAL TO WS-PRT-AMOUNT-TOTAL.
           PERFORM 0720-WRITE-AMOUNT-LINE.
           MOVE "EVENTS PAID (TRAILER)" TO WS-PRT-AMOUNT-LABEL.
           MOVE WS-PAID-COUNT TO WS-PRT-AMOUNT-COUNT.
           MOVE WS-PAID-TOTAL TO WS-PRT-AMOUNT-TOTAL.
           PERFORM 0720-WRITE-AMOUNT-LINE.
           COMPUTE WS-BALANCE-COUNT = WS-ALREADY-PAID-COUNT
               + WS-DEACTIVATED-COUNT + WS-NOT-ON-MASTER-COUNT
               + WS-HELD-COUNT + WS-PAID-COUNT.
           MOVE WS-PAID-TOTAL TO WS-PRT-AMOUNT.
           MOVE SPACES TO WS-PRINT-DETAIL.
           STRING "GRAND TOTAL: " WS-PAID-COUNT " EVENTS PAID, "
               FUNCTION TRIM(WS-PRT-AMOUNT) DELIMITED BY SIZE
               INTO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           IF WS-BALANCE-COUNT NOT = WS-EVENT-COUNT
               MOVE SPACES TO WS-PRINT-DETAIL
               STRING "*** EVENTS READ DO NOT EQUAL EVENTS "
                   "ACCOUNTED FOR - *OUT OF BALANCE* ***"
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
               PERFORM 0910-WRITE-PRINT-LINE
           END-IF.
           MOVE "*** END OF REPORT ***" TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           DISPLAY "Events read:        " WS-EVENT-COUNT.
           DISPLAY "  Already paid:     " WS-ALREADY-PAID-COUNT.
           DISPLAY "  Deactivated:      " WS-DEACTIVATED-COUNT.
           DISPLAY "  Not on master:    " WS-NOT-ON-MASTER-COUNT.
           IF WS-HELD-COUNT > ZERO
               DISPLAY "  Held, ledger full: " WS-HELD-COUNT
           END-IF.
           DISPLAY "  Paid:             " WS-PAID-COUNT " totalling "
               FUNCTION TRIM(WS-PRT-AMOUNT).

       0710-WRITE-COUNT-LINE.
           MOVE WS-PRINT-COUNT-LINE TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.

       0720-WRITE-AMOUNT-LINE.
           MOVE WS-PRINT-AMOUNT-LINE TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.

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
       END PROGRAM INCENTIVE-PAYOUT.
