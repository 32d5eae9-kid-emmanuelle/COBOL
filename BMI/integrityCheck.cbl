       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-CHECK.
       AUTHOR. EMMANUELLE NGAN HA NGUYEN
      *This is the nightly cross-file integrity check.  Every file
      *in the system points at other files by member, site or coach
      *ID, and each program only checks the links it needs on the
      *day it writes a record, so a goal left open when a member is
      *deactivated, or a coach assignment for someone who left,
      *sits unnoticed until it turns up on somebody's worklist.
      *This run reads the history, vitals, goal, milestone,
      *referral and coach-assignment files against MEMMAST,
      *SITEMAST and COACHMST and lists every broken link, grouped
      *by check, with a count per check so the numbers can be
      *compared night to night.  It changes nothing on any file -
      *fixing a discrepancy is still a job for the screens.
      *The checks are:
      *  01-08  history postings, vitals, goals and milestones for
      *         a member ID not on MEMMAST, and for a deactivated
      *         member (records dated after the member's last
      *         DEACTIVATE on MAINTAUD, or any open goal at all);
      *  09     BMIHIST postings whose site ID is not on SITEMAST
      *         (a blank site is a posting from before the site
      *         field existed and is left alone);
      *  10     WELLEXT referrals with no net BMIHIST posting for
      *         the same member and date;
      *  11     VITALS readings with no net posting the same day;
      *  12     open goals set more than the stale-goal limit
      *         before the member's last visit;
      *  13-14  COACHASG rows for members who are inactive or not
      *         on MEMMAST, and rows naming a coach not on COACHMST.
      *Postings are netted the way the reports net them: a "V"
      *reversal cancels the posting it reversed, and BMIARCH is
      *read with BMIHIST so a purged posting still counts as one.
      *A retired ID that MEMBER-MERGE folded into a survivor keeps
      *its reversed postings and the vitals, milestones and
      *referrals it had, all of which were carried to the
      *survivor, so only its open goals (the ones the merge left
      *waiting on a decision) and its coach assignment are
      *reported.
      *The stale-goal limit is typed in (blank for 180 days) or
      *taken from an INTEGRITY-CHECK card on the RUNCARDS file so
      *the job can ride the unattended stream.  The report of
      *record is a dated print file (INTEGRPT- plus the run date);
      *the console keeps the short totals.
      *A run that cannot go ahead (no member master) ends with
      *return code 16, so STREAM-CONTROL stops the stream there.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-MEMBER-ID
               FILE STATUS IS MAST-STATUS-CODE.
           SELECT SITE-MASTER-FILE ASSIGN TO "SITEMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SITE-STATUS-CODE.
           SELECT COACH-MASTER-FILE ASSIGN TO "COACHMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COACH-STATUS-CODE.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MAINTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS-CODE.
           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-STATUS.
           SELECT BMI-ARCHIVE-FILE ASSIGN TO "BMIARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.
           SELECT MEMBER-VITALS-FILE ASSIGN TO "VITALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VITALS-STATUS-CODE.
           SELECT MEMBER-GOAL-FILE ASSIGN TO "MEMGOALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GOAL-STATUS-CODE.
           SELECT MILESTONE-FILE ASSIGN TO "MILESTONE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MILE-STATUS-CODE.
           SELECT WELLNESS-EXTRACT-FILE ASSIGN TO "WELLEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WELL-STATUS.
           SELECT COACH-ASSIGN-FILE ASSIGN TO "COACHASG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASGN-STATUS-CODE.
           SELECT RUN-CARD-FILE ASSIGN TO "RUNCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-STATUS-CODE.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
           SELECT REPORT-PRINT-FILE ASSIGN TO WS-PRINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-STATUS-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-MASTER-FILE.
           COPY MEMMAST.
       FD  SITE-MASTER-FILE.
           COPY SITEMAST.
       FD  COACH-MASTER-FILE.
           COPY COACHMST.
       FD  MAINT-AUDIT-FILE.
           COPY MAINTAUD.
       FD  BMI-HISTORY-FILE.
           COPY BMIHIST.
       FD  BMI-ARCHIVE-FILE.
           COPY BMIHIST REPLACING LEADING ==HIST== BY ==ARCH==
               ==BMI-HISTORY-RECORD== BY ==BMI-ARCHIVE-RECORD==.
       FD  MEMBER-VITALS-FILE.
           COPY VITALS.
       FD  MEMBER-GOAL-FILE.
           COPY MEMGOAL.
       FD  MILESTONE-FILE.
           COPY MILESTON.
       FD  WELLNESS-EXTRACT-FILE.
           COPY WELLREC.
       FD  COACH-ASSIGN-FILE.
           COPY COACHASG.
       FD  RUN-CARD-FILE.
           COPY RUNCARD.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-CHECK-NUMBER PIC 9(02).
           05  SORT-MEMBER-ID PIC X(06).
           05  SORT-DATE PIC 9(08).
           05  SORT-DETAIL PIC X(60).
       FD  REPORT-PRINT-FILE.
       01  PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 MAST-STATUS-CODE PIC XX.
       01 SITE-STATUS-CODE PIC XX.
       01 COACH-STATUS-CODE PIC XX.
       01 AUDIT-STATUS-CODE PIC XX.
       01 HIST-STATUS PIC XX.
       01 ARCH-STATUS PIC XX.
       01 VITALS-STATUS-CODE PIC XX.
       01 GOAL-STATUS-CODE PIC XX.
       01 MILE-STATUS-CODE PIC XX.
       01 WELL-STATUS PIC XX.
       01 ASGN-STATUS-CODE PIC XX.
       01 CARD-STATUS-CODE PIC XX.
       01 PRINT-STATUS-CODE PIC XX.
       01 WS-CARD-EOF-SWITCH PIC X VALUE "N".
       01 WS-CARD-FOUND PIC X VALUE "N".
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-SORT-EOF-SWITCH PIC X VALUE "N".
       01 WS-TODAY PIC 9(08).
       01 WS-TIME-OF-DAY.
           05 WS-TIME-HHMMSS PIC 9(06).
           05 WS-TIME-HUNDREDTHS PIC 99.
       01 WS-LIMIT-ANSWER PIC X(04).
       01 WS-STALE-LIMIT PIC 9(04) VALUE 180.
       01 WS-PARSED-LIMIT PIC 9(04) VALUE ZERO.
       01 WS-CHECK-ID PIC X(06).
       01 WS-CHECK-DATE PIC 9(08) VALUE ZERO.
       01 WS-CHECK-ADJUST PIC X.
       01 WS-CHECK-SITE PIC X(03).
       01 WS-CHECK-COACH PIC X(04).
       01 WS-MEMBER-STATE PIC X.
       01 WS-MERGED-INTO PIC X(06).
       01 WS-DEACT-DATE PIC 9(08) VALUE ZERO.
       01 WS-LAST-VISIT PIC 9(08) VALUE ZERO.
       01 WS-DAYS-BEHIND PIC 9(05) VALUE ZERO.
       01 WS-RELEASE-CHECK PIC 9(02) VALUE ZERO.
       01 WS-RELEASE-DETAIL PIC X(60).
       01 WS-GRAND-TOTAL PIC 9(05) VALUE ZERO.
       01 WS-POSTING-OVERFLOW PIC X VALUE "N".
       01 WS-CHECK-SUB PIC 9(02) VALUE ZERO.
       01 WS-CHECK-TABLE.
           05 WS-CHECK-ENTRY OCCURS 14 TIMES.
               10 WS-CHK-TITLE PIC X(50).
               10 WS-CHK-COUNT PIC 9(05).
       01 WS-SITE-COUNT PIC 9(02) VALUE ZERO.
       01 WS-SITE-SUB PIC 9(02) VALUE ZERO.
       01 WS-SITE-FOUND-SUB PIC 9(02) VALUE ZERO.
       01 WS-SITE-TABLE.
           05 WS-SITE-ENTRY OCCURS 99 TIMES.
               10 WS-SIT-ID PIC X(03).
       01 WS-COACH-COUNT PIC 9(02) VALUE ZERO.
       01 WS-COACH-SUB PIC 9(02) VALUE ZERO.
       01 WS-COACH-FOUND-SUB PIC 9(02) VALUE ZERO.
       01 WS-COACH-TABLE.
           05 WS-COACH-ENTRY OCCURS 99 TIMES.
               10 WS-CCH-ID PIC X(04).
       01 WS-DEACT-COUNT PIC 9(04) VALUE ZERO.
       01 WS-DEACT-SUB PIC 9(04) VALUE ZERO.
       01 WS-DEACT-FOUND-SUB PIC 9(04) VALUE ZERO.
       01 WS-DEACT-TABLE.
           05 WS-DEACT-ENTRY OCCURS 9999 TIMES.
               10 WS-DEA-MEMBER PIC X(06).
               10 WS-DEA-DATE PIC 9(08).
       01 WS-POST-COUNT PIC 9(05) VALUE ZERO.
       01 WS-POST-SUB PIC 9(05) VALUE ZERO.
       01 WS-POST-FOUND-SUB PIC 9(05) VALUE ZERO.
       01 WS-POST-TABLE.
           05 WS-POST-ENTRY OCCURS 99999 TIMES.
               10 WS-PST-MEMBER PIC X(06).
               10 WS-PST-DATE PIC 9(08).
               10 WS-PST-POSTINGS PIC 9(03).
               10 WS-PST-VOIDS PIC 9(03).
               10 WS-PST-SKIP PIC 9(03).
       01 WS-PAGE-NUMBER PIC 9(04) VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(03) VALUE 99.
       01 WS-PAGE-LIMIT PIC 9(03) VALUE 55.
       01 WS-PRINT-FILE-NAME.
           05 FILLER PIC X(09) VALUE "INTEGRPT-".
           05 WS-PRINT-DATE PIC 9(08).
       01 WS-PRINT-HEADING-1.
           05 FILLER PIC X(30) VALUE "NIGHTLY INTEGRITY CHECK".
           05 FILLER PIC X(09) VALUE "RUN DATE ".
           05 WS-HEAD-DATE PIC 9(08).
           05 FILLER PIC X(06) VALUE " TIME ".
           05 WS-HEAD-TIME PIC 9(06).
           05 FILLER PIC X(06) VALUE " PAGE ".
           05 WS-HEAD-PAGE PIC ZZZ9.
       01 WS-PRINT-HEADING-2.
           05 FILLER PIC X(08) VALUE "MEMBER".
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(60) VALUE "DISCREPANCY".
       01 WS-PRINT-CHECK-LINE.
           05 FILLER PIC X(06) VALUE "CHECK ".
           05 WS-PRT-CHECK-NUMBER PIC 9(02).
           05 FILLER PIC X(03) VALUE " - ".
           05 WS-PRT-CHECK-TITLE PIC X(50).
       01 WS-PRINT-DETAIL-LINE.
           05 WS-PRT-MEMBER-ID PIC X(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-PRT-DATE PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-PRT-DETAIL PIC X(60).
       01 WS-PRINT-COUNT-LINE.
           05 FILLER PIC X(06) VALUE "CHECK ".
           05 WS-PRT-COUNT-NUMBER PIC 9(02).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-PRT-COUNT-TITLE PIC X(50).
           05 WS-PRT-COUNT PIC ZZ,ZZ9.
       01 WS-PRINT-DETAIL PIC X(132).

       PROCEDURE DIVISION.
       0100-START-HERE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           PERFORM 0110-READ-RUN-CARD.
           IF WS-CARD-FOUND = "Y"
               DISPLAY "Run card found: stale-goal limit '"
                   FUNCTION TRIM(WS-LIMIT-ANSWER) "'."
           ELSE
               DISPLAY "Enter stale-goal limit in days "
                   "(blank for 180): "
               ACCEPT WS-LIMIT-ANSWER
           END-IF.
           IF FUNCTION TRIM(WS-LIMIT-ANSWER) NOT = SPACES
               COMPUTE WS-PARSED-LIMIT =
                   FUNCTION NUMVAL(WS-LIMIT-ANSWER)
                   ON SIZE ERROR
                       MOVE ZERO TO WS-PARSED-LIMIT
               END-COMPUTE
               IF WS-PARSED-LIMIT > ZERO
                   MOVE WS-PARSED-LIMIT TO WS-STALE-LIMIT
               ELSE
                   DISPLAY "Stale-goal limit '" WS-LIMIT-ANSWER
                       "' is not a usable number, keeping "
                       WS-STALE-LIMIT " days"
               END-IF
           END-IF.
           OPEN INPUT MEMBER-MASTER-FILE.
           IF MAST-STATUS-CODE = "35"
               DISPLAY "Member master file not found - run "
                   "MEMBER-MAINTENANCE to set up members first."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0120-SET-CHECK-TITLES.
           PERFORM 0130-LOAD-SITE-TABLE.
           PERFORM 0140-LOAD-COACH-TABLE.
           PERFORM 0150-LOAD-DEACTIVATIONS.
           PERFORM 0160-LOAD-POSTINGS.
           MOVE WS-TODAY TO WS-PRINT-DATE.
           OPEN OUTPUT REPORT-PRINT-FILE.
           IF WS-POSTING-OVERFLOW = "Y"
               MOVE "WARNING: MORE POSTING KEYS THAN THE 99999 HELD - "
                   TO WS-PRINT-DETAIL
               PERFORM 0910-WRITE-PRINT-LINE
               MOVE "CHECKS 10, 11 AND 12 MAY OVERSTATE."
                   TO WS-PRINT-DETAIL
               PERFORM 0910-WRITE-PRINT-LINE
               DISPLAY "Posting table full - checks 10 to 12 may "
                   "overstate."
           END-IF.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-CHECK-NUMBER
                   SORT-MEMBER-ID
                   SORT-DATE
               INPUT PROCEDURE IS 0200-RUN-CHECKS
               OUTPUT PROCEDURE IS 0300-PRINT-DISCREPANCIES.
           CLOSE MEMBER-MASTER-FILE.
           PERFORM 0400-PRINT-CHECK-SUMMARY.
           CLOSE REPORT-PRINT-FILE.
           DISPLAY "===== NIGHTLY INTEGRITY CHECK " WS-TODAY
               " =====".
           MOVE 1 TO WS-CHECK-SUB.
           PERFORM 0420-DISPLAY-CHECK-COUNT
               UNTIL WS-CHECK-SUB > 14.
           DISPLAY "Discrepancies found: " WS-GRAND-TOTAL.
           DISPLAY "Report of record written to "
               WS-PRINT-FILE-NAME ".".
           STOP RUN.

       0110-READ-RUN-CARD.
           OPEN INPUT RUN-CARD-FILE.
           IF CARD-STATUS-CODE NOT = "35"
               MOVE "N" TO WS-CARD-EOF-SWITCH
               PERFORM 0111-READ-CARD-RECORD
               PERFORM 0112-MATCH-CARD-RECORD
                   UNTIL WS-CARD-EOF-SWITCH = "Y"
               CLOSE RUN-CARD-FILE
           END-IF.

       0111-READ-CARD-RECORD.
           READ RUN-CARD-FILE
               AT END
                   MOVE "Y" TO WS-CARD-EOF-SWITCH
           END-READ.

       0112-MATCH-CARD-RECORD.
           IF CARD-PROGRAM = "INTEGRITY-CHECK"
               MOVE "Y" TO WS-CARD-FOUND
               MOVE CARD-PARM-1 TO WS-LIMIT-ANSWER
           END-IF.
           PERFORM 0111-READ-CARD-RECORD.

       0120-SET-CHECK-TITLES.
           MOVE "BMIHIST POSTINGS - MEMBER NOT ON MEMMAST"
               TO WS-CHK-TITLE(1).
           MOVE "BMIHIST POSTINGS - AFTER MEMBER DEACTIVATED"
               TO WS-CHK-TITLE(2).
           MOVE "VITALS - MEMBER NOT ON MEMMAST"
               TO WS-CHK-TITLE(3).
           MOVE "VITALS - AFTER MEMBER DEACTIVATED"
               TO WS-CHK-TITLE(4).
           MOVE "MEMGOALS - MEMBER NOT ON MEMMAST"
               TO WS-CHK-TITLE(5).
           MOVE "MEMGOALS - OPEN GOAL FOR INACTIVE MEMBER"
               TO WS-CHK-TITLE(6).
           MOVE "MILESTONE - MEMBER NOT ON MEMMAST"
               TO WS-CHK-TITLE(7).
           MOVE "MILESTONE - AFTER MEMBER DEACTIVATED"
               TO WS-CHK-TITLE(8).
           MOVE "BMIHIST POSTINGS - SITE ID NOT ON SITEMAST"
               TO WS-CHK-TITLE(9).
           MOVE "WELLEXT REFERRALS - NO BMIHIST POSTING"
               TO WS-CHK-TITLE(10).
           MOVE "VITALS - NO SAME-DAY BMIHIST POSTING"
               TO WS-CHK-TITLE(11).
           MOVE "MEMGOALS - OPEN GOAL STALE AGAINST LAST VISIT"
               TO WS-CHK-TITLE(12).
           MOVE "COACHASG - MEMBER INACTIVE OR NOT ON MEMMAST"
               TO WS-CHK-TITLE(13).
           MOVE "COACHASG - COACH ID NOT ON COACHMST"
               TO WS-CHK-TITLE(14).
           MOVE 1 TO WS-CHECK-SUB.
           PERFORM 0121-CLEAR-CHECK-COUNT
               UNTIL WS-CHECK-SUB > 14.

       0121-CLEAR-CHECK-COUNT.
           MOVE ZERO TO WS-CHK-COUNT(WS-CHECK-SUB).
           ADD 1 TO WS-CHECK-SUB.

       0130-LOAD-SITE-TABLE.
           MOVE ZERO TO WS-SITE-COUNT.
           OPEN INPUT SITE-MASTER-FILE.
           IF SITE-STATUS-CODE NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0131-READ-SITE-RECORD
               PERFORM 0132-ADD-SITE-ENTRY
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE SITE-MASTER-FILE
           END-IF.

       0131-READ-SITE-RECORD.
           READ SITE-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0132-ADD-SITE-ENTRY.
           IF WS-SITE-COUNT < 99
               ADD 1 TO WS-SITE-COUNT
               MOVE SITE-MAST-ID TO WS-SIT-ID(WS-SITE-COUNT)
           END-IF.
           PERFORM 0131-READ-SITE-RECORD.

       0135-FIND-SITE.
           MOVE ZERO TO WS-SITE-FOUND-SUB.
           MOVE 1 TO WS-SITE-SUB.
           PERFORM 0136-SCAN-SITE-ENTRY
               UNTIL WS-SITE-SUB > WS-SITE-COUNT
               OR WS-SITE-FOUND-SUB > ZERO.

       0136-SCAN-SITE-ENTRY.
           IF WS-SIT-ID(WS-SITE-SUB) = WS-CHECK-SITE
               MOVE WS-SITE-SUB TO WS-SITE-FOUND-SUB
           ELSE
               ADD 1 TO WS-SITE-SUB
           END-IF.

       0140-LOAD-COACH-TABLE.
           MOVE ZERO TO WS-COACH-COUNT.
           OPEN INPUT COACH-MASTER-FILE.
           IF COACH-STATUS-CODE NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0141-READ-COACH-RECORD
               PERFORM 0142-ADD-COACH-ENTRY
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE COACH-MASTER-FILE
           END-IF.

       0141-READ-COACH-RECORD.
           READ COACH-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0142-ADD-COACH-ENTRY.
           IF WS-COACH-COUNT < 99
               ADD 1 TO WS-COACH-COUNT
               MOVE COACH-ID TO WS-CCH-ID(WS-COACH-COUNT)
           END-IF.
           PERFORM 0141-READ-COACH-RECORD.

       0145-FIND-COACH.
           MOVE ZERO TO WS-COACH-FOUND-SUB.
           MOVE 1 TO WS-COACH-SUB.
           PERFORM 0146-SCAN-COACH-ENTRY
               UNTIL WS-COACH-SUB > WS-COACH-COUNT
               OR WS-COACH-FOUND-SUB > ZERO.

       0146-SCAN-COACH-ENTRY.
           IF WS-CCH-ID(WS-COACH-SUB) = WS-CHECK-COACH
               MOVE WS-COACH-SUB TO WS-COACH-FOUND-SUB
           ELSE
               ADD 1 TO WS-COACH-SUB
           END-IF.

       0150-LOAD-DEACTIVATIONS.
           MOVE ZERO TO WS-DEACT-COUNT.
           OPEN INPUT MAINT-AUDIT-FILE.
           IF AUDIT-STATUS-CODE NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0151-READ-AUDIT-RECORD
               PERFORM 0152-NOTE-DEACTIVATION
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE MAINT-AUDIT-FILE
           END-IF.

       0151-READ-AUDIT-RECORD.
           READ MAINT-AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0152-NOTE-DEACTIVATION.
           IF AUD-ACTION = "DEACTIVATE"
               OR AUD-ACTION = "REACTIVATE"
               MOVE AUD-KEY TO WS-CHECK-ID
               PERFORM 0155-FIND-DEACTIVATION
               IF WS-DEACT-FOUND-SUB = ZERO
                   AND WS-DEACT-COUNT < 9999
                   ADD 1 TO WS-DEACT-COUNT
                   MOVE WS-CHECK-ID TO WS-DEA-MEMBER(WS-DEACT-COUNT)
                   MOVE WS-DEACT-COUNT TO WS-DEACT-FOUND-SUB
               END-IF
               IF WS-DEACT-FOUND-SUB > ZERO
                   IF AUD-ACTION = "DEACTIVATE"
                       MOVE AUD-DATE
                           TO WS-DEA-DATE(WS-DEACT-FOUND-SUB)
                   ELSE
                       MOVE ZERO TO WS-DEA-DATE(WS-DEACT-FOUND-SUB)
                   END-IF
               END-IF
           END-IF.
           PERFORM 0151-READ-AUDIT-RECORD.

       0155-FIND-DEACTIVATION.
           MOVE ZERO TO WS-DEACT-FOUND-SUB.
           MOVE 1 TO WS-DEACT-SUB.
           PERFORM 0156-SCAN-DEACTIVATION
               UNTIL WS-DEACT-SUB > WS-DEACT-COUNT
               OR WS-DEACT-FOUND-SUB > ZERO.

       0156-SCAN-DEACTIVATION.
           IF WS-DEA-MEMBER(WS-DEACT-SUB) = WS-CHECK-ID
               MOVE WS-DEACT-SUB TO WS-DEACT-FOUND-SUB
           ELSE
               ADD 1 TO WS-DEACT-SUB
           END-IF.

       0160-LOAD-POSTINGS.
           MOVE ZERO TO WS-POST-COUNT.
           OPEN INPUT BMI-ARCHIVE-FILE.
           IF ARCH-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0161-READ-ARCHIVE-RECORD
               PERFORM 0162-COUNT-ARCHIVE-POSTING
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE BMI-ARCHIVE-FILE
           END-IF.
           OPEN INPUT BMI-HISTORY-FILE.
           IF HIST-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0163-READ-HISTORY-RECORD
               PERFORM 0164-COUNT-HISTORY-POSTING
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE BMI-HISTORY-FILE
           END-IF.

       0161-READ-ARCHIVE-RECORD.
           READ BMI-ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0162-COUNT-ARCHIVE-POSTING.
           MOVE ARCH-MEMBER-ID TO WS-CHECK-ID.
           MOVE ARCH-DATE-COMPUTED TO WS-CHECK-DATE.
           MOVE ARCH-ADJUST-CODE TO WS-CHECK-ADJUST.
           PERFORM 0165-COUNT-POSTING.
           PERFORM 0161-READ-ARCHIVE-RECORD.

       0163-READ-HISTORY-RECORD.
           READ BMI-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0164-COUNT-HISTORY-POSTING.
           MOVE HIST-MEMBER-ID TO WS-CHECK-ID.
           MOVE HIST-DATE-COMPUTED TO WS-CHECK-DATE.
           MOVE HIST-ADJUST-CODE TO WS-CHECK-ADJUST.
           PERFORM 0165-COUNT-POSTING.
           PERFORM 0163-READ-HISTORY-RECORD.

       0165-COUNT-POSTING.
           PERFORM 0166-FIND-POSTING.
           IF WS-POST-FOUND-SUB = ZERO
               IF WS-POST-COUNT < 99999
                   ADD 1 TO WS-POST-COUNT
                   MOVE WS-CHECK-ID TO WS-PST-MEMBER(WS-POST-COUNT)
                   MOVE WS-CHECK-DATE TO WS-PST-DATE(WS-POST-COUNT)
                   MOVE ZERO TO WS-PST-POSTINGS(WS-POST-COUNT)
                   MOVE ZERO TO WS-PST-VOIDS(WS-POST-COUNT)
                   MOVE ZERO TO WS-PST-SKIP(WS-POST-COUNT)
                   MOVE WS-POST-COUNT TO WS-POST-FOUND-SUB
               ELSE
                   MOVE "Y" TO WS-POSTING-OVERFLOW
               END-IF
           END-IF.
           IF WS-POST-FOUND-SUB > ZERO
               IF WS-CHECK-ADJUST = "V"
                   ADD 1 TO WS-PST-VOIDS(WS-POST-FOUND-SUB)
                   ADD 1 TO WS-PST-SKIP(WS-POST-FOUND-SUB)
               ELSE
                   ADD 1 TO WS-PST-POSTINGS(WS-POST-FOUND-SUB)
               END-IF
           END-IF.

      *The table is built in file order, so the newest keys sit at
      *the end; scanning from the end finds a day's repeat postings
      *without walking the whole history each time.
       0166-FIND-POSTING.
           MOVE ZERO TO WS-POST-FOUND-SUB.
           MOVE WS-POST-COUNT TO WS-POST-SUB.
           PERFORM 0167-SCAN-POSTING-ENTRY
               UNTIL WS-POST-SUB = ZERO
               OR WS-POST-FOUND-SUB > ZERO.

       0167-SCAN-POSTING-ENTRY.
           IF WS-PST-MEMBER(WS-POST-SUB) = WS-CHECK-ID
               AND WS-PST-DATE(WS-POST-SUB) = WS-CHECK-DATE
               MOVE WS-POST-SUB TO WS-POST-FOUND-SUB
           ELSE
               SUBTRACT 1 FROM WS-POST-SUB
           END-IF.

       0200-RUN-CHECKS.
           PERFORM 0210-CHECK-HISTORY.
           PERFORM 0230-CHECK-VITALS.
           PERFORM 0250-CHECK-GOALS.
           PERFORM 0270-CHECK-MILESTONES.
           PERFORM 0280-CHECK-REFERRALS.
           PERFORM 0290-CHECK-ASSIGNMENTS.

       0210-CHECK-HISTORY.
           OPEN INPUT BMI-HISTORY-FILE.
           IF HIST-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0163-READ-HISTORY-RECORD
               PERFORM 0211-CHECK-HISTORY-RECORD
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE BMI-HISTORY-FILE
           END-IF.

       0211-CHECK-HISTORY-RECORD.
           IF HIST-ADJUST-CODE NOT = "V"
               MOVE HIST-MEMBER-ID TO WS-CHECK-ID
               MOVE HIST-DATE-COMPUTED TO WS-CHECK-DATE
               PERFORM 0166-FIND-POSTING
               IF WS-POST-FOUND-SUB > ZERO
                   AND WS-PST-SKIP(WS-POST-FOUND-SUB) > ZERO
                   SUBTRACT 1 FROM WS-PST-SKIP(WS-POST-FOUND-SUB)
               ELSE
                   PERFORM 0215-CHECK-NET-POSTING
               END-IF
           END-IF.
           PERFORM 0163-READ-HISTORY-RECORD.

       0215-CHECK-NET-POSTING.
           PERFORM 0500-LOOKUP-MEMBER.
           IF WS-MEMBER-STATE = "U"
               MOVE 1 TO WS-RELEASE-CHECK
               MOVE SPACES TO WS-RELEASE-DETAIL
               STRING "POSTING FOR " HIST-NAME " BMI " HIST-BMI
                   " SITE " HIST-SITE-ID
                   DELIMITED BY SIZE INTO WS-RELEASE-DETAIL
               PERFORM 0600-RELEASE-DISCREPANCY
           END-IF.
           IF WS-MEMBER-STATE = "I"
               AND WS-DEACT-DATE > ZERO
               AND HIST-DATE-COMPUTED > WS-DEACT-DATE
               MOVE 2 TO WS-RELEASE-CHECK
               MOVE SPACES TO WS-RELEASE-DETAIL
               STRING "POSTED AFTER DEACTIVATION ON " WS-DEACT-DATE
                   " SITE " HIST-SITE-ID
                   DELIMITED BY SIZE INTO WS-RELEASE-DETAIL
               PERFORM 0600-RELEASE-DISCREPANCY
           END-IF.
           IF HIST-SITE-ID NOT = SPACES
               MOVE HIST-SITE-ID TO WS-CHECK-SITE
               PERFORM 0135-FIND-SITE
               IF WS-SITE-FOUND-SUB = ZERO
                   MOVE 9 TO WS-RELEASE-CHECK
                   MOVE SPACES TO WS-RELEASE-DETAIL
                   STRING "SITE ID '" HIST-SITE-ID
                       "' IS NOT ON SITEMAST"
                       DELIMITED BY SIZE INTO WS-RELEASE-DETAIL
                   PERFORM 0600-RELEASE-DISCREPANCY
               END-IF
           END-IF.

       0230-CHECK-VITALS.
           OPEN INPUT MEMBER-VITALS-FILE.
           IF VITALS-STATUS-CODE NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0231-READ-VITALS-RECORD
               PERFORM 0232-CHECK-VITALS-RECORD
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE MEMBER-VITALS-FILE
           END-IF.

       0231-READ-VITALS-RECORD.
           READ MEMBER-VITALS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0232-CHECK-VITALS-RECORD.
           MOVE VIT-MEMBER-ID TO WS-CHECK-ID.
           MOVE VIT-DATE TO WS-CHECK-DATE.
           PERFORM 0500-LOOKUP-MEMBER.
           IF WS-MEMBER-STATE = "U"
               MOVE 3 TO WS-RELEASE-CHECK
               MOVE SPACES TO WS-RELEASE-DETAIL
               STRING "READING AT SITE " VIT-SITE-ID
                   DELIMITED BY SIZE INTO WS-RELEASE-DETAIL
               PERFORM 0600-RELEASE-DISCREPANCY
           END-IF.
           IF WS-MEMBER-STATE = "I"
               AND WS-DEACT-DATE > ZERO
               AND VIT-DATE > WS-DEACT-DATE
               MOVE 4 TO WS-RELEASE-CHECK
               MOVE SPACES TO WS-RELEASE-DETAIL
               STRING "READ AFTER DEACTIVATION ON " WS-DEACT-DATE
                   " SITE " VIT-SITE-ID
                   DELIMITED BY SIZE INTO WS-RELEASE-DETAIL
               PERFORM 0600-RELEASE-DISCREPANCY
           END-IF.
           IF WS-MEMBER-STATE = "A" OR WS-MEMBER-STATE = "I"
               PERFORM 0166-FIND-POSTING
               IF WS-POST-FOUND-SUB = ZERO
                   OR WS-PST-POSTINGS(WS-POST-FOUND-SUB)
                   NOT > WS-PST-VOIDS(WS-POST-FOUND-SUB)
                   MOVE 11 TO WS-RELEASE-CHECK
                   MOVE SPACES TO WS-RELEASE-DETAIL
                   STRING "WAIST " VIT-WAIST-INCHES " BP "
                       VIT-BP-SYSTOLIC "/" VIT-BP-DIASTOLIC
                       " SITE " VIT-SITE-ID " - NO POSTING"
                       DELIMITED BY SIZE INTO WS-RELEASE-DETAIL
                   PERFORM 0600-RELEASE-DISCREPANCY
               END-IF
           END-IF.
           PERFORM 0231-READ-VITALS-RECORD.

       0250-CHECK-GOALS.
           OPEN INPUT MEMBER-GOAL-FILE.
           IF GOAL-STATUS-CODE NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0251-READ-GOAL-RECORD
               PERFORM 0252-CHECK-GOAL-RECORD
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE MEMBER-GOAL-FILE
           END-IF.

       0251-READ-GOAL-RECORD.
           READ MEMBER-GOAL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0252-CHECK-GOAL-RECORD.
           MOVE GOAL-MEMBER-ID TO WS-CHECK-ID.
           MOVE GOAL-DATE-SET TO WS-CHECK-DATE.
           PERFORM 0500-LOOKUP-MEMBER.
           IF WS-MEMBER-STATE = "U"
               MOVE 5 TO WS-RELEASE-CHECK
               MOVE SPACES TO WS-RELEASE-DETAIL
               STRING "GOAL TYPE " GOAL-TYPE " TARGET "
                   GOAL-TARGET-VALUE " STATUS " GOAL-STATUS
                   DELIMITED BY SIZE INTO WS-RELEASE-DETAIL
               PERFORM 0600-RELEASE-DISCREPANCY
           END-IF.
           IF GOAL-STATUS = "O"
               AND (WS-MEMBER-STATE = "I" OR WS-MEMBER-STATE = "M")
               MOVE 6 TO WS-RELEASE-CHECK
               MOVE SPACES TO WS-RELEASE-DETAIL
               IF WS-MEMBER-STATE = "M"
                   STRING "OPEN GOAL TYPE " GOAL-TYPE " TARGET "
                       GOAL-TARGET-VALUE " - ID MERGED INTO "
                       WS-MERGED-INTO
                       DELIMITED BY SIZE INTO WS-RELEASE-DETAIL
               ELSE
                   STRING "OPEN GOAL TYPE " GOAL-TYPE " TARGET "
                       GOAL-TARGET-VALUE " - MEMBER INACTIVE"
                       DELIMITED BY SIZE INTO WS-RELEASE-DETAIL
               END-IF
               PERFORM 0600-RELEASE-DISCREPANCY
           END-IF.
           IF GOAL-STATUS = "O"
               AND WS-MEMBER-STATE = "A"
               AND FUNCTION TEST-DATE-YYYYMMDD(GOAL-DATE-SET) = ZERO
               PERFORM 0510-FIND-LAST-VISIT
               IF WS-LAST-VISIT > GOAL-DATE-SET
                   COMPUTE WS-DAYS-BEHIND =
                       FUNCTION INTEGER-OF-DATE(WS-LAST-VISIT)
                       - FUNCTION INTEGER-OF-DATE(GOAL-DATE-SET)
                   IF WS-DAYS-BEHIND > WS-STALE-LIMIT
                       MOVE 12 TO WS-RELEASE-CHECK
                       MOVE SPACES TO WS-RELEASE-DETAIL
                       STRING "OPEN GOAL TYPE " GOAL-TYPE
                           " SET " WS-DAYS-BEHIND
                           " DAYS BEFORE LAST VISIT " WS-LAST-VISIT
                           DELIMITED BY SIZE INTO WS-RELEASE-DETAIL
                       PERFORM 0600-RELEASE-DISCREPANCY
                   END-IF
               END-IF
           END-IF.
           PERFORM 0251-READ-GOAL-RECORD.

       0270-CHECK-MILESTONES.
           OPEN INPUT MILESTONE-FILE.
           IF MILE-STATUS-CODE NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0271-READ-MILESTONE-RECORD
               PERFORM 0272-CHECK-MILESTONE-RECORD
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE MILESTONE-FILE
           END-IF.

       0271-READ-MILESTONE-RECORD.
           READ MILESTONE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0272-CHECK-MILESTONE-RECORD.
           MOVE MILE-MEMBER-ID TO WS-CHECK-ID.
           MOVE MILE-DATE TO WS-CHECK-DATE.
           PERFORM 0500-LOOKUP-MEMBER.
           IF WS-MEMBER-STATE = "U"
               MOVE 7 TO WS-RELEASE-CHECK
               MOVE SPACES TO WS-RELEASE-DETAIL
               STRING "MILESTONE " MILE-CODE " FOR " MILE-NAME
                   " SITE " MILE-SITE-ID
                   DELIMITED BY SIZE INTO WS-RELEASE-DETAIL
               PERFORM 0600-RELEASE-DISCREPANCY
           END-IF.
           IF WS-MEMBER-STATE = "I"
               AND WS-DEACT-DATE > ZERO
               AND MILE-DATE > WS-DEACT-DATE
               MOVE 8 TO WS-RELEASE-CHECK
               MOVE SPACES TO WS-RELEASE-DETAIL
               STRING "MILESTONE " MILE-CODE
                   " AFTER DEACTIVATION ON " WS-DEACT-DATE
                   DELIMITED BY SIZE INTO WS-RELEASE-DETAIL
               PERFORM 0600-RELEASE-DISCREPANCY
           END-IF.
           PERFORM 0271-READ-MILESTONE-RECORD.

       0280-CHECK-REFERRALS.
           OPEN INPUT WELLNESS-EXTRACT-FILE.
           IF WELL-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0281-READ-REFERRAL-RECORD
               PERFORM 0282-CHECK-REFERRAL-RECORD
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE WELLNESS-EXTRACT-FILE
           END-IF.

       0281-READ-REFERRAL-RECORD.
           READ WELLNESS-EXTRACT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0282-CHECK-REFERRAL-RECORD.
           IF WELL-ACTION-CODE NOT = "R"
               MOVE WELL-MEMBER-ID TO WS-CHECK-ID
               MOVE WELL-REFERRAL-DATE TO WS-CHECK-DATE
               PERFORM 0500-LOOKUP-MEMBER
               IF WS-MEMBER-STATE NOT = "M"
                   PERFORM 0166-FIND-POSTING
                   IF WS-POST-FOUND-SUB = ZERO
                       OR WS-PST-POSTINGS(WS-POST-FOUND-SUB)
                       NOT > WS-PST-VOIDS(WS-POST-FOUND-SUB)
                       MOVE 10 TO WS-RELEASE-CHECK
                       MOVE SPACES TO WS-RELEASE-DETAIL
                       STRING "REFERRAL BMI " WELL-BMI " "
                           WELL-BMI-CATEGORY " SITE " WELL-SITE-ID
                           " - NO POSTING"
                           DELIMITED BY SIZE INTO WS-RELEASE-DETAIL
                       PERFORM 0600-RELEASE-DISCREPANCY
                   END-IF
               END-IF
           END-IF.
           PERFORM 0281-READ-REFERRAL-RECORD.

       0290-CHECK-ASSIGNMENTS.
           OPEN INPUT COACH-ASSIGN-FILE.
           IF ASGN-STATUS-CODE NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0291-READ-ASSIGNMENT-RECORD
               PERFORM 0292-CHECK-ASSIGNMENT-RECORD
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE COACH-ASSIGN-FILE
           END-IF.

       0291-READ-ASSIGNMENT-RECORD.
           READ COACH-ASSIGN-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0292-CHECK-ASSIGNMENT-RECORD.
           MOVE ASGN-MEMBER-ID TO WS-CHECK-ID.
           MOVE ZERO TO WS-CHECK-DATE.
           PERFORM 0500-LOOKUP-MEMBER.
           IF WS-MEMBER-STATE NOT = "A"
               MOVE 13 TO WS-RELEASE-CHECK
               MOVE SPACES TO WS-RELEASE-DETAIL
               EVALUATE WS-MEMBER-STATE
                   WHEN "U"
                       STRING "ASSIGNED TO COACH " ASGN-COACH-ID
                           " - MEMBER NOT ON MEMMAST"
                           DELIMITED BY SIZE INTO WS-RELEASE-DETAIL
                   WHEN "M"
                       STRING "ASSIGNED TO COACH " ASGN-COACH-ID
                           " - ID MERGED INTO " WS-MERGED-INTO
                           DELIMITED BY SIZE INTO WS-RELEASE-DETAIL
                   WHEN OTHER
                       STRING "ASSIGNED TO COACH " ASGN-COACH-ID
                           " - MEMBER INACTIVE"
                           DELIMITED BY SIZE INTO WS-RELEASE-DETAIL
               END-EVALUATE
               PERFORM 0600-RELEASE-DISCREPANCY
           END-IF.
           MOVE ASGN-COACH-ID TO WS-CHECK-COACH.
           PERFORM 0145-FIND-COACH.
           IF WS-COACH-FOUND-SUB = ZERO
               MOVE 14 TO WS-RELEASE-CHECK
               MOVE SPACES TO WS-RELEASE-DETAIL
               STRING "COACH ID '" ASGN-COACH-ID
                   "' IS NOT ON COACHMST"
                   DELIMITED BY SIZE INTO WS-RELEASE-DETAIL
               PERFORM 0600-RELEASE-DISCREPANCY
           END-IF.
           PERFORM 0291-READ-ASSIGNMENT-RECORD.

       0300-PRINT-DISCREPANCIES.
           MOVE "N" TO WS-SORT-EOF-SWITCH.
           PERFORM 0310-RETURN-SORTED-RECORD.
           MOVE 1 TO WS-CHECK-SUB.
           PERFORM 0320-PRINT-ONE-CHECK
               UNTIL WS-CHECK-SUB > 14.

       0310-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN.

       0320-PRINT-ONE-CHECK.
           MOVE WS-CHECK-SUB TO WS-PRT-CHECK-NUMBER.
           MOVE WS-CHK-TITLE(WS-CHECK-SUB) TO WS-PRT-CHECK-TITLE.
           MOVE WS-PRINT-CHECK-LINE TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           PERFORM 0330-PRINT-DISCREPANCY
               UNTIL WS-SORT-EOF-SWITCH = "Y"
               OR SORT-CHECK-NUMBER NOT = WS-CHECK-SUB.
           IF WS-CHK-COUNT(WS-CHECK-SUB) = ZERO
               MOVE "  NONE FOUND" TO WS-PRINT-DETAIL
               PERFORM 0910-WRITE-PRINT-LINE
           END-IF.
           MOVE SPACES TO WS-PRINT-DETAIL.
           STRING "  COUNT FOR CHECK " WS-CHECK-SUB ": "
               WS-CHK-COUNT(WS-CHECK-SUB)
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           ADD 1 TO WS-CHECK-SUB.

       0330-PRINT-DISCREPANCY.
           MOVE SORT-MEMBER-ID TO WS-PRT-MEMBER-ID.
           IF SORT-DATE = ZERO
               MOVE SPACES TO WS-PRT-DATE
           ELSE
               MOVE SORT-DATE TO WS-PRT-DATE
           END-IF.
           MOVE SORT-DETAIL TO WS-PRT-DETAIL.
           MOVE WS-PRINT-DETAIL-LINE TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           PERFORM 0310-RETURN-SORTED-RECORD.

       0400-PRINT-CHECK-SUMMARY.
           MOVE "COUNT BY CHECK" TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE 1 TO WS-CHECK-SUB.
           PERFORM 0410-PRINT-CHECK-COUNT
               UNTIL WS-CHECK-SUB > 14.
           MOVE SPACES TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-DETAIL.
           STRING "GRAND TOTAL: " WS-GRAND-TOTAL " DISCREPANCIES, "
               "STALE-GOAL LIMIT " WS-STALE-LIMIT " DAYS"
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "*** END OF REPORT ***" TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.

       0410-PRINT-CHECK-COUNT.
           MOVE WS-CHECK-SUB TO WS-PRT-COUNT-NUMBER.
           MOVE WS-CHK-TITLE(WS-CHECK-SUB) TO WS-PRT-COUNT-TITLE.
           MOVE WS-CHK-COUNT(WS-CHECK-SUB) TO WS-PRT-COUNT.
           MOVE WS-PRINT-COUNT-LINE TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           ADD 1 TO WS-CHECK-SUB.

       0420-DISPLAY-CHECK-COUNT.
           DISPLAY "Check " WS-CHECK-SUB " "
               WS-CHK-TITLE(WS-CHECK-SUB) " "
               WS-CHK-COUNT(WS-CHECK-SUB).
           ADD 1 TO WS-CHECK-SUB.

      *Sets WS-MEMBER-STATE for WS-CHECK-ID: "U" not on the master,
      *"A" active, "I" deactivated (with WS-DEACT-DATE from the
      *audit trail, zero when the trail has no DEACTIVATE for it),
      *"M" a retired ID merged into WS-MERGED-INTO.
       0500-LOOKUP-MEMBER.
           MOVE ZERO TO WS-DEACT-DATE.
           MOVE SPACES TO WS-MERGED-INTO.
           MOVE WS-CHECK-ID TO MAST-MEMBER-ID.
           READ MEMBER-MASTER-FILE
               INVALID KEY
                   MOVE "U" TO WS-MEMBER-STATE
               NOT INVALID KEY
                   IF MAST-STATUS = "A"
                       MOVE "A" TO WS-MEMBER-STATE
                   ELSE
                       IF MAST-MERGED-INTO NOT = SPACES
                           MOVE "M" TO WS-MEMBER-STATE
                           MOVE MAST-MERGED-INTO TO WS-MERGED-INTO
                       ELSE
                           MOVE "I" TO WS-MEMBER-STATE
                           PERFORM 0155-FIND-DEACTIVATION
                           IF WS-DEACT-FOUND-SUB > ZERO
                               MOVE WS-DEA-DATE(WS-DEACT-FOUND-SUB)
                                   TO WS-DEACT-DATE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0510-FIND-LAST-VISIT.
           MOVE ZERO TO WS-LAST-VISIT.
           MOVE 1 TO WS-POST-SUB.
           PERFORM 0511-SCAN-LAST-VISIT
               UNTIL WS-POST-SUB > WS-POST-COUNT.

       0511-SCAN-LAST-VISIT.
           IF WS-PST-MEMBER(WS-POST-SUB) = WS-CHECK-ID
               AND WS-PST-POSTINGS(WS-POST-SUB)
               > WS-PST-VOIDS(WS-POST-SUB)
               AND WS-PST-DATE(WS-POST-SUB) > WS-LAST-VISIT
               MOVE WS-PST-DATE(WS-POST-SUB) TO WS-LAST-VISIT
           END-IF.
           ADD 1 TO WS-POST-SUB.

       0600-RELEASE-DISCREPANCY.
           MOVE WS-RELEASE-CHECK TO SORT-CHECK-NUMBER.
           MOVE WS-CHECK-ID TO SORT-MEMBER-ID.
           MOVE WS-CHECK-DATE TO SORT-DATE.
           MOVE WS-RELEASE-DETAIL TO SORT-DETAIL.
           RELEASE SORT-RECORD.
           ADD 1 TO WS-CHK-COUNT(WS-RELEASE-CHECK).
           ADD 1 TO WS-GRAND-TOTAL.

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
       END PROGRAM INTEGRITY-CHECK.
