       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBER-STATEMENTS.
       AUTHOR. EMMANUELLE NGAN HA NGUYEN
      *This is the member progress statement run.  Members only ever
      *saw their numbers when a coach read them off the inquiry
      *screen; this run prints one page per active member who had a
      *visit in the statement month, in member order, for the
      *coaches to hand over or mail.  Each page shows:
      *  - the member's visits for the month from BMIHIST, with the
      *    BMI and category of each, net of adjustments - a "V"
      *    reversal and the posting it reversed both drop out, so
      *    only the corrected value is ever shown.  At most
      *    WS-VISIT-LIMIT visits are listed, with a line counting
      *    the rest, so with every other section at its longest the
      *    statement still fits the 51 lines under the heading;
      *  - their latest waist and blood pressure reading from
      *    VITALS taken on or before the end of the month;
      *  - their open goal from MEMGOALS and how far of the way
      *    there they are as of their last visit, worked out the
      *    same way MEMBER-INQUIRY shows it;
      *  - the most recent milestones earned so far from MILESTONE
      *    (WS-MILE-LIMIT of them, latest date last), with a line
      *    counting any earlier ones, so a long-standing member's
      *    statement still fits on its one page;
      *  - their coach's name from COACHASG and COACHMST.  A member
      *    whose coach has left is shown as not yet assigned, the
      *    same way COACH-WORKLIST treats them.
      *A site can be chosen so each site prints its own batch; a
      *member is on that site's run if any visit that month was at
      *the site.  The run ends with a control page counting the
      *statements produced and listing every member with visits in
      *the month who got no statement, with the reason - not on the
      *member master, deactivated, or merged into another ID.
      *Members left out only because their visits were at another
      *site are counted there but not listed.
      *When a run card for this program is on the RUNCARDS file its
      *month and site are used instead and nothing is prompted, so
      *the run can ride the month-end stream.  The statements are
      *written to a print file named STMTS- plus the run date.
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
           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-STATUS.
           SELECT MEMBER-VITALS-FILE ASSIGN TO "VITALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VITALS-STATUS-CODE.
           SELECT MEMBER-GOAL-FILE ASSIGN TO "MEMGOALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GOAL-STATUS-CODE.
           SELECT MILESTONE-FILE ASSIGN TO "MILESTONE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MILE-STATUS-CODE.
           SELECT COACH-MASTER-FILE ASSIGN TO "COACHMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COACH-STATUS-CODE.
           SELECT COACH-ASSIGNMENT-FILE ASSIGN TO "COACHASG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASGN-STATUS-CODE.
           SELECT RUN-CARD-FILE ASSIGN TO "RUNCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-STATUS-CODE.
           SELECT REPORT-PRINT-FILE ASSIGN TO WS-PRINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-STATUS-CODE.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-MASTER-FILE.
           COPY MEMMAST.
       FD  BMI-HISTORY-FILE.
           COPY BMIHIST.
       FD  MEMBER-VITALS-FILE.
           COPY VITALS.
       FD  MEMBER-GOAL-FILE.
           COPY MEMGOAL.
       FD  MILESTONE-FILE.
           COPY MILESTON.
       FD  COACH-MASTER-FILE.
           COPY COACHMST.
       FD  COACH-ASSIGNMENT-FILE.
           COPY COACHASG.
       FD  RUN-CARD-FILE.
           COPY RUNCARD.
       FD  REPORT-PRINT-FILE.
       01  PRINT-LINE PIC X(132).
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-MEMBER-ID PIC X(06).
           05  SORT-DATE PIC 9(08).
           05  SORT-SEQUENCE PIC 9(07).
           05  SORT-WEIGHT PIC 999.
           05  SORT-BMI PIC 999V99.
           05  SORT-CATEGORY PIC X(11).
           05  SORT-SITE-ID PIC X(03).

       WORKING-STORAGE SECTION.
       01 MAST-STATUS-CODE PIC XX.
       01 HIST-STATUS PIC XX.
       01 VITALS-STATUS-CODE PIC XX.
       01 GOAL-STATUS-CODE PIC XX.
       01 MILE-STATUS-CODE PIC XX.
       01 COACH-STATUS-CODE PIC XX.
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
       01 WS-MONTH-ANSWER PIC X(08).
       01 WS-SITE-ANSWER PIC X(08).
       01 WS-SELECTED-SITE PIC X(03) VALUE SPACES.
       01 WS-PERIOD-START PIC 9(08) VALUE ZERO.
       01 WS-PERIOD-REDEF REDEFINES WS-PERIOD-START.
           05 WS-PERIOD-YYYY PIC 9(04).
           05 WS-PERIOD-MM PIC 99.
           05 WS-PERIOD-DD PIC 99.
       01 WS-PERIOD-END PIC 9(08) VALUE ZERO.
       01 WS-NEXT-MONTH PIC 9(08) VALUE ZERO.
       01 WS-NEXT-REDEF REDEFINES WS-NEXT-MONTH.
           05 WS-NEXT-YYYY PIC 9(04).
           05 WS-NEXT-MM PIC 99.
           05 WS-NEXT-DD PIC 99.
       01 WS-TODAY-REDEF-AREA PIC 9(08) VALUE ZERO.
       01 WS-TODAY-REDEF REDEFINES WS-TODAY-REDEF-AREA.
           05 WS-TODAY-YYYY PIC 9(04).
           05 WS-TODAY-MM PIC 99.
           05 WS-TODAY-DD PIC 99.
       01 WS-CHECK-ID PIC X(06).
       01 WS-CHECK-DATE PIC 9(08) VALUE ZERO.
       01 WS-RELEASE-SEQUENCE PIC 9(07) VALUE ZERO.
       01 WS-VOID-COUNT-ITEMS PIC 9(04) VALUE ZERO.
       01 WS-VOID-SUB PIC 9(04) VALUE ZERO.
       01 WS-VOID-FOUND-SUB PIC 9(04) VALUE ZERO.
       01 WS-VOID-TABLE.
           05 WS-VOID-ENTRY OCCURS 9999 TIMES.
               10 WS-VOID-KEY-ID PIC X(06).
               10 WS-VOID-KEY-DATE PIC 9(08).
               10 WS-VOID-REMAINING PIC 9(03).
       01 WS-VITALS-COUNT PIC 9(04) VALUE ZERO.
       01 WS-VITALS-SUB PIC 9(04) VALUE ZERO.
       01 WS-VITALS-FOUND-SUB PIC 9(04) VALUE ZERO.
       01 WS-VITALS-TABLE.
           05 WS-VITALS-ENTRY OCCURS 9999 TIMES.
               10 WS-VIT-ID PIC X(06).
               10 WS-VIT-DATE PIC 9(08).
               10 WS-VIT-WAIST PIC 9(03).
               10 WS-VIT-BP-SYS PIC 9(03).
               10 WS-VIT-BP-DIA PIC 9(03).
       01 WS-GOAL-COUNT PIC 9(04) VALUE ZERO.
       01 WS-GOAL-SUB PIC 9(04) VALUE ZERO.
       01 WS-GOAL-FOUND-SUB PIC 9(04) VALUE ZERO.
       01 WS-GOAL-TABLE.
           05 WS-GOAL-ENTRY OCCURS 9999 TIMES.
               10 WS-GOAL-ID PIC X(06).
               10 WS-GOAL-TYPE PIC X.
               10 WS-GOAL-TARGET PIC 999V99.
               10 WS-GOAL-START PIC 999V99.
               10 WS-GOAL-DATE-SET PIC 9(08).
       01 WS-MILE-COUNT PIC 9(04) VALUE ZERO.
       01 WS-MILE-SUB PIC 9(04) VALUE ZERO.
       01 WS-MILE-SHOWN PIC 9(04) VALUE ZERO.
       01 WS-MILE-LIMIT PIC 9(02) VALUE 5.
       01 WS-MILE-EARLIER PIC 9(04) VALUE ZERO.
       01 WS-MILE-EARLIER-EDIT PIC ZZZ9.
       01 WS-PRIOR-MILE PIC 9(04) VALUE ZERO.
       01 WS-SLOT-FOUND PIC X VALUE "N".
       01 WS-RECENT-COUNT PIC 9(02) VALUE ZERO.
       01 WS-RECENT-SUB PIC 9(02) VALUE ZERO.
       01 WS-RECENT-TABLE.
           05 WS-RECENT-ENTRY OCCURS 5 TIMES.
               10 WS-RCT-MILE PIC 9(04).
       01 WS-MILE-TABLE.
           05 WS-MILE-ENTRY OCCURS 9999 TIMES.
               10 WS-MIL-ID PIC X(06).
               10 WS-MIL-GOAL-TYPE PIC X.
               10 WS-MIL-CODE PIC X.
               10 WS-MIL-VALUE PIC 999V99.
               10 WS-MIL-TARGET PIC 999V99.
               10 WS-MIL-DATE PIC 9(08).
       01 WS-COACH-COUNT PIC 9(02) VALUE ZERO.
       01 WS-COACH-SUB PIC 9(02) VALUE ZERO.
       01 WS-COACH-FOUND-SUB PIC 9(02) VALUE ZERO.
       01 WS-COACH-TABLE.
           05 WS-COACH-ENTRY OCCURS 99 TIMES.
               10 WS-CCH-ID PIC X(04).
               10 WS-CCH-NAME PIC A(20).
               10 WS-CCH-STATUS PIC X.
       01 WS-ASGN-COUNT PIC 9(04) VALUE ZERO.
       01 WS-ASGN-SUB PIC 9(04) VALUE ZERO.
       01 WS-ASGN-FOUND-SUB PIC 9(04) VALUE ZERO.
       01 WS-ASGN-TABLE.
           05 WS-ASGN-ENTRY OCCURS 9999 TIMES.
               10 WS-ASG-MEMBER PIC X(06).
               10 WS-ASG-COACH PIC X(04).
       01 WS-COACH-NAME-TEXT PIC X(20).
       01 WS-PREV-MEMBER PIC X(06).
       01 WS-VISIT-COUNT PIC 9(03) VALUE ZERO.
       01 WS-VISITS-OVER PIC 9(03) VALUE ZERO.
       01 WS-VISIT-SUB PIC 9(03) VALUE ZERO.
       01 WS-VISIT-LIMIT PIC 9(03) VALUE 29.
       01 WS-AT-SITE PIC X VALUE "N".
       01 WS-VISIT-TABLE.
           05 WS-VISIT-ENTRY OCCURS 29 TIMES.
               10 WS-VST-DATE PIC 9(08).
               10 WS-VST-WEIGHT PIC 999.
               10 WS-VST-BMI PIC 999V99.
               10 WS-VST-CATEGORY PIC X(11).
               10 WS-VST-SITE PIC X(03).
       01 WS-FIRST-BMI PIC 999V99 VALUE ZERO.
       01 WS-LAST-BMI PIC 999V99 VALUE ZERO.
       01 WS-LAST-WEIGHT PIC 999 VALUE ZERO.
       01 WS-LAST-VISIT-DATE PIC 9(08) VALUE ZERO.
       01 WS-BMI-CHANGE PIC S999V99 VALUE ZERO.
       01 WS-CURRENT-VALUE PIC 999V99 VALUE ZERO.
       01 WS-GOAL-PERCENT PIC S9(05) VALUE ZERO.
       01 WS-SHOW-PERCENT PIC ZZZ9.
       01 WS-SHOW-VALUE PIC ZZ9.99.
       01 WS-SHOW-START PIC ZZ9.99.
       01 WS-SHOW-TARGET PIC ZZ9.99.
       01 WS-SHOW-CHANGE PIC ---9.99.
       01 WS-SHOW-BP-SYS PIC ZZ9.
       01 WS-SHOW-BP-DIA PIC 999.
       01 WS-SHOW-WAIST PIC ZZ9.
       01 WS-SKIP-REASON PIC X(30).
       01 WS-SKIP-COUNT PIC 9(03) VALUE ZERO.
       01 WS-SKIP-SUB PIC 9(03) VALUE ZERO.
       01 WS-SKIPS-NOT-LISTED PIC 9(05) VALUE ZERO.
       01 WS-SKIP-TABLE.
           05 WS-SKIP-ENTRY OCCURS 999 TIMES.
               10 WS-SKP-ID PIC X(06).
               10 WS-SKP-NAME PIC A(20).
               10 WS-SKP-REASON PIC X(30).
       01 WS-STATEMENT-COUNT PIC 9(05) VALUE ZERO.
       01 WS-NOT-ON-MASTER-COUNT PIC 9(05) VALUE ZERO.
       01 WS-INACTIVE-COUNT PIC 9(05) VALUE ZERO.
       01 WS-MERGED-COUNT PIC 9(05) VALUE ZERO.
       01 WS-OTHER-SITE-COUNT PIC 9(05) VALUE ZERO.
       01 WS-SKIPPED-COUNT PIC 9(05) VALUE ZERO.
       01 WS-PAGE-NUMBER PIC 9(04) VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(03) VALUE 99.
       01 WS-PAGE-LIMIT PIC 9(03) VALUE 55.
       01 WS-PRINT-FILE-NAME.
           05 FILLER PIC X(06) VALUE "STMTS-".
           05 WS-PRINT-DATE PIC 9(08).
       01 WS-PRINT-HEADING-1.
           05 FILLER PIC X(30) VALUE "MEMBER PROGRESS STATEMENT".
           05 FILLER PIC X(09) VALUE "RUN DATE ".
           05 WS-HEAD-DATE PIC 9(08).
           05 FILLER PIC X(06) VALUE " TIME ".
           05 WS-HEAD-TIME PIC 9(06).
           05 FILLER PIC X(06) VALUE " PAGE ".
           05 WS-HEAD-PAGE PIC ZZZ9.
       01 WS-PRINT-HEADING-2.
           05 FILLER PIC X(17) VALUE "STATEMENT PERIOD ".
           05 WS-HEAD-START PIC 9(08).
           05 FILLER PIC X(04) VALUE " TO ".
           05 WS-HEAD-END PIC 9(08).
       01 WS-PRINT-VISIT-HEADING.
           05 FILLER PIC X(12) VALUE "  DATE".
           05 FILLER PIC X(06) VALUE "SITE".
           05 FILLER PIC X(09) VALUE "   BMI".
           05 FILLER PIC X(11) VALUE "CATEGORY".
       01 WS-PRINT-VISIT-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-PRT-VISIT-DATE PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-PRT-VISIT-SITE PIC X(03).
           05 FILLER PIC X(03) VALUE SPACES.
           05 WS-PRT-VISIT-BMI PIC ZZ9.99.
           05 FILLER PIC X(03) VALUE SPACES.
           05 WS-PRT-VISIT-CATEGORY PIC X(11).
       01 WS-PRINT-SKIP-HEADING.
           05 FILLER PIC X(09) VALUE "MEMBER".
           05 FILLER PIC X(22) VALUE "NAME".
           05 FILLER PIC X(30) VALUE "REASON SKIPPED".
       01 WS-PRINT-SKIP-LINE.
           05 WS-PRT-SKIP-ID PIC X(06).
           05 FILLER PIC X(03) VALUE SPACES.
           05 WS-PRT-SKIP-NAME PIC A(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-PRT-SKIP-REASON PIC X(30).
       01 WS-PRINT-COUNT-LINE.
           05 WS-PRT-COUNT-LABEL PIC X(40).
           05 WS-PRT-COUNT-VALUE PIC ZZ,ZZ9.
       01 WS-PRINT-DETAIL PIC X(132).

       PROCEDURE DIVISION.
       0100-START-HERE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           PERFORM 0110-READ-RUN-CARD.
           IF WS-CARD-FOUND = "Y"
               DISPLAY "Run card found: statement month '"
                   FUNCTION TRIM(WS-MONTH-ANSWER) "', site '"
                   FUNCTION TRIM(WS-SITE-ANSWER) "'."
           ELSE
               DISPLAY "Statement month YYYYMM (blank for last "
                   "month): "
               ACCEPT WS-MONTH-ANSWER
               DISPLAY "Site ID (blank for all sites): "
               ACCEPT WS-SITE-ANSWER
           END-IF.
           PERFORM 0120-SET-PERIOD.
           MOVE FUNCTION UPPER-CASE(WS-SITE-ANSWER)
               TO WS-SELECTED-SITE.
           DISPLAY "===== MEMBER PROGRESS STATEMENTS FOR "
               WS-PERIOD-START " TO " WS-PERIOD-END " =====".
           IF WS-SELECTED-SITE NOT = SPACES
               DISPLAY "Site selected: " WS-SELECTED-SITE
           END-IF.
           OPEN INPUT MEMBER-MASTER-FILE.
           IF MAST-STATUS-CODE = "35"
               DISPLAY "Member master file not found - run "
                   "MEMBER-MAINTENANCE to set up members first."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0150-LOAD-VOID-TABLE.
           PERFORM 0160-LOAD-VITALS-TABLE.
           PERFORM 0170-LOAD-GOAL-TABLE.
           PERFORM 0180-LOAD-MILESTONE-TABLE.
           PERFORM 0185-LOAD-COACH-TABLE.
           PERFORM 0190-LOAD-ASSIGNMENT-TABLE.
           MOVE WS-TODAY TO WS-PRINT-DATE.
           OPEN OUTPUT REPORT-PRINT-FILE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-MEMBER-ID
                   SORT-DATE
                   SORT-SEQUENCE
               INPUT PROCEDURE IS 0200-SELECT-PERIOD-VISITS
               OUTPUT PROCEDURE IS 0300-PRINT-STATEMENTS.
           CLOSE MEMBER-MASTER-FILE.
           PERFORM 0700-PRINT-CONTROL-PAGE.
           CLOSE REPORT-PRINT-FILE.
           DISPLAY "Statements produced: " WS-STATEMENT-COUNT.
           DISPLAY "Members skipped:     " WS-SKIPPED-COUNT.
           IF WS-SELECTED-SITE NOT = SPACES
               DISPLAY "Visits only at other sites: "
                   WS-OTHER-SITE-COUNT
           END-IF.
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
           IF CARD-PROGRAM = "MEMBER-STATEMENTS"
               MOVE "Y" TO WS-CARD-FOUND
               MOVE CARD-PARM-1 TO WS-MONTH-ANSWER
               MOVE CARD-PARM-2 TO WS-SITE-ANSWER
           END-IF.
           PERFORM 0111-READ-CARD-RECORD.

      *The period is one calendar month.  A blank or unusable month
      *falls back to last month, the usual mailing run.
       0120-SET-PERIOD.
           MOVE WS-TODAY TO WS-TODAY-REDEF-AREA.
           MOVE WS-TODAY-YYYY TO WS-PERIOD-YYYY.
           MOVE WS-TODAY-MM TO WS-PERIOD-MM.
           MOVE 1 TO WS-PERIOD-DD.
           IF WS-PERIOD-MM = 1
               MOVE 12 TO WS-PERIOD-MM
               SUBTRACT 1 FROM WS-PERIOD-YYYY
           ELSE
               SUBTRACT 1 FROM WS-PERIOD-MM
           END-IF.
           IF FUNCTION TRIM(WS-MONTH-ANSWER) NOT = SPACES
               IF WS-MONTH-ANSWER(1:6) IS NUMERIC
                   AND WS-MONTH-ANSWER(7:2) = SPACES
                   AND WS-MONTH-ANSWER(5:2) > "00"
                   AND WS-MONTH-ANSWER(5:2) < "13"
                   MOVE WS-MONTH-ANSWER(1:4) TO WS-PERIOD-YYYY
                   MOVE WS-MONTH-ANSWER(5:2) TO WS-PERIOD-MM
               ELSE
                   DISPLAY "Statement month '" WS-MONTH-ANSWER
                       "' is not a YYYYMM month, using last month"
               END-IF
           END-IF.
           MOVE WS-PERIOD-START TO WS-NEXT-MONTH.
           IF WS-NEXT-MM = 12
               MOVE 1 TO WS-NEXT-MM
               ADD 1 TO WS-NEXT-YYYY
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF.
           COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1).

       0150-LOAD-VOID-TABLE.
           MOVE ZERO TO WS-VOID-COUNT-ITEMS.
           OPEN INPUT BMI-HISTORY-FILE.
           IF HIST-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0151-READ-HISTORY-RECORD
               PERFORM 0152-ADD-HISTORY-VOID
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE BMI-HISTORY-FILE
           END-IF.

       0151-READ-HISTORY-RECORD.
           READ BMI-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0152-ADD-HISTORY-VOID.
           IF HIST-ADJUST-CODE = "V"
               AND HIST-DATE-COMPUTED >= WS-PERIOD-START
               AND HIST-DATE-COMPUTED <= WS-PERIOD-END
               MOVE HIST-MEMBER-ID TO WS-CHECK-ID
               MOVE HIST-DATE-COMPUTED TO WS-CHECK-DATE
               PERFORM 0156-FIND-VOID-KEY
               IF WS-VOID-FOUND-SUB > ZERO
                   ADD 1 TO WS-VOID-REMAINING(WS-VOID-FOUND-SUB)
               ELSE
                   IF WS-VOID-COUNT-ITEMS < 9999
                       ADD 1 TO WS-VOID-COUNT-ITEMS
                       MOVE WS-CHECK-ID
                           TO WS-VOID-KEY-ID(WS-VOID-COUNT-ITEMS)
                       MOVE WS-CHECK-DATE
                           TO WS-VOID-KEY-DATE(WS-VOID-COUNT-ITEMS)
                       MOVE 1
                           TO WS-VOID-REMAINING(WS-VOID-COUNT-ITEMS)
                   END-IF
               END-IF
           END-IF.
           PERFORM 0151-READ-HISTORY-RECORD.

       0156-FIND-VOID-KEY.
           MOVE ZERO TO WS-VOID-FOUND-SUB.
           MOVE 1 TO WS-VOID-SUB.
           PERFORM 0157-SCAN-VOID-KEY
               UNTIL WS-VOID-SUB > WS-VOID-COUNT-ITEMS
               OR WS-VOID-FOUND-SUB > ZERO.

       0157-SCAN-VOID-KEY.
           IF WS-VOID-KEY-ID(WS-VOID-SUB) = WS-CHECK-ID
               AND WS-VOID-KEY-DATE(WS-VOID-SUB) = WS-CHECK-DATE
               MOVE WS-VOID-SUB TO WS-VOID-FOUND-SUB
           ELSE
               ADD 1 TO WS-VOID-SUB
           END-IF.

       0160-LOAD-VITALS-TABLE.
           MOVE ZERO TO WS-VITALS-COUNT.
           OPEN INPUT MEMBER-VITALS-FILE.
           IF VITALS-STATUS-CODE NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0161-READ-VITALS-RECORD
               PERFORM 0162-KEEP-LATEST-VITALS
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE MEMBER-VITALS-FILE
           END-IF.

       0161-READ-VITALS-RECORD.
           READ MEMBER-VITALS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0162-KEEP-LATEST-VITALS.
           IF VIT-DATE <= WS-PERIOD-END
               MOVE VIT-MEMBER-ID TO WS-CHECK-ID
               PERFORM 0165-FIND-VITALS
               IF WS-VITALS-FOUND-SUB = ZERO
                   AND WS-VITALS-COUNT < 9999
                   ADD 1 TO WS-VITALS-COUNT
                   MOVE WS-VITALS-COUNT TO WS-VITALS-FOUND-SUB
                   MOVE VIT-MEMBER-ID TO WS-VIT-ID(WS-VITALS-COUNT)
                   MOVE ZERO TO WS-VIT-DATE(WS-VITALS-COUNT)
               END-IF
               IF WS-VITALS-FOUND-SUB > ZERO
                   IF VIT-DATE >= WS-VIT-DATE(WS-VITALS-FOUND-SUB)
                       MOVE VIT-DATE
                           TO WS-VIT-DATE(WS-VITALS-FOUND-SUB)
                       MOVE VIT-WAIST-INCHES
                           TO WS-VIT-WAIST(WS-VITALS-FOUND-SUB)
                       MOVE VIT-BP-SYSTOLIC
                           TO WS-VIT-BP-SYS(WS-VITALS-FOUND-SUB)
                       MOVE VIT-BP-DIASTOLIC
                           TO WS-VIT-BP-DIA(WS-VITALS-FOUND-SUB)
                   END-IF
               END-IF
           END-IF.
           PERFORM 0161-READ-VITALS-RECORD.

       0165-FIND-VITALS.
           MOVE ZERO TO WS-VITALS-FOUND-SUB.
           MOVE 1 TO WS-VITALS-SUB.
           PERFORM 0166-SCAN-VITALS-ENTRY
               UNTIL WS-VITALS-SUB > WS-VITALS-COUNT
               OR WS-VITALS-FOUND-SUB > ZERO.

       0166-SCAN-VITALS-ENTRY.
           IF WS-VIT-ID(WS-VITALS-SUB) = WS-CHECK-ID
               MOVE WS-VITALS-SUB TO WS-VITALS-FOUND-SUB
           ELSE
               ADD 1 TO WS-VITALS-SUB
           END-IF.

       0170-LOAD-GOAL-TABLE.
           MOVE ZERO TO WS-GOAL-COUNT.
           OPEN INPUT MEMBER-GOAL-FILE.
           IF GOAL-STATUS-CODE NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0171-READ-GOAL-RECORD
               PERFORM 0172-KEEP-OPEN-GOAL
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE MEMBER-GOAL-FILE
           END-IF.

       0171-READ-GOAL-RECORD.
           READ MEMBER-GOAL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *As on the inquiry screen, if a member somehow has two open
      *goals the one later on the file is the one shown.
       0172-KEEP-OPEN-GOAL.
           IF GOAL-STATUS = "O"
               MOVE GOAL-MEMBER-ID TO WS-CHECK-ID
               PERFORM 0175-FIND-GOAL
               IF WS-GOAL-FOUND-SUB = ZERO
                   AND WS-GOAL-COUNT < 9999
                   ADD 1 TO WS-GOAL-COUNT
                   MOVE WS-GOAL-COUNT TO WS-GOAL-FOUND-SUB
               END-IF
               IF WS-GOAL-FOUND-SUB > ZERO
                   MOVE GOAL-MEMBER-ID
                       TO WS-GOAL-ID(WS-GOAL-FOUND-SUB)
                   MOVE GOAL-TYPE TO WS-GOAL-TYPE(WS-GOAL-FOUND-SUB)
                   MOVE GOAL-TARGET-VALUE
                       TO WS-GOAL-TARGET(WS-GOAL-FOUND-SUB)
                   MOVE GOAL-START-VALUE
                       TO WS-GOAL-START(WS-GOAL-FOUND-SUB)
                   MOVE GOAL-DATE-SET
                       TO WS-GOAL-DATE-SET(WS-GOAL-FOUND-SUB)
               END-IF
           END-IF.
           PERFORM 0171-READ-GOAL-RECORD.

       0175-FIND-GOAL.
           MOVE ZERO TO WS-GOAL-FOUND-SUB.
           MOVE 1 TO WS-GOAL-SUB.
           PERFORM 0176-SCAN-GOAL-ENTRY
               UNTIL WS-GOAL-SUB > WS-GOAL-COUNT
               OR WS-GOAL-FOUND-SUB > ZERO.

       0176-SCAN-GOAL-ENTRY.
           IF WS-GOAL-ID(WS-GOAL-SUB) = WS-CHECK-ID
               MOVE WS-GOAL-SUB TO WS-GOAL-FOUND-SUB
           ELSE
               ADD 1 TO WS-GOAL-SUB
           END-IF.

       0180-LOAD-MILESTONE-TABLE.
           MOVE ZERO TO WS-MILE-COUNT.
           OPEN INPUT MILESTONE-FILE.
           IF MILE-STATUS-CODE NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0181-READ-MILESTONE-RECORD
               PERFORM 0182-ADD-MILESTONE-ENTRY
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE MILESTONE-FILE
           END-IF.

       0181-READ-MILESTONE-RECORD.
           READ MILESTONE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0182-ADD-MILESTONE-ENTRY.
           IF MILE-DATE <= WS-PERIOD-END
               AND WS-MILE-COUNT < 9999
               ADD 1 TO WS-MILE-COUNT
               MOVE MILE-MEMBER-ID TO WS-MIL-ID(WS-MILE-COUNT)
               MOVE MILE-GOAL-TYPE TO WS-MIL-GOAL-TYPE(WS-MILE-COUNT)
               MOVE MILE-CODE TO WS-MIL-CODE(WS-MILE-COUNT)
               MOVE MILE-VALUE TO WS-MIL-VALUE(WS-MILE-COUNT)
               MOVE MILE-TARGET TO WS-MIL-TARGET(WS-MILE-COUNT)
               MOVE MILE-DATE TO WS-MIL-DATE(WS-MILE-COUNT)
           END-IF.
           PERFORM 0181-READ-MILESTONE-RECORD.

       0185-LOAD-COACH-TABLE.
           MOVE ZERO TO WS-COACH-COUNT.
           OPEN INPUT COACH-MASTER-FILE.
           IF COACH-STATUS-CODE NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0186-READ-COACH-RECORD
               PERFORM 0187-ADD-COACH-ENTRY
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE COACH-MASTER-FILE
           END-IF.

       0186-READ-COACH-RECORD.
           READ COACH-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0187-ADD-COACH-ENTRY.
           IF WS-COACH-COUNT < 99
               ADD 1 TO WS-COACH-COUNT
               MOVE COACH-ID TO WS-CCH-ID(WS-COACH-COUNT)
               MOVE COACH-NAME TO WS-CCH-NAME(WS-COACH-COUNT)
               MOVE COACH-STATUS TO WS-CCH-STATUS(WS-COACH-COUNT)
           END-IF.
           PERFORM 0186-READ-COACH-RECORD.

       0190-LOAD-ASSIGNMENT-TABLE.
           MOVE ZERO TO WS-ASGN-COUNT.
           OPEN INPUT COACH-ASSIGNMENT-FILE.
           IF ASGN-STATUS-CODE NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0191-READ-ASSIGNMENT-RECORD
               PERFORM 0192-ADD-ASSIGNMENT-ENTRY
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE COACH-ASSIGNMENT-FILE
           END-IF.

       0191-READ-ASSIGNMENT-RECORD.
           READ COACH-ASSIGNMENT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0192-ADD-ASSIGNMENT-ENTRY.
           IF WS-ASGN-COUNT < 9999
               ADD 1 TO WS-ASGN-COUNT
               MOVE ASGN-MEMBER-ID TO WS-ASG-MEMBER(WS-ASGN-COUNT)
               MOVE ASGN-COACH-ID TO WS-ASG-COACH(WS-ASGN-COUNT)
           END-IF.
           PERFORM 0191-READ-ASSIGNMENT-RECORD.

       0200-SELECT-PERIOD-VISITS.
           MOVE ZERO TO WS-RELEASE-SEQUENCE.
           OPEN INPUT BMI-HISTORY-FILE.
           IF HIST-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0151-READ-HISTORY-RECORD
               PERFORM 0210-RELEASE-NET-VISIT
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE BMI-HISTORY-FILE
           END-IF.

       0210-RELEASE-NET-VISIT.
           IF HIST-ADJUST-CODE NOT = "V"
               AND HIST-DATE-COMPUTED >= WS-PERIOD-START
               AND HIST-DATE-COMPUTED <= WS-PERIOD-END
               MOVE HIST-MEMBER-ID TO WS-CHECK-ID
               MOVE HIST-DATE-COMPUTED TO WS-CHECK-DATE
               PERFORM 0156-FIND-VOID-KEY
               IF WS-VOID-FOUND-SUB > ZERO
                   AND WS-VOID-REMAINING(WS-VOID-FOUND-SUB) > ZERO
                   SUBTRACT 1
                       FROM WS-VOID-REMAINING(WS-VOID-FOUND-SUB)
               ELSE
                   ADD 1 TO WS-RELEASE-SEQUENCE
                   MOVE HIST-MEMBER-ID TO SORT-MEMBER-ID
                   MOVE HIST-DATE-COMPUTED TO SORT-DATE
                   MOVE WS-RELEASE-SEQUENCE TO SORT-SEQUENCE
                   MOVE HIST-WEIGHT TO SORT-WEIGHT
                   MOVE HIST-BMI TO SORT-BMI
                   MOVE HIST-BMI-CATEGORY TO SORT-CATEGORY
                   MOVE HIST-SITE-ID TO SORT-SITE-ID
                   RELEASE SORT-RECORD
               END-IF
           END-IF.
           PERFORM 0151-READ-HISTORY-RECORD.

       0300-PRINT-STATEMENTS.
           MOVE "N" TO WS-SORT-EOF-SWITCH.
           PERFORM 0310-RETURN-SORTED-RECORD.
           PERFORM 0320-COLLECT-MEMBER-VISITS
               UNTIL WS-SORT-EOF-SWITCH = "Y".

       0310-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN.

       0320-COLLECT-MEMBER-VISITS.
           MOVE SORT-MEMBER-ID TO WS-PREV-MEMBER.
           MOVE ZERO TO WS-VISIT-COUNT.
           MOVE ZERO TO WS-VISITS-OVER.
           MOVE "N" TO WS-AT-SITE.
           MOVE SORT-BMI TO WS-FIRST-BMI.
           PERFORM 0330-KEEP-VISIT
               UNTIL WS-SORT-EOF-SWITCH = "Y"
               OR SORT-MEMBER-ID NOT = WS-PREV-MEMBER.
           PERFORM 0340-CHECK-MEMBER.

       0330-KEEP-VISIT.
           IF WS-VISIT-COUNT < WS-VISIT-LIMIT
               ADD 1 TO WS-VISIT-COUNT
               MOVE SORT-DATE TO WS-VST-DATE(WS-VISIT-COUNT)
               MOVE SORT-WEIGHT TO WS-VST-WEIGHT(WS-VISIT-COUNT)
               MOVE SORT-BMI TO WS-VST-BMI(WS-VISIT-COUNT)
               MOVE SORT-CATEGORY TO WS-VST-CATEGORY(WS-VISIT-COUNT)
               MOVE SORT-SITE-ID TO WS-VST-SITE(WS-VISIT-COUNT)
           ELSE
               ADD 1 TO WS-VISITS-OVER
           END-IF.
           IF WS-SELECTED-SITE = SPACES
               OR SORT-SITE-ID = WS-SELECTED-SITE
               MOVE "Y" TO WS-AT-SITE
           END-IF.
           MOVE SORT-DATE TO WS-LAST-VISIT-DATE.
           MOVE SORT-BMI TO WS-LAST-BMI.
           MOVE SORT-WEIGHT TO WS-LAST-WEIGHT.
           PERFORM 0310-RETURN-SORTED-RECORD.

       0340-CHECK-MEMBER.
           MOVE WS-PREV-MEMBER TO MAST-MEMBER-ID.
           READ MEMBER-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO MAST-NAME
                   MOVE "NOT ON MEMBER MASTER" TO WS-SKIP-REASON
                   ADD 1 TO WS-NOT-ON-MASTER-COUNT
                   PERFORM 0350-RECORD-SKIP
               NOT INVALID KEY
                   PERFORM 0345-CHECK-MEMBER-STATUS
           END-READ.

       0345-CHECK-MEMBER-STATUS.
           IF MAST-MERGED-INTO NOT = SPACES
               MOVE SPACES TO WS-SKIP-REASON
               STRING "MERGED INTO " MAST-MERGED-INTO
                   DELIMITED BY SIZE INTO WS-SKIP-REASON
               ADD 1 TO WS-MERGED-COUNT
               PERFORM 0350-RECORD-SKIP
           ELSE
               IF MAST-STATUS NOT = "A"
                   MOVE "MEMBER DEACTIVATED" TO WS-SKIP-REASON
                   ADD 1 TO WS-INACTIVE-COUNT
                   PERFORM 0350-RECORD-SKIP
               ELSE
                   IF WS-AT-SITE = "N"
                       ADD 1 TO WS-OTHER-SITE-COUNT
                   ELSE
                       PERFORM 0400-PRINT-ONE-STATEMENT
                   END-IF
               END-IF
           END-IF.

       0350-RECORD-SKIP.
           ADD 1 TO WS-SKIPPED-COUNT.
           IF WS-SKIP-COUNT < 999
               ADD 1 TO WS-SKIP-COUNT
               MOVE WS-PREV-MEMBER TO WS-SKP-ID(WS-SKIP-COUNT)
               MOVE MAST-NAME TO WS-SKP-NAME(WS-SKIP-COUNT)
               MOVE WS-SKIP-REASON TO WS-SKP-REASON(WS-SKIP-COUNT)
           ELSE
               ADD 1 TO WS-SKIPS-NOT-LISTED
           END-IF.

      *Each statement starts on a fresh page so it can be torn off
      *and handed over on its own.
       0400-PRINT-ONE-STATEMENT.
           ADD 1 TO WS-STATEMENT-COUNT.
           MOVE 99 TO WS-LINE-COUNT.
           MOVE SPACES TO WS-PRINT-DETAIL.
           STRING "MEMBER:   " MAST-MEMBER-ID "  " MAST-NAME
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           PERFORM 0410-FIND-COACH-NAME.
           MOVE SPACES TO WS-PRINT-DETAIL.
           STRING "ENROLLED: " MAST-ENROLL-DATE
               "        YOUR COACH: " WS-COACH-NAME-TEXT
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           PERFORM 0420-PRINT-VISITS.
           PERFORM 0430-PRINT-VITALS.
           PERFORM 0440-PRINT-GOAL.
           PERFORM 0450-PRINT-MILESTONES.

       0410-FIND-COACH-NAME.
           MOVE "NOT YET ASSIGNED" TO WS-COACH-NAME-TEXT.
           MOVE ZERO TO WS-ASGN-FOUND-SUB.
           MOVE 1 TO WS-ASGN-SUB.
           PERFORM 0411-SCAN-ASSIGNMENT
               UNTIL WS-ASGN-SUB > WS-ASGN-COUNT
               OR WS-ASGN-FOUND-SUB > ZERO.
           IF WS-ASGN-FOUND-SUB > ZERO
               MOVE ZERO TO WS-COACH-FOUND-SUB
               MOVE 1 TO WS-COACH-SUB
               PERFORM 0412-SCAN-COACH-ENTRY
                   UNTIL WS-COACH-SUB > WS-COACH-COUNT
                   OR WS-COACH-FOUND-SUB > ZERO
               IF WS-COACH-FOUND-SUB > ZERO
                   IF WS-CCH-STATUS(WS-COACH-FOUND-SUB) = "A"
                       MOVE WS-CCH-NAME(WS-COACH-FOUND-SUB)
                           TO WS-COACH-NAME-TEXT
                   END-IF
               END-IF
           END-IF.

       0411-SCAN-ASSIGNMENT.
           IF WS-ASG-MEMBER(WS-ASGN-SUB) = MAST-MEMBER-ID
               MOVE WS-ASGN-SUB TO WS-ASGN-FOUND-SUB
           ELSE
               ADD 1 TO WS-ASGN-SUB
           END-IF.

       0412-SCAN-COACH-ENTRY.
           IF WS-CCH-ID(WS-COACH-SUB)
               = WS-ASG-COACH(WS-ASGN-FOUND-SUB)
               MOVE WS-COACH-SUB TO WS-COACH-FOUND-SUB
           ELSE
               ADD 1 TO WS-COACH-SUB
           END-IF.

       0420-PRINT-VISITS.
           MOVE SPACES TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "YOUR VISITS THIS PERIOD" TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE WS-PRINT-VISIT-HEADING TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE 1 TO WS-VISIT-SUB.
           PERFORM 0421-PRINT-VISIT-LINE
               UNTIL WS-VISIT-SUB > WS-VISIT-COUNT.
           IF WS-VISITS-OVER > ZERO
               MOVE SPACES TO WS-PRINT-DETAIL
               STRING "  ... AND " WS-VISITS-OVER
                   " LATER VISITS NOT SHOWN"
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
               PERFORM 0910-WRITE-PRINT-LINE
           END-IF.
           IF WS-VISIT-COUNT > 1
               COMPUTE WS-BMI-CHANGE = WS-LAST-BMI - WS-FIRST-BMI
               MOVE WS-BMI-CHANGE TO WS-SHOW-CHANGE
               MOVE SPACES TO WS-PRINT-DETAIL
               STRING "  BMI CHANGE OVER THE PERIOD: " WS-SHOW-CHANGE
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
               PERFORM 0910-WRITE-PRINT-LINE
           END-IF.

       0421-PRINT-VISIT-LINE.
           MOVE WS-VST-DATE(WS-VISIT-SUB) TO WS-PRT-VISIT-DATE.
           MOVE WS-VST-SITE(WS-VISIT-SUB) TO WS-PRT-VISIT-SITE.
           MOVE WS-VST-BMI(WS-VISIT-SUB) TO WS-PRT-VISIT-BMI.
           MOVE WS-VST-CATEGORY(WS-VISIT-SUB)
               TO WS-PRT-VISIT-CATEGORY.
           MOVE WS-PRINT-VISIT-LINE TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           ADD 1 TO WS-VISIT-SUB.

       0430-PRINT-VITALS.
           MOVE SPACES TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "YOUR LATEST MEASUREMENTS" TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE MAST-MEMBER-ID TO WS-CHECK-ID.
           PERFORM 0165-FIND-VITALS.
           MOVE SPACES TO WS-PRINT-DETAIL.
           IF WS-VITALS-FOUND-SUB = ZERO
               MOVE "  NO WAIST OR BLOOD PRESSURE READING ON FILE"
                   TO WS-PRINT-DETAIL
           ELSE
               MOVE WS-VIT-WAIST(WS-VITALS-FOUND-SUB)
                   TO WS-SHOW-WAIST
               MOVE WS-VIT-BP-SYS(WS-VITALS-FOUND-SUB)
                   TO WS-SHOW-BP-SYS
               MOVE WS-VIT-BP-DIA(WS-VITALS-FOUND-SUB)
                   TO WS-SHOW-BP-DIA
               STRING "  WAIST " WS-SHOW-WAIST " IN"
                   "    BLOOD PRESSURE " WS-SHOW-BP-SYS "/"
                   WS-SHOW-BP-DIA
                   "    TAKEN " WS-VIT-DATE(WS-VITALS-FOUND-SUB)
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
           END-IF.
           PERFORM 0910-WRITE-PRINT-LINE.

       0440-PRINT-GOAL.
           MOVE SPACES TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "YOUR GOAL" TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE MAST-MEMBER-ID TO WS-CHECK-ID.
           PERFORM 0175-FIND-GOAL.
           IF WS-GOAL-FOUND-SUB = ZERO
               MOVE "  NO OPEN GOAL ON FILE - ASK YOUR COACH ABOUT "
                   TO WS-PRINT-DETAIL
               PERFORM 0910-WRITE-PRINT-LINE
               MOVE "  SETTING ONE" TO WS-PRINT-DETAIL
               PERFORM 0910-WRITE-PRINT-LINE
           ELSE
               PERFORM 0445-PRINT-GOAL-PROGRESS
           END-IF.

       0445-PRINT-GOAL-PROGRESS.
           MOVE WS-GOAL-START(WS-GOAL-FOUND-SUB) TO WS-SHOW-START.
           MOVE WS-GOAL-TARGET(WS-GOAL-FOUND-SUB) TO WS-SHOW-TARGET.
           MOVE SPACES TO WS-PRINT-DETAIL.
           IF WS-GOAL-TYPE(WS-GOAL-FOUND-SUB) = "W"
               STRING "  WEIGHT " WS-SHOW-START " LB TO "
                   WS-SHOW-TARGET " LB, SET "
                   WS-GOAL-DATE-SET(WS-GOAL-FOUND-SUB)
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
               MOVE WS-LAST-WEIGHT TO WS-CURRENT-VALUE
           ELSE
               STRING "  BMI " WS-SHOW-START " TO "
                   WS-SHOW-TARGET ", SET "
                   WS-GOAL-DATE-SET(WS-GOAL-FOUND-SUB)
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
               MOVE WS-LAST-BMI TO WS-CURRENT-VALUE
           END-IF.
           PERFORM 0910-WRITE-PRINT-LINE.
           IF WS-GOAL-START(WS-GOAL-FOUND-SUB)
               = WS-GOAL-TARGET(WS-GOAL-FOUND-SUB)
               MOVE 100 TO WS-GOAL-PERCENT
           ELSE
               COMPUTE WS-GOAL-PERCENT ROUNDED =
                   (WS-GOAL-START(WS-GOAL-FOUND-SUB)
                   - WS-CURRENT-VALUE) * 100
                   / (WS-GOAL-START(WS-GOAL-FOUND-SUB)
                   - WS-GOAL-TARGET(WS-GOAL-FOUND-SUB))
                   ON SIZE ERROR
                       MOVE ZERO TO WS-GOAL-PERCENT
               END-COMPUTE
           END-IF.
           IF WS-GOAL-PERCENT < ZERO
               MOVE ZERO TO WS-GOAL-PERCENT
           END-IF.
           MOVE WS-GOAL-PERCENT TO WS-SHOW-PERCENT.
           MOVE WS-CURRENT-VALUE TO WS-SHOW-VALUE.
           MOVE SPACES TO WS-PRINT-DETAIL.
           STRING "  NOW AT " WS-SHOW-VALUE " AS OF "
               WS-LAST-VISIT-DATE ", " WS-SHOW-PERCENT
               "% OF THE WAY THERE"
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.

       0450-PRINT-MILESTONES.
           MOVE SPACES TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "MILESTONES EARNED" TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE ZERO TO WS-MILE-SHOWN.
           MOVE ZERO TO WS-RECENT-COUNT.
           MOVE 1 TO WS-MILE-SUB.
           PERFORM 0451-KEEP-IF-MEMBER
               UNTIL WS-MILE-SUB > WS-MILE-COUNT.
           IF WS-MILE-SHOWN = ZERO
               MOVE "  NONE YET - KEEP GOING" TO WS-PRINT-DETAIL
               PERFORM 0910-WRITE-PRINT-LINE
           ELSE
               IF WS-MILE-SHOWN > WS-RECENT-COUNT
                   COMPUTE WS-MILE-EARLIER =
                       WS-MILE-SHOWN - WS-RECENT-COUNT
                   MOVE WS-MILE-EARLIER TO WS-MILE-EARLIER-EDIT
                   MOVE SPACES TO WS-PRINT-DETAIL
                   STRING "  " FUNCTION TRIM(WS-MILE-EARLIER-EDIT)
                       " EARLIER MILESTONE(S) NOT LISTED"
                       DELIMITED BY SIZE INTO WS-PRINT-DETAIL
                   PERFORM 0910-WRITE-PRINT-LINE
               END-IF
               MOVE 1 TO WS-RECENT-SUB
               PERFORM 0456-PRINT-MILESTONE-LINE
                   UNTIL WS-RECENT-SUB > WS-RECENT-COUNT
           END-IF.

       0451-KEEP-IF-MEMBER.
           IF WS-MIL-ID(WS-MILE-SUB) = MAST-MEMBER-ID
               ADD 1 TO WS-MILE-SHOWN
               PERFORM 0452-KEEP-RECENT
           END-IF.
           ADD 1 TO WS-MILE-SUB.

      *The member's latest milestones are kept in date order, oldest
      *first; once the list is full a newer one pushes the oldest
      *out.  Milestones merged in from a retired ID are appended out
      *of date order, so the file order cannot be trusted for this.
       0452-KEEP-RECENT.
           IF WS-RECENT-COUNT < WS-MILE-LIMIT
               ADD 1 TO WS-RECENT-COUNT
               PERFORM 0454-INSERT-RECENT
           ELSE
               MOVE WS-RCT-MILE(1) TO WS-PRIOR-MILE
               IF WS-MIL-DATE(WS-MILE-SUB)
                   >= WS-MIL-DATE(WS-PRIOR-MILE)
                   MOVE 1 TO WS-RECENT-SUB
                   PERFORM 0453-DROP-OLDEST
                       UNTIL WS-RECENT-SUB = WS-RECENT-COUNT
                   PERFORM 0454-INSERT-RECENT
               END-IF
           END-IF.

       0453-DROP-OLDEST.
           MOVE WS-RCT-MILE(WS-RECENT-SUB + 1)
               TO WS-RCT-MILE(WS-RECENT-SUB).
           ADD 1 TO WS-RECENT-SUB.

       0454-INSERT-RECENT.
           MOVE WS-RECENT-COUNT TO WS-RECENT-SUB.
           MOVE "N" TO WS-SLOT-FOUND.
           PERFORM 0455-FIND-RECENT-SLOT UNTIL WS-SLOT-FOUND = "Y".
           MOVE WS-MILE-SUB TO WS-RCT-MILE(WS-RECENT-SUB).

       0455-FIND-RECENT-SLOT.
           IF WS-RECENT-SUB = 1
               MOVE "Y" TO WS-SLOT-FOUND
           ELSE
               MOVE WS-RCT-MILE(WS-RECENT-SUB - 1) TO WS-PRIOR-MILE
               IF WS-MIL-DATE(WS-PRIOR-MILE) > WS-MIL-DATE(WS-MILE-SUB)
                   MOVE WS-PRIOR-MILE TO WS-RCT-MILE(WS-RECENT-SUB)
                   SUBTRACT 1 FROM WS-RECENT-SUB
               ELSE
                   MOVE "Y" TO WS-SLOT-FOUND
               END-IF
           END-IF.

       0456-PRINT-MILESTONE-LINE.
           MOVE WS-RCT-MILE(WS-RECENT-SUB) TO WS-PRIOR-MILE.
           MOVE WS-MIL-VALUE(WS-PRIOR-MILE) TO WS-SHOW-VALUE.
           MOVE WS-MIL-TARGET(WS-PRIOR-MILE) TO WS-SHOW-TARGET.
           MOVE SPACES TO WS-PRINT-DETAIL.
           IF WS-MIL-CODE(WS-PRIOR-MILE) = "G"
               STRING "  " WS-MIL-DATE(WS-PRIOR-MILE)
                   "  GOAL REACHED        AT " WS-SHOW-VALUE
                   " (GOAL " WS-SHOW-TARGET ")"
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
           ELSE
               STRING "  " WS-MIL-DATE(WS-PRIOR-MILE)
                   "  HALFWAY TO GOAL     AT " WS-SHOW-VALUE
                   " (GOAL " WS-SHOW-TARGET ")"
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
           END-IF.
           PERFORM 0910-WRITE-PRINT-LINE.
           ADD 1 TO WS-RECENT-SUB.

       0700-PRINT-CONTROL-PAGE.
           MOVE 99 TO WS-LINE-COUNT.
           MOVE "STATEMENT RUN CONTROL" TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-DETAIL.
           IF WS-SELECTED-SITE = SPACES
               MOVE "SITE SELECTED: ALL SITES" TO WS-PRINT-DETAIL
           ELSE
               STRING "SITE SELECTED: " WS-SELECTED-SITE
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
           END-IF.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "STATEMENTS PRODUCED" TO WS-PRT-COUNT-LABEL.
           MOVE WS-STATEMENT-COUNT TO WS-PRT-COUNT-VALUE.
           PERFORM 0790-WRITE-COUNT-LINE.
           MOVE "MEMBERS SKIPPED" TO WS-PRT-COUNT-LABEL.
           MOVE WS-SKIPPED-COUNT TO WS-PRT-COUNT-VALUE.
           PERFORM 0790-WRITE-COUNT-LINE.
           MOVE "  NOT ON MEMBER MASTER" TO WS-PRT-COUNT-LABEL.
           MOVE WS-NOT-ON-MASTER-COUNT TO WS-PRT-COUNT-VALUE.
           PERFORM 0790-WRITE-COUNT-LINE.
           MOVE "  MEMBER DEACTIVATED" TO WS-PRT-COUNT-LABEL.
           MOVE WS-INACTIVE-COUNT TO WS-PRT-COUNT-VALUE.
           PERFORM 0790-WRITE-COUNT-LINE.
           MOVE "  MERGED INTO ANOTHER ID" TO WS-PRT-COUNT-LABEL.
           MOVE WS-MERGED-COUNT TO WS-PRT-COUNT-VALUE.
           PERFORM 0790-WRITE-COUNT-LINE.
           IF WS-SELECTED-SITE NOT = SPACES
               MOVE "VISITS ONLY AT OTHER SITES, NOT SELECTED"
                   TO WS-PRT-COUNT-LABEL
               MOVE WS-OTHER-SITE-COUNT TO WS-PRT-COUNT-VALUE
               PERFORM 0790-WRITE-COUNT-LINE
           END-IF.
           MOVE SPACES TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           IF WS-SKIP-COUNT = ZERO
               MOVE "NO MEMBERS SKIPPED" TO WS-PRINT-DETAIL
               PERFORM 0910-WRITE-PRINT-LINE
           ELSE
               MOVE WS-PRINT-SKIP-HEADING TO WS-PRINT-DETAIL
               PERFORM 0910-WRITE-PRINT-LINE
               MOVE 1 TO WS-SKIP-SUB
               PERFORM 0710-PRINT-SKIP-LINE
                   UNTIL WS-SKIP-SUB > WS-SKIP-COUNT
           END-IF.
           IF WS-SKIPS-NOT-LISTED > ZERO
               MOVE SPACES TO WS-PRINT-DETAIL
               STRING "... AND " WS-SKIPS-NOT-LISTED
                   " MORE SKIPPED MEMBERS NOT LISTED"
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
               PERFORM 0910-WRITE-PRINT-LINE
           END-IF.
           MOVE SPACES TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-DETAIL.
           STRING "GRAND TOTAL: " WS-STATEMENT-COUNT
               " STATEMENTS, " WS-SKIPPED-COUNT " SKIPPED"
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "*** END OF REPORT ***" TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.

       0710-PRINT-SKIP-LINE.
           MOVE WS-SKP-ID(WS-SKIP-SUB) TO WS-PRT-SKIP-ID.
           MOVE WS-SKP-NAME(WS-SKIP-SUB) TO WS-PRT-SKIP-NAME.
           MOVE WS-SKP-REASON(WS-SKIP-SUB) TO WS-PRT-SKIP-REASON.
           MOVE WS-PRINT-SKIP-LINE TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           ADD 1 TO WS-SKIP-SUB.

       0790-WRITE-COUNT-LINE.
           MOVE WS-PRINT-COUNT-LINE TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.

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
           MOVE WS-PERIOD-START TO WS-HEAD-START.
           MOVE WS-PERIOD-END TO WS-HEAD-END.
           MOVE WS-PRINT-HEADING-1 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-PRINT-HEADING-2 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 4 TO WS-LINE-COUNT.
       END PROGRAM MEMBER-STATEMENTS.
