       IDENTIFICATION DIVISION.
       PROGRAM-ID. COHORT-OUTCOMES-REPORT.
       AUTHOR. EMMANUELLE NGAN HA NGUYEN
      *This is the enrollment cohort outcomes report, written for
      *the owners' standing question of whether the program works.
      *The month-end pack only ever shows one month's activity; this
      *run follows members from the month they enrolled.  Every
      *member on the master is placed in a cohort by the month of
      *MAST-ENROLL-DATE, and each member's first net posting across
      *BMIARCH and BMIHIST is their baseline.  At 3, 6 and 12 months
      *after the enrollment date the report shows, by cohort and by
      *the site of the baseline visit:
      *  - how many members have reached the mark (enrolled long
      *    enough ago and with a baseline on file);
      *  - retention: the share of them still posting visits on or
      *    after the mark;
      *  - the average BMI change from baseline to their latest
      *    posting on or before the mark;
      *  - the share who improved a category by then, meaning their
      *    category moved closer to NORMAL than it was at baseline.
      *Goal achievement is the share of the cohort's MEMGOALS goals
      *now marked achieved.  Each cohort ends with an all-sites
      *line and the report ends with an all-cohorts line.
      *Members who enrolled but never posted a visit are counted in
      *the enrolled column and nowhere else.  Retired IDs folded
      *into another member by MEMBER-MERGE are left out, since
      *their postings were copied to the surviving ID.  Inactive
      *members stay in - a member who dropped out is exactly what
      *the retention columns are there to show.
      *Voided history is netted the usual way: a "V" reversal and
      *the posting it reversed both drop out, so a corrected
      *posting counts and the mistake it replaced does not.
      *The cohort range can be narrowed by typing a first and last
      *enrollment month; when a run card for this program is on the
      *RUNCARDS file its months are used instead and nothing is
      *prompted, so the run can ride the month-end stream.  The
      *report is written to a print file named COHORT- plus the run
      *date; the console keeps the short totals.
      *A run that cannot go ahead (no member master) ends with
      *return code 16, so STREAM-CONTROL stops the stream there.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAST-MEMBER-ID
               FILE STATUS IS MAST-STATUS-CODE.
           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-STATUS.
           SELECT BMI-ARCHIVE-FILE ASSIGN TO "BMIARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.
           SELECT MEMBER-GOAL-FILE ASSIGN TO "MEMGOALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GOAL-STATUS-CODE.
           SELECT RUN-CARD-FILE ASSIGN TO "RUNCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-STATUS-CODE.
           SELECT REPORT-PRINT-FILE ASSIGN TO WS-PRINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-STATUS-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-MASTER-FILE.
           COPY MEMMAST.
       FD  BMI-HISTORY-FILE.
           COPY BMIHIST.
       FD  BMI-ARCHIVE-FILE.
           COPY BMIHIST REPLACING LEADING ==HIST== BY ==ARCH==
               ==BMI-HISTORY-RECORD== BY ==BMI-ARCHIVE-RECORD==.
       FD  MEMBER-GOAL-FILE.
           COPY MEMGOAL.
       FD  RUN-CARD-FILE.
           COPY RUNCARD.
       FD  REPORT-PRINT-FILE.
       01  PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 MAST-STATUS-CODE PIC XX.
       01 HIST-STATUS PIC XX.
       01 ARCH-STATUS PIC XX.
       01 GOAL-STATUS-CODE PIC XX.
       01 CARD-STATUS-CODE PIC XX.
       01 PRINT-STATUS-CODE PIC XX.
       01 WS-CARD-EOF-SWITCH PIC X VALUE "N".
       01 WS-CARD-FOUND PIC X VALUE "N".
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-VOID-EOF-SWITCH PIC X VALUE "N".
       01 WS-TODAY PIC 9(08).
       01 WS-TIME-OF-DAY.
           05 WS-TIME-HHMMSS PIC 9(06).
           05 WS-TIME-HUNDREDTHS PIC 99.
       01 WS-FIRST-ANSWER PIC X(08).
       01 WS-LAST-ANSWER PIC X(08).
       01 WS-MONTH-ANSWER PIC X(08).
       01 WS-MONTH-CHECK PIC 9(06) VALUE ZERO.
       01 WS-MONTH-CHECK-REDEF REDEFINES WS-MONTH-CHECK.
           05 WS-MONTH-CHECK-YYYY PIC 9(04).
           05 WS-MONTH-CHECK-MM PIC 99.
       01 WS-MONTH-VALID PIC X VALUE "N".
       01 WS-FIRST-MONTH PIC 9(06) VALUE ZERO.
       01 WS-LAST-MONTH PIC 9(06) VALUE 999999.
       01 WS-WORK-DATE PIC 9(08) VALUE ZERO.
       01 WS-WORK-REDEF REDEFINES WS-WORK-DATE.
           05 WS-WORK-YYYYMM PIC 9(06).
           05 WS-WORK-DD PIC 99.
       01 WS-MARK-DATE PIC 9(08) VALUE ZERO.
       01 WS-MARK-REDEF REDEFINES WS-MARK-DATE.
           05 WS-MARK-YYYY PIC 9(04).
           05 WS-MARK-MM PIC 99.
           05 WS-MARK-DD PIC 99.
       01 WS-MARK-MONTHS-TABLE.
           05 WS-MARK-MONTHS PIC 99 OCCURS 3 TIMES.
       01 WS-MARK-SUB PIC 9 VALUE ZERO.
       01 WS-CHECK-ID PIC X(06).
       01 WS-CHECK-DATE PIC 9(08) VALUE ZERO.
       01 WS-CHECK-BMI PIC 999V99 VALUE ZERO.
       01 WS-CHECK-CATEGORY PIC X(11).
       01 WS-CHECK-SITE PIC X(03).
       01 WS-CATEGORY-INDEX PIC 9 VALUE ZERO.
       01 WS-BASE-DISTANCE PIC 9 VALUE ZERO.
       01 WS-MARK-DISTANCE PIC 9 VALUE ZERO.
       01 WS-MEMBERS-OUT-OF-RANGE PIC 9(05) VALUE ZERO.
       01 WS-MEMBERS-MERGED PIC 9(05) VALUE ZERO.
       01 WS-MEMBERS-BAD-DATE PIC 9(05) VALUE ZERO.
       01 WS-MEMBERS-DROPPED PIC 9(05) VALUE ZERO.
       01 WS-POSTINGS-USED PIC 9(07) VALUE ZERO.
       01 WS-POSTINGS-UNMATCHED PIC 9(07) VALUE ZERO.
       01 WS-COHORTS-DROPPED PIC 9(05) VALUE ZERO.
       01 WS-COHORTS-PRINTED PIC 9(05) VALUE ZERO.
       01 WS-VOID-COUNT-ITEMS PIC 9(04) VALUE ZERO.
       01 WS-VOID-SUB PIC 9(04) VALUE ZERO.
       01 WS-VOID-FOUND-SUB PIC 9(04) VALUE ZERO.
       01 WS-VOID-TABLE.
           05 WS-VOID-ENTRY OCCURS 9999 TIMES.
               10 WS-VOID-KEY-ID PIC X(06).
               10 WS-VOID-KEY-DATE PIC 9(08).
               10 WS-VOID-REMAINING PIC 9(03).
       01 WS-MEMBER-COUNT PIC 9(04) VALUE ZERO.
       01 WS-MEMBER-SUB PIC 9(04) VALUE ZERO.
       01 WS-MEMBER-FOUND-SUB PIC 9(04) VALUE ZERO.
       01 WS-MEMBER-TABLE.
           05 WS-MEMBER-ENTRY OCCURS 9999 TIMES.
               10 WS-MBR-ID PIC X(06).
               10 WS-MBR-COHORT PIC 9(06).
               10 WS-MBR-SITE PIC X(03).
               10 WS-MBR-BASE-DATE PIC 9(08).
               10 WS-MBR-BASE-BMI PIC 999V99.
               10 WS-MBR-BASE-CATEGORY PIC 9.
               10 WS-MBR-GOALS-SET PIC 9(03).
               10 WS-MBR-GOALS-MET PIC 9(03).
               10 WS-MBR-MARK OCCURS 3 TIMES.
                   15 WS-MBR-MARK-DATE PIC 9(08).
                   15 WS-MBR-SEEN-DATE PIC 9(08).
                   15 WS-MBR-SEEN-BMI PIC 999V99.
                   15 WS-MBR-SEEN-CATEGORY PIC 9.
                   15 WS-MBR-RETAINED PIC X.
       01 WS-EVAL-TABLE.
           05 WS-EVAL-MARK OCCURS 3 TIMES.
               10 WS-EVAL-ELIGIBLE PIC 9.
               10 WS-EVAL-RETAINED PIC 9.
               10 WS-EVAL-MEASURED PIC 9.
               10 WS-EVAL-CHANGE PIC S999V99.
               10 WS-EVAL-IMPROVED PIC 9.
       01 WS-COHORT-KEY.
           05 WS-KEY-MONTH PIC 9(06).
           05 WS-KEY-SITE PIC X(03).
       01 WS-COHORT-COUNT PIC 9(04) VALUE ZERO.
       01 WS-COHORT-SUB PIC 9(04) VALUE ZERO.
       01 WS-COHORT-FOUND-SUB PIC 9(04) VALUE ZERO.
       01 WS-INSERT-SUB PIC 9(04) VALUE ZERO.
       01 WS-POSITION-FOUND PIC X VALUE "N".
       01 WS-COHORT-TABLE.
           05 WS-COHORT-ENTRY OCCURS 999 TIMES.
               10 WS-COH-KEY.
                   15 WS-COH-MONTH PIC 9(06).
                   15 WS-COH-SITE PIC X(03).
               10 WS-COH-ENROLLED PIC 9(05).
               10 WS-COH-BASELINED PIC 9(05).
               10 WS-COH-GOALS-SET PIC 9(05).
               10 WS-COH-GOALS-MET PIC 9(05).
               10 WS-COH-MARK OCCURS 3 TIMES.
                   15 WS-COH-ELIGIBLE PIC 9(05).
                   15 WS-COH-RETAINED PIC 9(05).
                   15 WS-COH-MEASURED PIC 9(05).
                   15 WS-COH-CHANGE PIC S9(07)V99.
                   15 WS-COH-IMPROVED PIC 9(05).
       01 WS-PERCENT PIC 999V9 VALUE ZERO.
       01 WS-PERCENT-EDIT PIC ZZZ9.9.
       01 WS-AVERAGE-CHANGE PIC S999V99 VALUE ZERO.
       01 WS-CHANGE-EDIT PIC ---9.99.
       01 WS-PAGE-NUMBER PIC 9(04) VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(03) VALUE 99.
       01 WS-PAGE-LIMIT PIC 9(03) VALUE 55.
       01 WS-PRINT-FILE-NAME.
           05 FILLER PIC X(07) VALUE "COHORT-".
           05 WS-PRINT-DATE PIC 9(08).
       01 WS-PRINT-HEADING-1.
           05 FILLER PIC X(30) VALUE "ENROLLMENT COHORT OUTCOMES".
           05 FILLER PIC X(09) VALUE "RUN DATE ".
           05 WS-HEAD-DATE PIC 9(08).
           05 FILLER PIC X(06) VALUE " TIME ".
           05 WS-HEAD-TIME PIC 9(06).
           05 FILLER PIC X(06) VALUE " PAGE ".
           05 WS-HEAD-PAGE PIC ZZZ9.
       01 WS-PRINT-HEADING-2.
           05 FILLER PIC X(27) VALUE SPACES.
           05 FILLER PIC X(30) VALUE
               "  ------- AT 3 MONTHS --------".
           05 FILLER PIC X(30) VALUE
               "  ------- AT 6 MONTHS --------".
           05 FILLER PIC X(30) VALUE
               "  ------- AT 12 MONTHS -------".
           05 FILLER PIC X(15) VALUE "  ---- GOALS --".
       01 WS-PRINT-HEADING-3.
           05 FILLER PIC X(08) VALUE "COHORT".
           05 FILLER PIC X(05) VALUE "SITE".
           05 FILLER PIC X(06) VALUE "ENROLL".
           05 FILLER PIC X(08) VALUE "  BASELN".
           05 FILLER PIC X(30) VALUE
               "  REACHD RETAN% AVG CHG IMPRV%".
           05 FILLER PIC X(30) VALUE
               "  REACHD RETAN% AVG CHG IMPRV%".
           05 FILLER PIC X(30) VALUE
               "  REACHD RETAN% AVG CHG IMPRV%".
           05 FILLER PIC X(15) VALUE "     SET ACHVD%".
       01 WS-PRINT-COHORT-LINE.
           05 WS-PRT-COHORT PIC X(06).
           05 FILLER PIC X(02).
           05 WS-PRT-SITE PIC X(04).
           05 FILLER PIC X(01).
           05 WS-PRT-ENROLLED PIC ZZ,ZZ9.
           05 FILLER PIC X(02).
           05 WS-PRT-BASELINED PIC ZZ,ZZ9.
           05 WS-PRT-MARK OCCURS 3 TIMES.
               10 FILLER PIC X(02).
               10 WS-PRT-REACHED PIC ZZ,ZZ9.
               10 FILLER PIC X(01).
               10 WS-PRT-RETAINED PIC X(06).
               10 FILLER PIC X(01).
               10 WS-PRT-CHANGE PIC X(07).
               10 FILLER PIC X(01).
               10 WS-PRT-IMPROVED PIC X(06).
           05 FILLER PIC X(02).
           05 WS-PRT-GOALS-SET PIC ZZ,ZZ9.
           05 FILLER PIC X(01).
           05 WS-PRT-GOALS-MET PIC X(06).
       01 WS-PRINT-COUNT-LINE.
           05 WS-PRT-COUNT-LABEL PIC X(50).
           05 WS-PRT-COUNT-VALUE PIC Z,ZZZ,ZZ9.
       01 WS-PRINT-DETAIL PIC X(132).

       PROCEDURE DIVISION.
       0100-START-HERE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE 3 TO WS-MARK-MONTHS(1).
           MOVE 6 TO WS-MARK-MONTHS(2).
           MOVE 12 TO WS-MARK-MONTHS(3).
           PERFORM 0110-READ-RUN-CARD.
           IF WS-CARD-FOUND = "Y"
               DISPLAY "Run card found: cohorts from '"
                   FUNCTION TRIM(WS-FIRST-ANSWER) "' to '"
                   FUNCTION TRIM(WS-LAST-ANSWER) "'."
           ELSE
               DISPLAY "First enrollment month YYYYMM "
                   "(blank for the earliest): "
               ACCEPT WS-FIRST-ANSWER
               DISPLAY "Last enrollment month YYYYMM "
                   "(blank for the latest): "
               ACCEPT WS-LAST-ANSWER
           END-IF.
           IF FUNCTION TRIM(WS-FIRST-ANSWER) NOT = SPACES
               MOVE WS-FIRST-ANSWER TO WS-MONTH-ANSWER
               PERFORM 0120-CHECK-MONTH-ANSWER
               IF WS-MONTH-VALID = "Y"
                   MOVE WS-MONTH-CHECK TO WS-FIRST-MONTH
               ELSE
                   DISPLAY "First month '" WS-FIRST-ANSWER
                       "' is not a YYYYMM month, starting from "
                       "the earliest cohort"
               END-IF
           END-IF.
           IF FUNCTION TRIM(WS-LAST-ANSWER) NOT = SPACES
               MOVE WS-LAST-ANSWER TO WS-MONTH-ANSWER
               PERFORM 0120-CHECK-MONTH-ANSWER
               IF WS-MONTH-VALID = "Y"
                   MOVE WS-MONTH-CHECK TO WS-LAST-MONTH
               ELSE
                   DISPLAY "Last month '" WS-LAST-ANSWER
                       "' is not a YYYYMM month, running through "
                       "the latest cohort"
               END-IF
           END-IF.
           DISPLAY "===== ENROLLMENT COHORT OUTCOMES FOR "
               WS-TODAY " =====".
           OPEN INPUT MEMBER-MASTER-FILE.
           IF MAST-STATUS-CODE = "35"
               DISPLAY "Member master file not found - run "
                   "MEMBER-MAINTENANCE to set up members first."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM 0131-READ-MASTER-RECORD.
           PERFORM 0130-LOAD-MEMBER
               UNTIL WS-EOF-SWITCH = "Y".
           CLOSE MEMBER-MASTER-FILE.
           PERFORM 0150-LOAD-VOID-TABLE.
           PERFORM 0200-LOAD-POSTINGS.
           PERFORM 0300-LOAD-GOALS.
           MOVE 1 TO WS-MEMBER-SUB.
           PERFORM 0400-ACCUMULATE-MEMBER
               UNTIL WS-MEMBER-SUB > WS-MEMBER-COUNT.
           MOVE WS-TODAY TO WS-PRINT-DATE.
           OPEN OUTPUT REPORT-PRINT-FILE.
           PERFORM 0600-PRINT-COHORTS.
           PERFORM 0700-PRINT-RUN-CONTROL.
           CLOSE REPORT-PRINT-FILE.
           DISPLAY "Members placed in cohorts: " WS-MEMBER-COUNT.
           DISPLAY "  Outside the cohort range: "
               WS-MEMBERS-OUT-OF-RANGE.
           DISPLAY "  Merged IDs left out:      " WS-MEMBERS-MERGED.
           DISPLAY "  No usable enroll date:    "
               WS-MEMBERS-BAD-DATE.
           IF WS-MEMBERS-DROPPED > ZERO
               DISPLAY "*** " WS-MEMBERS-DROPPED " member(s) past "
                   "the 9999-member table were not reported ***"
           END-IF.
           IF WS-COHORTS-DROPPED > ZERO
               DISPLAY "*** " WS-COHORTS-DROPPED " cohort/site "
                   "line(s) past the 999-line table were not "
                   "reported ***"
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
           IF CARD-PROGRAM = "COHORT-OUTCOMES-REPORT"
               MOVE "Y" TO WS-CARD-FOUND
               MOVE CARD-PARM-1 TO WS-FIRST-ANSWER
               MOVE CARD-PARM-2 TO WS-LAST-ANSWER
           END-IF.
           PERFORM 0111-READ-CARD-RECORD.

       0120-CHECK-MONTH-ANSWER.
           MOVE "N" TO WS-MONTH-VALID.
           IF WS-MONTH-ANSWER(1:6) IS NUMERIC
               AND WS-MONTH-ANSWER(7:2) = SPACES
               MOVE WS-MONTH-ANSWER(1:6) TO WS-MONTH-CHECK
               IF WS-MONTH-CHECK-MM > ZERO
                   AND WS-MONTH-CHECK-MM < 13
                   MOVE "Y" TO WS-MONTH-VALID
               END-IF
           END-IF.

       0130-LOAD-MEMBER.
           IF MAST-MERGED-INTO NOT = SPACES
               ADD 1 TO WS-MEMBERS-MERGED
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(MAST-ENROLL-DATE)
                   NOT = ZERO
                   ADD 1 TO WS-MEMBERS-BAD-DATE
               ELSE
                   MOVE MAST-ENROLL-DATE TO WS-WORK-DATE
                   IF WS-WORK-YYYYMM < WS-FIRST-MONTH
                       OR WS-WORK-YYYYMM > WS-LAST-MONTH
                       ADD 1 TO WS-MEMBERS-OUT-OF-RANGE
                   ELSE
                       PERFORM 0135-ADD-MEMBER-ENTRY
                   END-IF
               END-IF
           END-IF.
           PERFORM 0131-READ-MASTER-RECORD.

       0131-READ-MASTER-RECORD.
           READ MEMBER-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0135-ADD-MEMBER-ENTRY.
           IF WS-MEMBER-COUNT < 9999
               ADD 1 TO WS-MEMBER-COUNT
               MOVE MAST-MEMBER-ID TO WS-MBR-ID(WS-MEMBER-COUNT)
               MOVE WS-WORK-YYYYMM TO WS-MBR-COHORT(WS-MEMBER-COUNT)
               MOVE SPACES TO WS-MBR-SITE(WS-MEMBER-COUNT)
               MOVE ZERO TO WS-MBR-BASE-DATE(WS-MEMBER-COUNT)
               MOVE ZERO TO WS-MBR-BASE-BMI(WS-MEMBER-COUNT)
               MOVE ZERO TO WS-MBR-BASE-CATEGORY(WS-MEMBER-COUNT)
               MOVE ZERO TO WS-MBR-GOALS-SET(WS-MEMBER-COUNT)
               MOVE ZERO TO WS-MBR-GOALS-MET(WS-MEMBER-COUNT)
               MOVE 1 TO WS-MARK-SUB
               PERFORM 0136-SET-MARK-DATE
                   UNTIL WS-MARK-SUB > 3
           ELSE
               ADD 1 TO WS-MEMBERS-DROPPED
           END-IF.

      *A mark falling past the end of a short month is pulled back
      *to that month's last day, so a 31 August enrollment reaches
      *its 3-month mark on 30 November.
       0136-SET-MARK-DATE.
           MOVE MAST-ENROLL-DATE TO WS-MARK-DATE.
           ADD WS-MARK-MONTHS(WS-MARK-SUB) TO WS-MARK-MM.
           IF WS-MARK-MM > 12
               SUBTRACT 12 FROM WS-MARK-MM
               ADD 1 TO WS-MARK-YYYY
           END-IF.
           PERFORM 0137-BACK-OFF-MARK-DAY
               UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-MARK-DATE) = ZERO.
           MOVE WS-MARK-DATE
               TO WS-MBR-MARK-DATE(WS-MEMBER-COUNT, WS-MARK-SUB).
           MOVE ZERO
               TO WS-MBR-SEEN-DATE(WS-MEMBER-COUNT, WS-MARK-SUB).
           MOVE ZERO
               TO WS-MBR-SEEN-BMI(WS-MEMBER-COUNT, WS-MARK-SUB).
           MOVE ZERO
               TO WS-MBR-SEEN-CATEGORY(WS-MEMBER-COUNT, WS-MARK-SUB).
           MOVE "N"
               TO WS-MBR-RETAINED(WS-MEMBER-COUNT, WS-MARK-SUB).
           ADD 1 TO WS-MARK-SUB.

       0137-BACK-OFF-MARK-DAY.
           SUBTRACT 1 FROM WS-MARK-DD.

       0150-LOAD-VOID-TABLE.
           MOVE ZERO TO WS-VOID-COUNT-ITEMS.
           OPEN INPUT BMI-ARCHIVE-FILE.
           IF ARCH-STATUS NOT = "35"
               MOVE "N" TO WS-VOID-EOF-SWITCH
               PERFORM 0153-READ-ARCHIVE-FOR-VOIDS
               PERFORM 0154-ADD-ARCHIVE-VOID
                   UNTIL WS-VOID-EOF-SWITCH = "Y"
               CLOSE BMI-ARCHIVE-FILE
           END-IF.
           OPEN INPUT BMI-HISTORY-FILE.
           IF HIST-STATUS NOT = "35"
               MOVE "N" TO WS-VOID-EOF-SWITCH
               PERFORM 0151-READ-HISTORY-FOR-VOIDS
               PERFORM 0152-ADD-HISTORY-VOID
                   UNTIL WS-VOID-EOF-SWITCH = "Y"
               CLOSE BMI-HISTORY-FILE
           END-IF.

       0151-READ-HISTORY-FOR-VOIDS.
           READ BMI-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-VOID-EOF-SWITCH
           END-READ.

       0152-ADD-HISTORY-VOID.
           IF HIST-ADJUST-CODE = "V"
               MOVE HIST-MEMBER-ID TO WS-CHECK-ID
               MOVE HIST-DATE-COMPUTED TO WS-CHECK-DATE
               PERFORM 0155-COUNT-VOID-KEY
           END-IF.
           PERFORM 0151-READ-HISTORY-FOR-VOIDS.

       0153-READ-ARCHIVE-FOR-VOIDS.
           READ BMI-ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-VOID-EOF-SWITCH
           END-READ.

       0154-ADD-ARCHIVE-VOID.
           IF ARCH-ADJUST-CODE = "V"
               MOVE ARCH-MEMBER-ID TO WS-CHECK-ID
               MOVE ARCH-DATE-COMPUTED TO WS-CHECK-DATE
               PERFORM 0155-COUNT-VOID-KEY
           END-IF.
           PERFORM 0153-READ-ARCHIVE-FOR-VOIDS.

       0155-COUNT-VOID-KEY.
           PERFORM 0156-FIND-VOID-KEY.
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
           END-IF.

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

       0200-LOAD-POSTINGS.
           OPEN INPUT BMI-ARCHIVE-FILE.
           IF ARCH-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0230-READ-ARCHIVE-RECORD
               PERFORM 0240-TAKE-ARCHIVE-POSTING
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE BMI-ARCHIVE-FILE
           END-IF.
           OPEN INPUT BMI-HISTORY-FILE.
           IF HIST-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0210-READ-HISTORY-RECORD
               PERFORM 0220-TAKE-HISTORY-POSTING
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE BMI-HISTORY-FILE
           END-IF.

       0210-READ-HISTORY-RECORD.
           READ BMI-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0220-TAKE-HISTORY-POSTING.
           IF HIST-ADJUST-CODE NOT = "V"
               MOVE HIST-MEMBER-ID TO WS-CHECK-ID
               MOVE HIST-DATE-COMPUTED TO WS-CHECK-DATE
               MOVE HIST-BMI TO WS-CHECK-BMI
               MOVE HIST-BMI-CATEGORY TO WS-CHECK-CATEGORY
               MOVE HIST-SITE-ID TO WS-CHECK-SITE
               PERFORM 0250-APPLY-POSTING
           END-IF.
           PERFORM 0210-READ-HISTORY-RECORD.

       0230-READ-ARCHIVE-RECORD.
           READ BMI-ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0240-TAKE-ARCHIVE-POSTING.
           IF ARCH-ADJUST-CODE NOT = "V"
               MOVE ARCH-MEMBER-ID TO WS-CHECK-ID
               MOVE ARCH-DATE-COMPUTED TO WS-CHECK-DATE
               MOVE ARCH-BMI TO WS-CHECK-BMI
               MOVE ARCH-BMI-CATEGORY TO WS-CHECK-CATEGORY
               MOVE ARCH-SITE-ID TO WS-CHECK-SITE
               PERFORM 0250-APPLY-POSTING
           END-IF.
           PERFORM 0230-READ-ARCHIVE-RECORD.

       0250-APPLY-POSTING.
           PERFORM 0156-FIND-VOID-KEY.
           IF WS-VOID-FOUND-SUB > ZERO
               AND WS-VOID-REMAINING(WS-VOID-FOUND-SUB) > ZERO
               SUBTRACT 1
                   FROM WS-VOID-REMAINING(WS-VOID-FOUND-SUB)
           ELSE
               PERFORM 0260-FIND-MEMBER
               IF WS-MEMBER-FOUND-SUB = ZERO
                   ADD 1 TO WS-POSTINGS-UNMATCHED
               ELSE
                   ADD 1 TO WS-POSTINGS-USED
                   PERFORM 0270-SET-CATEGORY-INDEX
                   PERFORM 0280-TRACK-BASELINE
                   MOVE 1 TO WS-MARK-SUB
                   PERFORM 0290-TRACK-MARK
                       UNTIL WS-MARK-SUB > 3
               END-IF
           END-IF.

       0260-FIND-MEMBER.
           MOVE ZERO TO WS-MEMBER-FOUND-SUB.
           MOVE 1 TO WS-MEMBER-SUB.
           PERFORM 0261-SCAN-MEMBER-ENTRY
               UNTIL WS-MEMBER-SUB > WS-MEMBER-COUNT
               OR WS-MEMBER-FOUND-SUB > ZERO.

       0261-SCAN-MEMBER-ENTRY.
           IF WS-MBR-ID(WS-MEMBER-SUB) = WS-CHECK-ID
               MOVE WS-MEMBER-SUB TO WS-MEMBER-FOUND-SUB
           ELSE
               ADD 1 TO WS-MEMBER-SUB
           END-IF.

       0270-SET-CATEGORY-INDEX.
           EVALUATE WS-CHECK-CATEGORY
               WHEN "UNDERWEIGHT"
                   MOVE 1 TO WS-CATEGORY-INDEX
               WHEN "NORMAL"
                   MOVE 2 TO WS-CATEGORY-INDEX
               WHEN "OVERWEIGHT"
                   MOVE 3 TO WS-CATEGORY-INDEX
               WHEN "OBESE"
                   MOVE 4 TO WS-CATEGORY-INDEX
               WHEN OTHER
                   MOVE ZERO TO WS-CATEGORY-INDEX
           END-EVALUATE.

      *The files are not guaranteed to be in date order once
      *adjustments are appended, so the baseline is whichever net
      *posting carries the earliest date, wherever it turns up.
       0280-TRACK-BASELINE.
           IF WS-MBR-BASE-DATE(WS-MEMBER-FOUND-SUB) = ZERO
               OR WS-CHECK-DATE
               < WS-MBR-BASE-DATE(WS-MEMBER-FOUND-SUB)
               MOVE WS-CHECK-DATE
                   TO WS-MBR-BASE-DATE(WS-MEMBER-FOUND-SUB)
               MOVE WS-CHECK-BMI
                   TO WS-MBR-BASE-BMI(WS-MEMBER-FOUND-SUB)
               MOVE WS-CATEGORY-INDEX
                   TO WS-MBR-BASE-CATEGORY(WS-MEMBER-FOUND-SUB)
               MOVE WS-CHECK-SITE
                   TO WS-MBR-SITE(WS-MEMBER-FOUND-SUB)
           END-IF.

       0290-TRACK-MARK.
           IF WS-CHECK-DATE
               <= WS-MBR-MARK-DATE(WS-MEMBER-FOUND-SUB, WS-MARK-SUB)
               AND WS-CHECK-DATE
               >= WS-MBR-SEEN-DATE(WS-MEMBER-FOUND-SUB, WS-MARK-SUB)
               MOVE WS-CHECK-DATE
                   TO WS-MBR-SEEN-DATE(WS-MEMBER-FOUND-SUB,
                   WS-MARK-SUB)
               MOVE WS-CHECK-BMI
                   TO WS-MBR-SEEN-BMI(WS-MEMBER-FOUND-SUB,
                   WS-MARK-SUB)
               MOVE WS-CATEGORY-INDEX
                   TO WS-MBR-SEEN-CATEGORY(WS-MEMBER-FOUND-SUB,
                   WS-MARK-SUB)
           END-IF.
           IF WS-CHECK-DATE
               >= WS-MBR-MARK-DATE(WS-MEMBER-FOUND-SUB, WS-MARK-SUB)
               MOVE "Y"
                   TO WS-MBR-RETAINED(WS-MEMBER-FOUND-SUB,
                   WS-MARK-SUB)
           END-IF.
           ADD 1 TO WS-MARK-SUB.

       0300-LOAD-GOALS.
           OPEN INPUT MEMBER-GOAL-FILE.
           IF GOAL-STATUS-CODE NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0301-READ-GOAL-RECORD
               PERFORM 0302-COUNT-GOAL
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE MEMBER-GOAL-FILE
           END-IF.

       0301-READ-GOAL-RECORD.
           READ MEMBER-GOAL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0302-COUNT-GOAL.
           MOVE GOAL-MEMBER-ID TO WS-CHECK-ID.
           PERFORM 0260-FIND-MEMBER.
           IF WS-MEMBER-FOUND-SUB > ZERO
               ADD 1 TO WS-MBR-GOALS-SET(WS-MEMBER-FOUND-SUB)
               IF GOAL-STATUS = "A"
                   ADD 1 TO WS-MBR-GOALS-MET(WS-MEMBER-FOUND-SUB)
               END-IF
           END-IF.
           PERFORM 0301-READ-GOAL-RECORD.

      *Each member is added to three lines: their cohort and site,
      *their cohort's all-sites line (site HIGH-VALUES, so it sorts
      *after the sites) and the all-cohorts line (month 999999).
       0400-ACCUMULATE-MEMBER.
           MOVE 1 TO WS-MARK-SUB.
           PERFORM 0410-EVALUATE-MARK
               UNTIL WS-MARK-SUB > 3.
           MOVE WS-MBR-COHORT(WS-MEMBER-SUB) TO WS-KEY-MONTH.
           MOVE WS-MBR-SITE(WS-MEMBER-SUB) TO WS-KEY-SITE.
           PERFORM 0450-ADD-TO-COHORT-LINE.
           MOVE HIGH-VALUES TO WS-KEY-SITE.
           PERFORM 0450-ADD-TO-COHORT-LINE.
           MOVE 999999 TO WS-KEY-MONTH.
           PERFORM 0450-ADD-TO-COHORT-LINE.
           ADD 1 TO WS-MEMBER-SUB.

       0410-EVALUATE-MARK.
           MOVE ZERO TO WS-EVAL-ELIGIBLE(WS-MARK-SUB).
           MOVE ZERO TO WS-EVAL-RETAINED(WS-MARK-SUB).
           MOVE ZERO TO WS-EVAL-MEASURED(WS-MARK-SUB).
           MOVE ZERO TO WS-EVAL-CHANGE(WS-MARK-SUB).
           MOVE ZERO TO WS-EVAL-IMPROVED(WS-MARK-SUB).
           IF WS-MBR-BASE-DATE(WS-MEMBER-SUB) > ZERO
               AND WS-MBR-MARK-DATE(WS-MEMBER-SUB, WS-MARK-SUB)
               <= WS-TODAY
               MOVE 1 TO WS-EVAL-ELIGIBLE(WS-MARK-SUB)
               IF WS-MBR-RETAINED(WS-MEMBER-SUB, WS-MARK-SUB) = "Y"
                   MOVE 1 TO WS-EVAL-RETAINED(WS-MARK-SUB)
               END-IF
               IF WS-MBR-SEEN-DATE(WS-MEMBER-SUB, WS-MARK-SUB)
                   > WS-MBR-BASE-DATE(WS-MEMBER-SUB)
                   MOVE 1 TO WS-EVAL-MEASURED(WS-MARK-SUB)
                   COMPUTE WS-EVAL-CHANGE(WS-MARK-SUB) =
                       WS-MBR-SEEN-BMI(WS-MEMBER-SUB, WS-MARK-SUB)
                       - WS-MBR-BASE-BMI(WS-MEMBER-SUB)
                   PERFORM 0420-CHECK-IMPROVEMENT
               END-IF
           END-IF.
           ADD 1 TO WS-MARK-SUB.

      *Improving a category means ending up closer to NORMAL than
      *at baseline - down from OBESE or OVERWEIGHT, or up from
      *UNDERWEIGHT.  A posting with no recognised category counts
      *as no improvement.
       0420-CHECK-IMPROVEMENT.
           MOVE WS-MBR-BASE-CATEGORY(WS-MEMBER-SUB)
               TO WS-CATEGORY-INDEX.
           PERFORM 0425-SET-DISTANCE.
           MOVE WS-MARK-DISTANCE TO WS-BASE-DISTANCE.
           MOVE WS-MBR-SEEN-CATEGORY(WS-MEMBER-SUB, WS-MARK-SUB)
               TO WS-CATEGORY-INDEX.
           PERFORM 0425-SET-DISTANCE.
           IF WS-BASE-DISTANCE < 9
               AND WS-MARK-DISTANCE < WS-BASE-DISTANCE
               MOVE 1 TO WS-EVAL-IMPROVED(WS-MARK-SUB)
           END-IF.

       0425-SET-DISTANCE.
           EVALUATE WS-CATEGORY-INDEX
               WHEN 1
                   MOVE 1 TO WS-MARK-DISTANCE
               WHEN 2
                   MOVE 0 TO WS-MARK-DISTANCE
               WHEN 3
                   MOVE 1 TO WS-MARK-DISTANCE
               WHEN 4
                   MOVE 2 TO WS-MARK-DISTANCE
               WHEN OTHER
                   MOVE 9 TO WS-MARK-DISTANCE
           END-EVALUATE.

       0450-ADD-TO-COHORT-LINE.
           PERFORM 0460-FIND-OR-INSERT-LINE.
           IF WS-COHORT-FOUND-SUB > ZERO
               ADD 1 TO WS-COH-ENROLLED(WS-COHORT-FOUND-SUB)
               IF WS-MBR-BASE-DATE(WS-MEMBER-SUB) > ZERO
                   ADD 1 TO WS-COH-BASELINED(WS-COHORT-FOUND-SUB)
               END-IF
               ADD WS-MBR-GOALS-SET(WS-MEMBER-SUB)
                   TO WS-COH-GOALS-SET(WS-COHORT-FOUND-SUB)
               ADD WS-MBR-GOALS-MET(WS-MEMBER-SUB)
                   TO WS-COH-GOALS-MET(WS-COHORT-FOUND-SUB)
               MOVE 1 TO WS-MARK-SUB
               PERFORM 0455-ADD-MARK-TO-LINE
                   UNTIL WS-MARK-SUB > 3
           END-IF.

       0455-ADD-MARK-TO-LINE.
           ADD WS-EVAL-ELIGIBLE(WS-MARK-SUB)
               TO WS-COH-ELIGIBLE(WS-COHORT-FOUND-SUB, WS-MARK-SUB).
           ADD WS-EVAL-RETAINED(WS-MARK-SUB)
               TO WS-COH-RETAINED(WS-COHORT-FOUND-SUB, WS-MARK-SUB).
           ADD WS-EVAL-MEASURED(WS-MARK-SUB)
               TO WS-COH-MEASURED(WS-COHORT-FOUND-SUB, WS-MARK-SUB).
           ADD WS-EVAL-CHANGE(WS-MARK-SUB)
               TO WS-COH-CHANGE(WS-COHORT-FOUND-SUB, WS-MARK-SUB).
           ADD WS-EVAL-IMPROVED(WS-MARK-SUB)
               TO WS-COH-IMPROVED(WS-COHORT-FOUND-SUB, WS-MARK-SUB).
           ADD 1 TO WS-MARK-SUB.

      *The table is kept in cohort and site order as lines are
      *added, so it prints straight down without a sort.
       0460-FIND-OR-INSERT-LINE.
           MOVE ZERO TO WS-COHORT-FOUND-SUB.
           MOVE "N" TO WS-POSITION-FOUND.
           MOVE 1 TO WS-COHORT-SUB.
           PERFORM 0461-SCAN-COHORT-LINE
               UNTIL WS-COHORT-SUB > WS-COHORT-COUNT
               OR WS-POSITION-FOUND = "Y".
           IF WS-POSITION-FOUND = "Y"
               IF WS-COH-KEY(WS-COHORT-SUB) = WS-COHORT-KEY
                   MOVE WS-COHORT-SUB TO WS-COHORT-FOUND-SUB
               END-IF
           END-IF.
           IF WS-COHORT-FOUND-SUB = ZERO
               IF WS-COHORT-COUNT < 999
                   MOVE WS-COHORT-COUNT TO WS-INSERT-SUB
                   PERFORM 0462-SHIFT-COHORT-LINE
                       UNTIL WS-INSERT-SUB < WS-COHORT-SUB
                   ADD 1 TO WS-COHORT-COUNT
                   MOVE WS-COHORT-SUB TO WS-COHORT-FOUND-SUB
                   PERFORM 0463-CLEAR-COHORT-LINE
               ELSE
                   ADD 1 TO WS-COHORTS-DROPPED
               END-IF
           END-IF.

       0461-SCAN-COHORT-LINE.
           IF WS-COH-KEY(WS-COHORT-SUB) >= WS-COHORT-KEY
               MOVE "Y" TO WS-POSITION-FOUND
           ELSE
               ADD 1 TO WS-COHORT-SUB
           END-IF.

       0462-SHIFT-COHORT-LINE.
           MOVE WS-COHORT-ENTRY(WS-INSERT-SUB)
               TO WS-COHORT-ENTRY(WS-INSERT-SUB + 1).
           SUBTRACT 1 FROM WS-INSERT-SUB.

       0463-CLEAR-COHORT-LINE.
           MOVE WS-COHORT-KEY TO WS-COH-KEY(WS-COHORT-FOUND-SUB).
           MOVE ZERO TO WS-COH-ENROLLED(WS-COHORT-FOUND-SUB).
           MOVE ZERO TO WS-COH-BASELINED(WS-COHORT-FOUND-SUB).
           MOVE ZERO TO WS-COH-GOALS-SET(WS-COHORT-FOUND-SUB).
           MOVE ZERO TO WS-COH-GOALS-MET(WS-COHORT-FOUND-SUB).
           MOVE 1 TO WS-MARK-SUB.
           PERFORM 0464-CLEAR-COHORT-MARK
               UNTIL WS-MARK-SUB > 3.

       0464-CLEAR-COHORT-MARK.
           MOVE ZERO
               TO WS-COH-ELIGIBLE(WS-COHORT-FOUND-SUB, WS-MARK-SUB).
           MOVE ZERO
               TO WS-COH-RETAINED(WS-COHORT-FOUND-SUB, WS-MARK-SUB).
           MOVE ZERO
               TO WS-COH-MEASURED(WS-COHORT-FOUND-SUB, WS-MARK-SUB).
           MOVE ZERO
               TO WS-COH-CHANGE(WS-COHORT-FOUND-SUB, WS-MARK-SUB).
           MOVE ZERO
               TO WS-COH-IMPROVED(WS-COHORT-FOUND-SUB, WS-MARK-SUB).
           ADD 1 TO WS-MARK-SUB.

       0600-PRINT-COHORTS.
           IF WS-COHORT-COUNT = ZERO
               MOVE "  (NO MEMBERS ENROLLED IN THE COHORT RANGE)"
                   TO WS-PRINT-DETAIL
               PERFORM 0910-WRITE-PRINT-LINE
           END-IF.
           MOVE 1 TO WS-COHORT-SUB.
           PERFORM 0610-PRINT-COHORT-LINE
               UNTIL WS-COHORT-SUB > WS-COHORT-COUNT.

       0610-PRINT-COHORT-LINE.
           MOVE SPACES TO WS-PRINT-COHORT-LINE.
           IF WS-COH-MONTH(WS-COHORT-SUB) = 999999
               MOVE "ALL" TO WS-PRT-COHORT
           ELSE
               MOVE WS-COH-MONTH(WS-COHORT-SUB) TO WS-PRT-COHORT
           END-IF.
           EVALUATE WS-COH-SITE(WS-COHORT-SUB)
               WHEN HIGH-VALUES
                   MOVE "ALL" TO WS-PRT-SITE
               WHEN SPACES
                   MOVE "NONE" TO WS-PRT-SITE
               WHEN OTHER
                   MOVE WS-COH-SITE(WS-COHORT-SUB) TO WS-PRT-SITE
           END-EVALUATE.
           MOVE WS-COH-ENROLLED(WS-COHORT-SUB) TO WS-PRT-ENROLLED.
           MOVE WS-COH-BASELINED(WS-COHORT-SUB) TO WS-PRT-BASELINED.
           MOVE 1 TO WS-MARK-SUB.
           PERFORM 0620-FORMAT-MARK
               UNTIL WS-MARK-SUB > 3.
           MOVE WS-COH-GOALS-SET(WS-COHORT-SUB) TO WS-PRT-GOALS-SET.
           IF WS-COH-GOALS-SET(WS-COHORT-SUB) > ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   WS-COH-GOALS-MET(WS-COHORT-SUB) * 100
                   / WS-COH-GOALS-SET(WS-COHORT-SUB)
               MOVE WS-PERCENT TO WS-PERCENT-EDIT
               MOVE WS-PERCENT-EDIT TO WS-PRT-GOALS-MET
           ELSE
               MOVE "    --" TO WS-PRT-GOALS-MET
           END-IF.
           MOVE WS-PRINT-COHORT-LINE TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           IF WS-COH-SITE(WS-COHORT-SUB) = HIGH-VALUES
               AND WS-COH-MONTH(WS-COHORT-SUB) NOT = 999999
               ADD 1 TO WS-COHORTS-PRINTED
               MOVE SPACES TO WS-PRINT-DETAIL
               PERFORM 0910-WRITE-PRINT-LINE
           END-IF.
           ADD 1 TO WS-COHORT-SUB.

       0620-FORMAT-MARK.
           MOVE WS-COH-ELIGIBLE(WS-COHORT-SUB, WS-MARK-SUB)
               TO WS-PRT-REACHED(WS-MARK-SUB).
           IF WS-COH-ELIGIBLE(WS-COHORT-SUB, WS-MARK-SUB) = ZERO
               MOVE "    --" TO WS-PRT-RETAINED(WS-MARK-SUB)
               MOVE "     --" TO WS-PRT-CHANGE(WS-MARK-SUB)
               MOVE "    --" TO WS-PRT-IMPROVED(WS-MARK-SUB)
           ELSE
               COMPUTE WS-PERCENT ROUNDED =
                   WS-COH-RETAINED(WS-COHORT-SUB, WS-MARK-SUB) * 100
                   / WS-COH-ELIGIBLE(WS-COHORT-SUB, WS-MARK-SUB)
               MOVE WS-PERCENT TO WS-PERCENT-EDIT
               MOVE WS-PERCENT-EDIT TO WS-PRT-RETAINED(WS-MARK-SUB)
               COMPUTE WS-PERCENT ROUNDED =
                   WS-COH-IMPROVED(WS-COHORT-SUB, WS-MARK-SUB) * 100
                   / WS-COH-ELIGIBLE(WS-COHORT-SUB, WS-MARK-SUB)
               MOVE WS-PERCENT TO WS-PERCENT-EDIT
               MOVE WS-PERCENT-EDIT TO WS-PRT-IMPROVED(WS-MARK-SUB)
               IF WS-COH-MEASURED(WS-COHORT-SUB, WS-MARK-SUB) > ZERO
                   COMPUTE WS-AVERAGE-CHANGE ROUNDED =
                       WS-COH-CHANGE(WS-COHORT-SUB, WS-MARK-SUB)
                       / WS-COH-MEASURED(WS-COHORT-SUB, WS-MARK-SUB)
                   MOVE WS-AVERAGE-CHANGE TO WS-CHANGE-EDIT
                   MOVE WS-CHANGE-EDIT TO WS-PRT-CHANGE(WS-MARK-SUB)
               ELSE
                   MOVE "     --" TO WS-PRT-CHANGE(WS-MARK-SUB)
               END-IF
           END-IF.
           ADD 1 TO WS-MARK-SUB.

       0700-PRINT-RUN-CONTROL.
           MOVE SPACES TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "REACHD = ENROLLED LONG ENOUGH AGO AND HAS A BASELINE"
               TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "RETAN% = SHARE OF REACHD STILL POSTING ON OR AFTER"
               TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "         THE MARK" TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "AVG CHG = AVERAGE BMI CHANGE FROM BASELINE TO THE"
               TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "         LATEST POSTING ON OR BEFORE THE MARK"
               TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "IMPRV% = SHARE OF REACHD WHOSE CATEGORY MOVED"
               TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "         CLOSER TO NORMAL" TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "MEMBERS OUTSIDE THE COHORT RANGE"
               TO WS-PRT-COUNT-LABEL.
           MOVE WS-MEMBERS-OUT-OF-RANGE TO WS-PRT-COUNT-VALUE.
           PERFORM 0790-WRITE-COUNT-LINE.
           MOVE "MERGED IDS LEFT OUT" TO WS-PRT-COUNT-LABEL.
           MOVE WS-MEMBERS-MERGED TO WS-PRT-COUNT-VALUE.
           PERFORM 0790-WRITE-COUNT-LINE.
           MOVE "MEMBERS WITH NO USABLE ENROLLMENT DATE"
               TO WS-PRT-COUNT-LABEL.
           MOVE WS-MEMBERS-BAD-DATE TO WS-PRT-COUNT-VALUE.
           PERFORM 0790-WRITE-COUNT-LINE.
           MOVE "NET POSTINGS USED" TO WS-PRT-COUNT-LABEL.
           MOVE WS-POSTINGS-USED TO WS-PRT-COUNT-VALUE.
           PERFORM 0790-WRITE-COUNT-LINE.
           MOVE "POSTINGS FOR MEMBERS NOT IN THE RUN"
               TO WS-PRT-COUNT-LABEL.
           MOVE WS-POSTINGS-UNMATCHED TO WS-PRT-COUNT-VALUE.
           PERFORM 0790-WRITE-COUNT-LINE.
           IF WS-MEMBERS-DROPPED > ZERO
               MOVE "MEMBERS PAST THE 9999-MEMBER TABLE, NOT REPORTED"
                   TO WS-PRT-COUNT-LABEL
               MOVE WS-MEMBERS-DROPPED TO WS-PRT-COUNT-VALUE
               PERFORM 0790-WRITE-COUNT-LINE
           END-IF.
           IF WS-COHORTS-DROPPED > ZERO
               MOVE "COHORT LINES PAST THE 999-LINE TABLE, NOT SHOWN"
                   TO WS-PRT-COUNT-LABEL
               MOVE WS-COHORTS-DROPPED TO WS-PRT-COUNT-VALUE
               PERFORM 0790-WRITE-COUNT-LINE
           END-IF.
           MOVE SPACES TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-DETAIL.
           STRING "GRAND TOTAL: " WS-MEMBER-COUNT
               " MEMBERS IN " WS-COHORTS-PRINTED " COHORTS"
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "*** END OF REPORT ***" TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.

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
           MOVE WS-PRINT-HEADING-1 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-PRINT-HEADING-2 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-PRINT-HEADING-3 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 5 TO WS-LINE-COUNT.
       END PROGRAM COHORT-OUTCOMES-REPORT.
