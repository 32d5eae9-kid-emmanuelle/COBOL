       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBER-MERGE.
       AUTHOR. EMMANUELLE NGAN HA NGUYEN
      *This program folds a duplicate enrollment into the member's
      *real ID.  MEMBER-MAINTENANCE checks IDs at intake but cannot
      *stop the same person being enrolled twice, and when that
      *happens their history, goals and referrals are split across
      *two IDs and every report counts them as two people.  The
      *clerk signs on, names the surviving ID and the retired ID,
      *reviews anything that needs a decision, and confirms.
      *Posted history is never rewritten in place - the same
      *books-and-records way BMI-ADJUSTMENT works.  Every net
      *posting of the retired ID (voids and the postings they
      *reversed left alone) gets a "V" reversal appended under the
      *retired ID and a copy appended under the surviving ID with
      *HIST-ADJUST-CODE "M", in whichever of BMIHIST or BMIARCH the
      *posting lives, so reports with or without the archive see
      *the member once.  VITALS and MILESTONE records are copied to
      *the surviving ID.  An outstanding WELLEXT referral gets an
      *"R" retraction under the retired ID and the referral re-
      *issued under the surviving ID for the same referral date, so
      *WELLNESS-RECONCILE ages it in one place, and every WELLRESP
      *response the wellness system sent back for the retired ID is
      *copied under the surviving ID, so the re-issued referral
      *still matches its enrollment answer.  MEMGOALS is a
      *working file the morning batch rewrites anyway, so the
      *retired ID's goals are simply re-keyed to the survivor.
      *Two things are never decided by the program: when both IDs
      *have an open goal the retired ID's goal is left where it is,
      *and when the two IDs are assigned to different coaches both
      *assignments are left on COACHASG.  Both are shown before the
      *clerk confirms and again on the control report, marked
      *DECISION NEEDED, for the coach or office manager to settle
      *through GET-INPUT and COACH-MAINTENANCE.  A retired ID with a
      *coach and a survivor without one has the assignment moved;
      *the same coach on both just loses the retired row.
      *MEMGOALS and COACHASG are rewritten whole from tables; if
      *either file holds more records than its table, the merge is
      *refused before anything is touched rather than dropping the
      *records that did not fit.
      *Last, the retired master record is deactivated with
      *MAST-MERGED-INTO pointing at the survivor, so it cannot be
      *merged twice or reactivated.  Two records land on the
      *maintenance audit file: a MERGE keyed by the retired ID, and
      *a MERGE-IN keyed by the survivor whose after-image carries
      *the counts moved - H history, A archive, V vitals, G goals,
      *M milestones, W wellness referrals, R wellness responses.
      *The MERGE record is only written once the retired master has
      *actually been rewritten; if that rewrite fails the survivor's
      *record is written as MERGE-INCOMP instead and the control
      *report says the merge is incomplete.  The control report
      *shows the same counts file by file.
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
           SELECT WELLNESS-RESPONSE-FILE ASSIGN TO "WELLRESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESP-STATUS-CODE.
           SELECT COACH-ASSIGN-FILE ASSIGN TO "COACHASG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASGN-STATUS-CODE.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "MAINTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-MASTER-FILE.
           COPY MEMMAST.
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
       FD  WELLNESS-RESPONSE-FILE.
           COPY WELLRESP.
       FD  COACH-ASSIGN-FILE.
           COPY COACHASG.
       FD  MAINT-AUDIT-FILE.
           COPY MAINTAUD.

       WORKING-STORAGE SECTION.
       01 MAST-STATUS-CODE PIC XX.
       01 HIST-STATUS PIC XX.
       01 ARCH-STATUS PIC XX.
       01 VITALS-STATUS-CODE PIC XX.
       01 GOAL-STATUS-CODE PIC XX.
       01 MILE-STATUS-CODE PIC XX.
       01 WELL-STATUS PIC XX.
       01 RESP-STATUS-CODE PIC XX.
       01 ASGN-STATUS-CODE PIC XX.
       01 AUDIT-STATUS-CODE PIC XX.
       01 WS-TODAY PIC 9(08).
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-MERGE-OK PIC X VALUE "Y".
       01 WS-RETIRE-OK PIC X VALUE "N".
       01 WS-TABLE-OVERFLOW PIC X VALUE "N".
       01 WS-CONFIRM PIC X.
       01 WS-WHO-ANSWER PIC X(08).
       01 WS-SURVIVOR-ID PIC X(06).
       01 WS-SURVIVOR-NAME PIC A(20).
       01 WS-RETIRED-ID PIC X(06).
       01 WS-RETIRED-NAME PIC A(20).
       01 WS-RETIRED-STATUS PIC X.
       01 WS-TIME-OF-DAY.
           05 WS-TIME-HHMMSS PIC 9(06).
           05 WS-TIME-HUNDREDTHS PIC 99.
       01 WS-AUDIT-ACTION PIC X(12).
       01 WS-AUDIT-KEY PIC X(08).
       01 WS-AUDIT-BEFORE PIC X(60).
       01 WS-AUDIT-AFTER PIC X(60).
       01 WS-HIST-MOVED PIC 9(05) VALUE ZERO.
       01 WS-ARCH-MOVED PIC 9(05) VALUE ZERO.
       01 WS-VITALS-MOVED PIC 9(05) VALUE ZERO.
       01 WS-GOALS-MOVED PIC 9(05) VALUE ZERO.
       01 WS-GOALS-HELD PIC 9(05) VALUE ZERO.
       01 WS-MILE-MOVED PIC 9(05) VALUE ZERO.
       01 WS-REFERRALS-MOVED PIC 9(05) VALUE ZERO.
       01 WS-RESPONSES-MOVED PIC 9(05) VALUE ZERO.
       01 WS-ASSIGN-MOVED PIC 9(05) VALUE ZERO.
       01 WS-DECISION-COUNT PIC 9(05) VALUE ZERO.
       01 WS-CHECK-ID PIC X(06).
       01 WS-CHECK-DATE PIC 9(08) VALUE ZERO.
       01 WS-VOID-COUNT-ITEMS PIC 9(04) VALUE ZERO.
       01 WS-VOID-SUB PIC 9(04) VALUE ZERO.
       01 WS-VOID-FOUND-SUB PIC 9(04) VALUE ZERO.
       01 WS-VOID-TABLE.
           05 WS-VOID-ENTRY OCCURS 9999 TIMES.
               10 WS-VOID-KEY-ID PIC X(06).
               10 WS-VOID-KEY-DATE PIC 9(08).
               10 WS-VOID-REMAINING PIC 9(03).
       01 WS-CARRY-COUNT PIC 9(04) VALUE ZERO.
       01 WS-CARRY-SUB PIC 9(04) VALUE ZERO.
       01 WS-CARRY-TABLE.
           05 WS-CARRY-ENTRY OCCURS 9999 TIMES.
               10 WS-CRY-SOURCE PIC X.
               10 WS-CRY-NAME PIC A(20).
               10 WS-CRY-HEIGHT PIC 999.
               10 WS-CRY-WEIGHT PIC 999.
               10 WS-CRY-BMI PIC 999V99.
               10 WS-CRY-CATEGORY PIC X(11).
               10 WS-CRY-DATE PIC 9(08).
               10 WS-CRY-SITE PIC X(03).
       01 WS-VITALS-COUNT PIC 9(04) VALUE ZERO.
       01 WS-VITALS-SUB PIC 9(04) VALUE ZERO.
       01 WS-VITALS-TABLE.
           05 WS-VITALS-ENTRY OCCURS 9999 TIMES.
               10 WS-VTL-DATE PIC 9(08).
               10 WS-VTL-SITE PIC X(03).
               10 WS-VTL-WAIST PIC 9(03).
               10 WS-VTL-SYSTOLIC PIC 9(03).
               10 WS-VTL-DIASTOLIC PIC 9(03).
       01 WS-MILE-COUNT PIC 9(04) VALUE ZERO.
       01 WS-MILE-SUB PIC 9(04) VALUE ZERO.
       01 WS-MILE-TABLE.
           05 WS-MILE-ENTRY OCCURS 999 TIMES.
               10 WS-MLS-GOAL-TYPE PIC X.
               10 WS-MLS-CODE PIC X.
               10 WS-MLS-VALUE PIC 999V99.
               10 WS-MLS-TARGET PIC 999V99.
               10 WS-MLS-DATE PIC 9(08).
               10 WS-MLS-SITE PIC X(03).
       01 WS-REF-COUNT PIC 9(04) VALUE ZERO.
       01 WS-REF-SUB PIC 9(04) VALUE ZERO.
       01 WS-REF-FOUND-SUB PIC 9(04) VALUE ZERO.
       01 WS-REF-TABLE.
           05 WS-REF-ENTRY OCCURS 999 TIMES.
               10 WS-RFL-DATE PIC 9(08).
               10 WS-RFL-ADDS PIC 9(03).
               10 WS-RFL-RETRACTS PIC 9(03).
               10 WS-RFL-NAME PIC A(20).
               10 WS-RFL-HEIGHT PIC 999.
               10 WS-RFL-WEIGHT PIC 999.
               10 WS-RFL-BMI PIC 999V99.
               10 WS-RFL-CATEGORY PIC X(11).
               10 WS-RFL-SITE PIC X(03).
       01 WS-RSP-COUNT PIC 9(04) VALUE ZERO.
       01 WS-RSP-SUB PIC 9(04) VALUE ZERO.
       01 WS-RSP-TABLE.
           05 WS-RSP-ENTRY OCCURS 999 TIMES.
               10 WS-RSP-DATE PIC 9(08).
               10 WS-RSP-ANSWER PIC X.
       01 WS-GOAL-COUNT PIC 9(04) VALUE ZERO.
       01 WS-GOAL-SUB PIC 9(04) VALUE ZERO.
       01 WS-GOAL-FOUND-SUB PIC 9(04) VALUE ZERO.
       01 WS-GOAL-WRITE-SUB PIC 9(04) VALUE ZERO.
       01 WS-SURVIVOR-GOAL-SUB PIC 9(04) VALUE ZERO.
       01 WS-RETIRED-GOAL-SUB PIC 9(04) VALUE ZERO.
       01 WS-GOAL-TABLE.
           05 WS-GOAL-ENTRY OCCURS 9999 TIMES.
               10 WS-GOAL-ID PIC X(06).
               10 WS-GOAL-TYPE PIC X.
               10 WS-GOAL-TARGET PIC 999V99.
               10 WS-GOAL-START PIC 999V99.
               10 WS-GOAL-DATE-SET PIC 9(08).
               10 WS-GOAL-STATUS PIC X.
               10 WS-GOAL-HALFWAY PIC X.
       01 WS-ASGN-COUNT PIC 9(04) VALUE ZERO.
       01 WS-ASGN-SUB PIC 9(04) VALUE ZERO.
       01 WS-ASGN-FOUND-SUB PIC 9(04) VALUE ZERO.
       01 WS-ASGN-WRITE-SUB PIC 9(04) VALUE ZERO.
       01 WS-SURVIVOR-ASGN-SUB PIC 9(04) VALUE ZERO.
       01 WS-RETIRED-ASGN-SUB PIC 9(04) VALUE ZERO.
       01 WS-ASGN-TABLE.
           05 WS-ASGN-ENTRY OCCURS 9999 TIMES.
               10 WS-ASG-MEMBER PIC X(06).
               10 WS-ASG-COACH PIC X(04).

       PROCEDURE DIVISION.
       0100-START-HERE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM 0120-SIGN-ON UNTIL
               FUNCTION TRIM(WS-WHO-ANSWER) NOT = SPACES.
           OPEN I-O MEMBER-MASTER-FILE.
           IF MAST-STATUS-CODE = "35"
               DISPLAY "Member master file not found - run "
                   "MEMBER-MAINTENANCE to set up members first."
           ELSE
               PERFORM 0200-CAPTURE-IDS
               IF WS-MERGE-OK = "Y"
                   PERFORM 0250-PREVIEW-DECISIONS
               END-IF
               IF WS-MERGE-OK = "Y"
                   PERFORM 0270-CONFIRM-MERGE
               END-IF
               IF WS-MERGE-OK = "Y"
                   PERFORM 0300-CARRY-HISTORY
                   PERFORM 0400-CARRY-VITALS
                   PERFORM 0450-CARRY-MILESTONES
                   PERFORM 0500-CARRY-REFERRALS
                   PERFORM 0550-CARRY-RESPONSES
                   PERFORM 0600-CARRY-GOALS
                   PERFORM 0650-CARRY-ASSIGNMENT
                   PERFORM 0700-RETIRE-MASTER
                   PERFORM 0800-PRINT-CONTROL-REPORT
               ELSE
                   DISPLAY "No merge done, nothing changed."
               END-IF
               CLOSE MEMBER-MASTER-FILE
           END-IF.
           STOP RUN.

       0120-SIGN-ON.
           DISPLAY "Your initials or operator ID: ".
           ACCEPT WS-WHO-ANSWER.
           IF FUNCTION TRIM(WS-WHO-ANSWER) = SPACES
               DISPLAY "The session must be signed."
           END-IF.

       0200-CAPTURE-IDS.
           MOVE "Y" TO WS-MERGE-OK.
           DISPLAY "Enter the surviving member ID (the one to keep): ".
           ACCEPT WS-SURVIVOR-ID.
           DISPLAY "Enter the retired member ID (the duplicate): ".
           ACCEPT WS-RETIRED-ID.
           IF FUNCTION TRIM(WS-SURVIVOR-ID) = SPACES
               OR FUNCTION TRIM(WS-RETIRED-ID) = SPACES
               DISPLAY "Both member IDs must be given."
               MOVE "N" TO WS-MERGE-OK
           END-IF.
           IF WS-MERGE-OK = "Y"
               AND WS-SURVIVOR-ID = WS-RETIRED-ID
               DISPLAY "The surviving and retired IDs must differ."
               MOVE "N" TO WS-MERGE-OK
           END-IF.
           IF WS-MERGE-OK = "Y"
               PERFORM 0210-CHECK-SURVIVOR
           END-IF.
           IF WS-MERGE-OK = "Y"
               PERFORM 0220-CHECK-RETIRED
           END-IF.

       0210-CHECK-SURVIVOR.
           MOVE WS-SURVIVOR-ID TO MAST-MEMBER-ID.
           READ MEMBER-MASTER-FILE
               INVALID KEY
                   DISPLAY "Member " WS-SURVIVOR-ID
                       " is not on the master."
                   MOVE "N" TO WS-MERGE-OK
               NOT INVALID KEY
                   IF MAST-STATUS NOT = "A"
                       DISPLAY "Member " WS-SURVIVOR-ID
                           " is inactive - reactivate the surviving "
                           "ID before merging into it."
                       MOVE "N" TO WS-MERGE-OK
                   ELSE
                       MOVE MAST-NAME TO WS-SURVIVOR-NAME
                   END-IF
           END-READ.

       0220-CHECK-RETIRED.
           MOVE WS-RETIRED-ID TO MAST-MEMBER-ID.
           READ MEMBER-MASTER-FILE
               INVALID KEY
                   DISPLAY "Member " WS-RETIRED-ID
                       " is not on the master."
                   MOVE "N" TO WS-MERGE-OK
               NOT INVALID KEY
                   IF MAST-MERGED-INTO NOT = SPACES
                       DISPLAY "Member " WS-RETIRED-ID
                           " was already merged into "
                           MAST-MERGED-INTO "."
                       MOVE "N" TO WS-MERGE-OK
                   ELSE
                       MOVE MAST-NAME TO WS-RETIRED-NAME
                       MOVE MAST-STATUS TO WS-RETIRED-STATUS
                   END-IF
           END-READ.

       0250-PREVIEW-DECISIONS.
           MOVE "N" TO WS-TABLE-OVERFLOW.
           PERFORM 0610-LOAD-GOAL-TABLE.
           PERFORM 0660-LOAD-ASSIGN-TABLE.
           IF WS-TABLE-OVERFLOW = "Y"
               DISPLAY "*** MEMGOALS or COACHASG holds more than "
                   "9999 records - merging would drop the rest when "
                   "the file is rewritten.  Merge refused ***"
               MOVE "N" TO WS-MERGE-OK
           END-IF.
           MOVE WS-SURVIVOR-ID TO WS-CHECK-ID.
           PERFORM 0620-FIND-OPEN-GOAL.
           MOVE WS-GOAL-FOUND-SUB TO WS-SURVIVOR-GOAL-SUB.
           MOVE WS-RETIRED-ID TO WS-CHECK-ID.
           PERFORM 0620-FIND-OPEN-GOAL.
           MOVE WS-GOAL-FOUND-SUB TO WS-RETIRED-GOAL-SUB.
           MOVE WS-SURVIVOR-ID TO WS-CHECK-ID.
           PERFORM 0670-FIND-ASSIGNMENT.
           MOVE WS-ASGN-FOUND-SUB TO WS-SURVIVOR-ASGN-SUB.
           MOVE WS-RETIRED-ID TO WS-CHECK-ID.
           PERFORM 0670-FIND-ASSIGNMENT.
           MOVE WS-ASGN-FOUND-SUB TO WS-RETIRED-ASGN-SUB.
           MOVE ZERO TO WS-DECISION-COUNT.
           DISPLAY " ".
           DISPLAY "Surviving ID " WS-SURVIVOR-ID " "
               FUNCTION TRIM(WS-SURVIVOR-NAME).
           DISPLAY "Retired ID   " WS-RETIRED-ID " "
               FUNCTION TRIM(WS-RETIRED-NAME) " status "
               WS-RETIRED-STATUS.
           PERFORM 0260-SHOW-DECISIONS.

       0260-SHOW-DECISIONS.
           IF WS-SURVIVOR-GOAL-SUB > ZERO
               AND WS-RETIRED-GOAL-SUB > ZERO
               ADD 1 TO WS-DECISION-COUNT
               DISPLAY "*** DECISION NEEDED: both IDs have an open "
                   "goal - the retired ID's goal set "
                   WS-GOAL-DATE-SET(WS-RETIRED-GOAL-SUB)
                   " is left on " WS-RETIRED-ID " ***"
           END-IF.
           IF WS-SURVIVOR-ASGN-SUB > ZERO
               AND WS-RETIRED-ASGN-SUB > ZERO
               AND WS-ASG-COACH(WS-SURVIVOR-ASGN-SUB)
                   NOT = WS-ASG-COACH(WS-RETIRED-ASGN-SUB)
               ADD 1 TO WS-DECISION-COUNT
               DISPLAY "*** DECISION NEEDED: coach "
                   WS-ASG-COACH(WS-SURVIVOR-ASGN-SUB)
                   " on the surviving ID, coach "
                   WS-ASG-COACH(WS-RETIRED-ASGN-SUB)
                   " on the retired ID - both left on COACHASG ***"
           END-IF.

       0270-CONFIRM-MERGE.
           DISPLAY "Merge " WS-RETIRED-ID " into " WS-SURVIVOR-ID
               ", Y or N: ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               MOVE "N" TO WS-MERGE-OK
           END-IF.

       0300-CARRY-HISTORY.
           MOVE ZERO TO WS-VOID-COUNT-ITEMS.
           MOVE ZERO TO WS-CARRY-COUNT.
           OPEN INPUT BMI-ARCHIVE-FILE.
           IF ARCH-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0312-READ-ARCHIVE-RECORD
               PERFORM 0313-ADD-ARCHIVE-VOID
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE BMI-ARCHIVE-FILE
           END-IF.
           OPEN INPUT BMI-HISTORY-FILE.
           IF HIST-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0310-READ-HISTORY-RECORD
               PERFORM 0311-ADD-HISTORY-VOID
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE BMI-HISTORY-FILE
           END-IF.
           OPEN INPUT BMI-ARCHIVE-FILE.
           IF ARCH-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0312-READ-ARCHIVE-RECORD
               PERFORM 0331-KEEP-ARCHIVE-POSTING
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE BMI-ARCHIVE-FILE
           END-IF.
           OPEN INPUT BMI-HISTORY-FILE.
           IF HIST-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0310-READ-HISTORY-RECORD
               PERFORM 0330-KEEP-HISTORY-POSTING
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE BMI-HISTORY-FILE
           END-IF.
           IF WS-CARRY-COUNT > ZERO
               OPEN EXTEND BMI-ARCHIVE-FILE
               IF ARCH-STATUS = "35"
                   OPEN OUTPUT BMI-ARCHIVE-FILE
               END-IF
               MOVE 1 TO WS-CARRY-SUB
               PERFORM 0340-WRITE-ARCHIVE-PAIR
                   UNTIL WS-CARRY-SUB > WS-CARRY-COUNT
               CLOSE BMI-ARCHIVE-FILE
               OPEN EXTEND BMI-HISTORY-FILE
               IF HIST-STATUS = "35"
                   OPEN OUTPUT BMI-HISTORY-FILE
               END-IF
               MOVE 1 TO WS-CARRY-SUB
               PERFORM 0345-WRITE-HISTORY-PAIR
                   UNTIL WS-CARRY-SUB > WS-CARRY-COUNT
               CLOSE BMI-HISTORY-FILE
           END-IF.

       0310-READ-HISTORY-RECORD.
           READ BMI-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0311-ADD-HISTORY-VOID.
           IF HIST-MEMBER-ID = WS-RETIRED-ID
               AND HIST-ADJUST-CODE = "V"
               MOVE HIST-MEMBER-ID TO WS-CHECK-ID
               MOVE HIST-DATE-COMPUTED TO WS-CHECK-DATE
               PERFORM 0315-COUNT-VOID-KEY
           END-IF.
           PERFORM 0310-READ-HISTORY-RECORD.

       0312-READ-ARCHIVE-RECORD.
           READ BMI-ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0313-ADD-ARCHIVE-VOID.
           IF ARCH-MEMBER-ID = WS-RETIRED-ID
               AND ARCH-ADJUST-CODE = "V"
               MOVE ARCH-MEMBER-ID TO WS-CHECK-ID
               MOVE ARCH-DATE-COMPUTED TO WS-CHECK-DATE
               PERFORM 0315-COUNT-VOID-KEY
           END-IF.
           PERFORM 0312-READ-ARCHIVE-RECORD.

       0315-COUNT-VOID-KEY.
           PERFORM 0316-FIND-VOID-KEY.
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

       0316-FIND-VOID-KEY.
           MOVE ZERO TO WS-VOID-FOUND-SUB.
           MOVE 1 TO WS-VOID-SUB.
           PERFORM 0317-SCAN-VOID-KEY
               UNTIL WS-VOID-SUB > WS-VOID-COUNT-ITEMS
               OR WS-VOID-FOUND-SUB > ZERO.

       0317-SCAN-VOID-KEY.
           IF WS-VOID-KEY-ID(WS-VOID-SUB) = WS-CHECK-ID
               AND WS-VOID-KEY-DATE(WS-VOID-SUB) = WS-CHECK-DATE
               MOVE WS-VOID-SUB TO WS-VOID-FOUND-SUB
           ELSE
               ADD 1 TO WS-VOID-SUB
           END-IF.

       0330-KEEP-HISTORY-POSTING.
           IF HIST-MEMBER-ID = WS-RETIRED-ID
               AND HIST-ADJUST-CODE NOT = "V"
               MOVE HIST-MEMBER-ID TO WS-CHECK-ID
               MOVE HIST-DATE-COMPUTED TO WS-CHECK-DATE
               PERFORM 0316-FIND-VOID-KEY
               IF WS-VOID-FOUND-SUB > ZERO
                   AND WS-VOID-REMAINING(WS-VOID-FOUND-SUB) > ZERO
                   SUBTRACT 1
                       FROM WS-VOID-REMAINING(WS-VOID-FOUND-SUB)
               ELSE
                   IF WS-CARRY-COUNT < 9999
                       ADD 1 TO WS-CARRY-COUNT
                       MOVE "H" TO WS-CRY-SOURCE(WS-CARRY-COUNT)
                       MOVE HIST-NAME TO WS-CRY-NAME(WS-CARRY-COUNT)
                       MOVE HIST-HEIGHT-INCHES
                           TO WS-CRY-HEIGHT(WS-CARRY-COUNT)
                       MOVE HIST-WEIGHT
                           TO WS-CRY-WEIGHT(WS-CARRY-COUNT)
                       MOVE HIST-BMI TO WS-CRY-BMI(WS-CARRY-COUNT)
                       MOVE HIST-BMI-CATEGORY
                           TO WS-CRY-CATEGORY(WS-CARRY-COUNT)
                       MOVE HIST-DATE-COMPUTED
                           TO WS-CRY-DATE(WS-CARRY-COUNT)
                       MOVE HIST-SITE-ID TO WS-CRY-SITE(WS-CARRY-COUNT)
                   END-IF
               END-IF
           END-IF.
           PERFORM 0310-READ-HISTORY-RECORD.

       0331-KEEP-ARCHIVE-POSTING.
           IF ARCH-MEMBER-ID = WS-RETIRED-ID
               AND ARCH-ADJUST-CODE NOT = "V"
               MOVE ARCH-MEMBER-ID TO WS-CHECK-ID
               MOVE ARCH-DATE-COMPUTED TO WS-CHECK-DATE
               PERFORM 0316-FIND-VOID-KEY
               IF WS-VOID-FOUND-SUB > ZERO
                   AND WS-VOID-REMAINING(WS-VOID-FOUND-SUB) > ZERO
                   SUBTRACT 1
                       FROM WS-VOID-REMAINING(WS-VOID-FOUND-SUB)
               ELSE
                   IF WS-CARRY-COUNT < 9999
                       ADD 1 TO WS-CARRY-COUNT
                       MOVE "A" TO WS-CRY-SOURCE(WS-CARRY-COUNT)
                       MOVE ARCH-NAME TO WS-CRY-NAME(WS-CARRY-COUNT)
                       MOVE ARCH-HEIGHT-INCHES
                           TO WS-CRY-HEIGHT(WS-CARRY-COUNT)
                       MOVE ARCH-WEIGHT
                           TO WS-CRY-WEIGHT(WS-CARRY-COUNT)
                       MOVE ARCH-BMI TO WS-CRY-BMI(WS-CARRY-COUNT)
                       MOVE ARCH-BMI-CATEGORY
                           TO WS-CRY-CATEGORY(WS-CARRY-COUNT)
                       MOVE ARCH-DATE-COMPUTED
                           TO WS-CRY-DATE(WS-CARRY-COUNT)
                       MOVE ARCH-SITE-ID TO WS-CRY-SITE(WS-CARRY-COUNT)
                   END-IF
               END-IF
           END-IF.
           PERFORM 0312-READ-ARCHIVE-RECORD.

       0340-WRITE-ARCHIVE-PAIR.
           IF WS-CRY-SOURCE(WS-CARRY-SUB) = "A"
               MOVE WS-RETIRED-ID TO ARCH-MEMBER-ID
               MOVE WS-CRY-NAME(WS-CARRY-SUB) TO ARCH-NAME
               MOVE WS-CRY-HEIGHT(WS-CARRY-SUB) TO ARCH-HEIGHT-INCHES
               MOVE WS-CRY-WEIGHT(WS-CARRY-SUB) TO ARCH-WEIGHT
               MOVE WS-CRY-BMI(WS-CARRY-SUB) TO ARCH-BMI
               MOVE WS-CRY-CATEGORY(WS-CARRY-SUB)
                   TO ARCH-BMI-CATEGORY
               MOVE WS-CRY-DATE(WS-CARRY-SUB) TO ARCH-DATE-COMPUTED
               MOVE "V" TO ARCH-ADJUST-CODE
               MOVE WS-CRY-SITE(WS-CARRY-SUB) TO ARCH-SITE-ID
               WRITE BMI-ARCHIVE-RECORD
               MOVE WS-SURVIVOR-ID TO ARCH-MEMBER-ID
               MOVE WS-SURVIVOR-NAME TO ARCH-NAME
               MOVE "M" TO ARCH-ADJUST-CODE
               WRITE BMI-ARCHIVE-RECORD
               ADD 1 TO WS-ARCH-MOVED
           END-IF.
           ADD 1 TO WS-CARRY-SUB.

       0345-WRITE-HISTORY-PAIR.
           IF WS-CRY-SOURCE(WS-CARRY-SUB) = "H"
               MOVE WS-RETIRED-ID TO HIST-MEMBER-ID
               MOVE WS-CRY-NAME(WS-CARRY-SUB) TO HIST-NAME
               MOVE WS-CRY-HEIGHT(WS-CARRY-SUB) TO HIST-HEIGHT-INCHES
               MOVE WS-CRY-WEIGHT(WS-CARRY-SUB) TO HIST-WEIGHT
               MOVE WS-CRY-BMI(WS-CARRY-SUB) TO HIST-BMI
               MOVE WS-CRY-CATEGORY(WS-CARRY-SUB)
                   TO HIST-BMI-CATEGORY
               MOVE WS-CRY-DATE(WS-CARRY-SUB) TO HIST-DATE-COMPUTED
               MOVE "V" TO HIST-ADJUST-CODE
               MOVE WS-CRY-SITE(WS-CARRY-SUB) TO HIST-SITE-ID
               WRITE BMI-HISTORY-RECORD
               MOVE WS-SURVIVOR-ID TO HIST-MEMBER-ID
               MOVE WS-SURVIVOR-NAME TO HIST-NAME
               MOVE "M" TO HIST-ADJUST-CODE
               WRITE BMI-HISTORY-RECORD
               ADD 1 TO WS-HIST-MOVED
           END-IF.
           ADD 1 TO WS-CARRY-SUB.

       0400-CARRY-VITALS.
           MOVE ZERO TO WS-VITALS-COUNT.
           OPEN INPUT MEMBER-VITALS-FILE.
           IF VITALS-STATUS-CODE NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0410-READ-VITALS-RECORD
               PERFORM 0420-KEEP-VITALS-RECORD
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE MEMBER-VITALS-FILE
           END-IF.
           IF WS-VITALS-COUNT > ZERO
               OPEN EXTEND MEMBER-VITALS-FILE
               MOVE 1 TO WS-VITALS-SUB
               PERFORM 0430-WRITE-VITALS-COPY
                   UNTIL WS-VITALS-SUB > WS-VITALS-COUNT
               CLOSE MEMBER-VITALS-FILE
           END-IF.

       0410-READ-VITALS-RECORD.
           READ MEMBER-VITALS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0420-KEEP-VITALS-RECORD.
           IF VIT-MEMBER-ID = WS-RETIRED-ID
               AND WS-VITALS-COUNT < 9999
               ADD 1 TO WS-VITALS-COUNT
               MOVE VIT-DATE TO WS-VTL-DATE(WS-VITALS-COUNT)
               MOVE VIT-SITE-ID TO WS-VTL-SITE(WS-VITALS-COUNT)
               MOVE VIT-WAIST-INCHES TO WS-VTL-WAIST(WS-VITALS-COUNT)
               MOVE VIT-BP-SYSTOLIC
                   TO WS-VTL-SYSTOLIC(WS-VITALS-COUNT)
               MOVE VIT-BP-DIASTOLIC
                   TO WS-VTL-DIASTOLIC(WS-VITALS-COUNT)
           END-IF.
           PERFORM 0410-READ-VITALS-RECORD.

       0430-WRITE-VITALS-COPY.
           MOVE WS-SURVIVOR-ID TO VIT-MEMBER-ID.
           MOVE WS-VTL-DATE(WS-VITALS-SUB) TO VIT-DATE.
           MOVE WS-VTL-SITE(WS-VITALS-SUB) TO VIT-SITE-ID.
           MOVE WS-VTL-WAIST(WS-VITALS-SUB) TO VIT-WAIST-INCHES.
           MOVE WS-VTL-SYSTOLIC(WS-VITALS-SUB) TO VIT-BP-SYSTOLIC.
           MOVE WS-VTL-DIASTOLIC(WS-VITALS-SUB) TO VIT-BP-DIASTOLIC.
           WRITE MEMBER-VITALS-RECORD.
           ADD 1 TO WS-VITALS-MOVED.
           ADD 1 TO WS-VITALS-SUB.

       0450-CARRY-MILESTONES.
           MOVE ZERO TO WS-MILE-COUNT.
           OPEN INPUT MILESTONE-FILE.
           IF MILE-STATUS-CODE NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0460-READ-MILESTONE-RECORD
               PERFORM 0470-KEEP-MILESTONE-RECORD
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE MILESTONE-FILE
           END-IF.
           IF WS-MILE-COUNT > ZERO
               OPEN EXTEND MILESTONE-FILE
               MOVE 1 TO WS-MILE-SUB
               PERFORM 0480-WRITE-MILESTONE-COPY
                   UNTIL WS-MILE-SUB > WS-MILE-COUNT
               CLOSE MILESTONE-FILE
           END-IF.

       0460-READ-MILESTONE-RECORD.
           READ MILESTONE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0470-KEEP-MILESTONE-RECORD.
           IF MILE-MEMBER-ID = WS-RETIRED-ID
               AND WS-MILE-COUNT < 999
               ADD 1 TO WS-MILE-COUNT
               MOVE MILE-GOAL-TYPE TO WS-MLS-GOAL-TYPE(WS-MILE-COUNT)
               MOVE MILE-CODE TO WS-MLS-CODE(WS-MILE-COUNT)
               MOVE MILE-VALUE TO WS-MLS-VALUE(WS-MILE-COUNT)
               MOVE MILE-TARGET TO WS-MLS-TARGET(WS-MILE-COUNT)
               MOVE MILE-DATE TO WS-MLS-DATE(WS-MILE-COUNT)
               MOVE MILE-SITE-ID TO WS-MLS-SITE(WS-MILE-COUNT)
           END-IF.
           PERFORM 0460-READ-MILESTONE-RECORD.

       0480-WRITE-MILESTONE-COPY.
           MOVE WS-SURVIVOR-ID TO MILE-MEMBER-ID.
           MOVE WS-SURVIVOR-NAME TO MILE-NAME.
           MOVE WS-MLS-GOAL-TYPE(WS-MILE-SUB) TO MILE-GOAL-TYPE.
           MOVE WS-MLS-CODE(WS-MILE-SUB) TO MILE-CODE.
           MOVE WS-MLS-VALUE(WS-MILE-SUB) TO MILE-VALUE.
           MOVE WS-MLS-TARGET(WS-MILE-SUB) TO MILE-TARGET.
           MOVE WS-MLS-DATE(WS-MILE-SUB) TO MILE-DATE.
           MOVE WS-MLS-SITE(WS-MILE-SUB) TO MILE-SITE-ID.
           WRITE MILESTONE-RECORD.
           ADD 1 TO WS-MILE-MOVED.
           ADD 1 TO WS-MILE-SUB.

       0500-CARRY-REFERRALS.
           MOVE ZERO TO WS-REF-COUNT.
           OPEN INPUT WELLNESS-EXTRACT-FILE.
           IF WELL-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0510-READ-EXTRACT-RECORD
               PERFORM 0520-TALLY-EXTRACT-RECORD
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE WELLNESS-EXTRACT-FILE
           END-IF.
           IF WS-REF-COUNT > ZERO
               OPEN EXTEND WELLNESS-EXTRACT-FILE
               MOVE 1 TO WS-REF-SUB
               PERFORM 0540-MOVE-OUTSTANDING-REFERRAL
                   UNTIL WS-REF-SUB > WS-REF-COUNT
               CLOSE WELLNESS-EXTRACT-FILE
           END-IF.

       0510-READ-EXTRACT-RECORD.
           READ WELLNESS-EXTRACT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0520-TALLY-EXTRACT-RECORD.
           IF WELL-MEMBER-ID = WS-RETIRED-ID
               PERFORM 0530-FIND-REFERRAL-DATE
               IF WS-REF-FOUND-SUB = ZERO
                   AND WS-REF-COUNT < 999
                   ADD 1 TO WS-REF-COUNT
                   MOVE WS-REF-COUNT TO WS-REF-FOUND-SUB
                   MOVE WELL-REFERRAL-DATE
                       TO WS-RFL-DATE(WS-REF-FOUND-SUB)
                   MOVE ZERO TO WS-RFL-ADDS(WS-REF-FOUND-SUB)
                   MOVE ZERO TO WS-RFL-RETRACTS(WS-REF-FOUND-SUB)
               END-IF
               IF WS-REF-FOUND-SUB > ZERO
                   IF WELL-ACTION-CODE = "R"
                       ADD 1 TO WS-RFL-RETRACTS(WS-REF-FOUND-SUB)
                   ELSE
                       ADD 1 TO WS-RFL-ADDS(WS-REF-FOUND-SUB)
                       MOVE WELL-NAME TO WS-RFL-NAME(WS-REF-FOUND-SUB)
                       MOVE WELL-HEIGHT-INCHES
                           TO WS-RFL-HEIGHT(WS-REF-FOUND-SUB)
                       MOVE WELL-WEIGHT
                           TO WS-RFL-WEIGHT(WS-REF-FOUND-SUB)
                       MOVE WELL-BMI TO WS-RFL-BMI(WS-REF-FOUND-SUB)
                       MOVE WELL-BMI-CATEGORY
                           TO WS-RFL-CATEGORY(WS-REF-FOUND-SUB)
                       MOVE WELL-SITE-ID
                           TO WS-RFL-SITE(WS-REF-FOUND-SUB)
                   END-IF
               END-IF
           END-IF.
           PERFORM 0510-READ-EXTRACT-RECORD.

       0530-FIND-REFERRAL-DATE.
           MOVE ZERO TO WS-REF-FOUND-SUB.
           MOVE 1 TO WS-REF-SUB.
           PERFORM 0535-SCAN-REFERRAL-DATE
               UNTIL WS-REF-SUB > WS-REF-COUNT
               OR WS-REF-FOUND-SUB > ZERO.

       0535-SCAN-REFERRAL-DATE.
           IF WS-RFL-DATE(WS-REF-SUB) = WELL-REFERRAL-DATE
               MOVE WS-REF-SUB TO WS-REF-FOUND-SUB
           ELSE
               ADD 1 TO WS-REF-SUB
           END-IF.

       0540-MOVE-OUTSTANDING-REFERRAL.
           IF WS-RFL-ADDS(WS-REF-SUB) > WS-RFL-RETRACTS(WS-REF-SUB)
               MOVE WS-RETIRED-ID TO WELL-MEMBER-ID
               MOVE WS-RFL-NAME(WS-REF-SUB) TO WELL-NAME
               MOVE WS-RFL-HEIGHT(WS-REF-SUB) TO WELL-HEIGHT-INCHES
               MOVE WS-RFL-WEIGHT(WS-REF-SUB) TO WELL-WEIGHT
               MOVE WS-RFL-BMI(WS-REF-SUB) TO WELL-BMI
               MOVE WS-RFL-CATEGORY(WS-REF-SUB) TO WELL-BMI-CATEGORY
               MOVE WS-RFL-DATE(WS-REF-SUB) TO WELL-REFERRAL-DATE
               MOVE "R" TO WELL-ACTION-CODE
               MOVE WS-RFL-SITE(WS-REF-SUB) TO WELL-SITE-ID
               WRITE WELLNESS-EXTRACT-RECORD
               MOVE WS-SURVIVOR-ID TO WELL-MEMBER-ID
               MOVE WS-SURVIVOR-NAME TO WELL-NAME
               MOVE "A" TO WELL-ACTION-CODE
               WRITE WELLNESS-EXTRACT-RECORD
               ADD 1 TO WS-REFERRALS-MOVED
           END-IF.
           ADD 1 TO WS-REF-SUB.

       0550-CARRY-RESPONSES.
           MOVE ZERO TO WS-RSP-COUNT.
           OPEN INPUT WELLNESS-RESPONSE-FILE.
           IF RESP-STATUS-CODE NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0560-READ-RESPONSE-RECORD
               PERFORM 0570-KEEP-RESPONSE-RECORD
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE WELLNESS-RESPONSE-FILE
           END-IF.
           IF WS-RSP-COUNT > ZERO
               OPEN EXTEND WELLNESS-RESPONSE-FILE
               MOVE 1 TO WS-RSP-SUB
               PERFORM 0580-WRITE-RESPONSE-COPY
                   UNTIL WS-RSP-SUB > WS-RSP-COUNT
               CLOSE WELLNESS-RESPONSE-FILE
           END-IF.

       0560-READ-RESPONSE-RECORD.
           READ WELLNESS-RESPONSE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0570-KEEP-RESPONSE-RECORD.
           IF RESP-MEMBER-ID = WS-RETIRED-ID
               AND WS-RSP-COUNT < 999
               ADD 1 TO WS-RSP-COUNT
               MOVE RESP-REFERRAL-DATE TO WS-RSP-DATE(WS-RSP-COUNT)
               MOVE RESP-STATUS TO WS-RSP-ANSWER(WS-RSP-COUNT)
           END-IF.
           PERFORM 0560-READ-RESPONSE-RECORD.

       0580-WRITE-RESPONSE-COPY.
           MOVE WS-SURVIVOR-ID TO RESP-MEMBER-ID.
           MOVE WS-RSP-DATE(WS-RSP-SUB) TO RESP-REFERRAL-DATE.
           MOVE WS-RSP-ANSWER(WS-RSP-SUB) TO RESP-STATUS.
           WRITE WELLNESS-RESPONSE-RECORD.
           ADD 1 TO WS-RESPONSES-MOVED.
           ADD 1 TO WS-RSP-SUB.

       0600-CARRY-GOALS.
           MOVE 1 TO WS-GOAL-SUB.
           PERFORM 0630-REKEY-GOAL-ENTRY
               UNTIL WS-GOAL-SUB > WS-GOAL-COUNT.
           IF WS-GOALS-MOVED > ZERO
               PERFORM 0640-REWRITE-GOALS
           END-IF.

       0610-LOAD-GOAL-TABLE.
           MOVE ZERO TO WS-GOAL-COUNT.
           OPEN INPUT MEMBER-GOAL-FILE.
           IF GOAL-STATUS-CODE NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0611-READ-GOAL-RECORD
               PERFORM 0612-ADD-GOAL-ENTRY
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE MEMBER-GOAL-FILE
           END-IF.

       0611-READ-GOAL-RECORD.
           READ MEMBER-GOAL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0612-ADD-GOAL-ENTRY.
           IF WS-GOAL-COUNT NOT < 9999
               MOVE "Y" TO WS-TABLE-OVERFLOW
           ELSE
               ADD 1 TO WS-GOAL-COUNT
               MOVE GOAL-MEMBER-ID TO WS-GOAL-ID(WS-GOAL-COUNT)
               MOVE GOAL-TYPE TO WS-GOAL-TYPE(WS-GOAL-COUNT)
               MOVE GOAL-TARGET-VALUE
                   TO WS-GOAL-TARGET(WS-GOAL-COUNT)
               MOVE GOAL-START-VALUE TO WS-GOAL-START(WS-GOAL-COUNT)
               MOVE GOAL-DATE-SET
                   TO WS-GOAL-DATE-SET(WS-GOAL-COUNT)
               MOVE GOAL-STATUS TO WS-GOAL-STATUS(WS-GOAL-COUNT)
               MOVE GOAL-HALFWAY-FLAG
                   TO WS-GOAL-HALFWAY(WS-GOAL-COUNT)
           END-IF.
           PERFORM 0611-READ-GOAL-RECORD.

       0620-FIND-OPEN-GOAL.
           MOVE ZERO TO WS-GOAL-FOUND-SUB.
           MOVE 1 TO WS-GOAL-SUB.
           PERFORM 0625-SCAN-OPEN-GOAL
               UNTIL WS-GOAL-SUB > WS-GOAL-COUNT
               OR WS-GOAL-FOUND-SUB > ZERO.

       0625-SCAN-OPEN-GOAL.
           IF WS-GOAL-ID(WS-GOAL-SUB) = WS-CHECK-ID
               AND WS-GOAL-STATUS(WS-GOAL-SUB) = "O"
               MOVE WS-GOAL-SUB TO WS-GOAL-FOUND-SUB
           ELSE
               ADD 1 TO WS-GOAL-SUB
           END-IF.

       0630-REKEY-GOAL-ENTRY.
           IF WS-GOAL-ID(WS-GOAL-SUB) = WS-RETIRED-ID
               IF WS-GOAL-SUB = WS-RETIRED-GOAL-SUB
                   AND WS-SURVIVOR-GOAL-SUB > ZERO
                   ADD 1 TO WS-GOALS-HELD
               ELSE
                   MOVE WS-SURVIVOR-ID TO WS-GOAL-ID(WS-GOAL-SUB)
                   ADD 1 TO WS-GOALS-MOVED
               END-IF
           END-IF.
           ADD 1 TO WS-GOAL-SUB.

       0640-REWRITE-GOALS.
           OPEN OUTPUT MEMBER-GOAL-FILE.
           MOVE 1 TO WS-GOAL-WRITE-SUB.
           PERFORM 0645-WRITE-GOAL-RECORD
               UNTIL WS-GOAL-WRITE-SUB > WS-GOAL-COUNT.
           CLOSE MEMBER-GOAL-FILE.

       0645-WRITE-GOAL-RECORD.
           MOVE WS-GOAL-ID(WS-GOAL-WRITE-SUB) TO GOAL-MEMBER-ID.
           MOVE WS-GOAL-TYPE(WS-GOAL-WRITE-SUB) TO GOAL-TYPE.
           MOVE WS-GOAL-TARGET(WS-GOAL-WRITE-SUB)
               TO GOAL-TARGET-VALUE.
           MOVE WS-GOAL-START(WS-GOAL-WRITE-SUB)
               TO GOAL-START-VALUE.
           MOVE WS-GOAL-DATE-SET(WS-GOAL-WRITE-SUB)
               TO GOAL-DATE-SET.
           MOVE WS-GOAL-STATUS(WS-GOAL-WRITE-SUB) TO GOAL-STATUS.
           MOVE WS-GOAL-HALFWAY(WS-GOAL-WRITE-SUB)
               TO GOAL-HALFWAY-FLAG.
           WRITE MEMBER-GOAL-RECORD.
           ADD 1 TO WS-GOAL-WRITE-SUB.

       0650-CARRY-ASSIGNMENT.
           IF WS-RETIRED-ASGN-SUB > ZERO
               IF WS-SURVIVOR-ASGN-SUB = ZERO
                   MOVE WS-SURVIVOR-ID
                       TO WS-ASG-MEMBER(WS-RETIRED-ASGN-SUB)
                   ADD 1 TO WS-ASSIGN-MOVED
                   PERFORM 0680-REWRITE-ASSIGN-FILE
               ELSE
                   IF WS-ASG-COACH(WS-SURVIVOR-ASGN-SUB)
                       = WS-ASG-COACH(WS-RETIRED-ASGN-SUB)
                       MOVE SPACES
                           TO WS-ASG-MEMBER(WS-RETIRED-ASGN-SUB)
                       PERFORM 0680-REWRITE-ASSIGN-FILE
                   END-IF
               END-IF
           END-IF.

       0660-LOAD-ASSIGN-TABLE.
           MOVE ZERO TO WS-ASGN-COUNT.
           OPEN INPUT COACH-ASSIGN-FILE.
           IF ASGN-STATUS-CODE NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0661-READ-ASSIGN-RECORD
               PERFORM 0662-ADD-ASSIGN-ENTRY
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE COACH-ASSIGN-FILE
           END-IF.

       0661-READ-ASSIGN-RECORD.
           READ COACH-ASSIGN-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0662-ADD-ASSIGN-ENTRY.
           IF WS-ASGN-COUNT NOT < 9999
               MOVE "Y" TO WS-TABLE-OVERFLOW
           ELSE
               ADD 1 TO WS-ASGN-COUNT
               MOVE ASGN-MEMBER-ID TO WS-ASG-MEMBER(WS-ASGN-COUNT)
               MOVE ASGN-COACH-ID TO WS-ASG-COACH(WS-ASGN-COUNT)
           END-IF.
           PERFORM 0661-READ-ASSIGN-RECORD.

       0670-FIND-ASSIGNMENT.
           MOVE ZERO TO WS-ASGN-FOUND-SUB.
           MOVE 1 TO WS-ASGN-SUB.
           PERFORM 0675-SCAN-ASSIGNMENT
               UNTIL WS-ASGN-SUB > WS-ASGN-COUNT
               OR WS-ASGN-FOUND-SUB > ZERO.

       0675-SCAN-ASSIGNMENT.
           IF WS-ASG-MEMBER(WS-ASGN-SUB) = WS-CHECK-ID
               MOVE WS-ASGN-SUB TO WS-ASGN-FOUND-SUB
           ELSE
               ADD 1 TO WS-ASGN-SUB
           END-IF.

       0680-REWRITE-ASSIGN-FILE.
           OPEN OUTPUT COACH-ASSIGN-FILE.
           MOVE 1 TO WS-ASGN-WRITE-SUB.
           PERFORM 0685-WRITE-ASSIGN-RECORD
               UNTIL WS-ASGN-WRITE-SUB > WS-ASGN-COUNT.
           CLOSE COACH-ASSIGN-FILE.

       0685-WRITE-ASSIGN-RECORD.
           IF WS-ASG-MEMBER(WS-ASGN-WRITE-SUB) NOT = SPACES
               MOVE WS-ASG-MEMBER(WS-ASGN-WRITE-SUB)
                   TO ASGN-MEMBER-ID
               MOVE WS-ASG-COACH(WS-ASGN-WRITE-SUB) TO ASGN-COACH-ID
               WRITE COACH-ASSIGNMENT-RECORD
           END-IF.
           ADD 1 TO WS-ASGN-WRITE-SUB.

       0700-RETIRE-MASTER.
           MOVE "N" TO WS-RETIRE-OK.
           MOVE WS-RETIRED-ID TO MAST-MEMBER-ID.
           READ MEMBER-MASTER-FILE
               INVALID KEY
                   DISPLAY "Member " WS-RETIRED-ID
                       " could not be re-read (status "
                       MAST-STATUS-CODE ")."
               NOT INVALID KEY
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   STRING FUNCTION TRIM(MAST-NAME) " STATUS "
                       MAST-STATUS DELIMITED BY SIZE
                       INTO WS-AUDIT-BEFORE
                   MOVE "I" TO MAST-STATUS
                   MOVE WS-SURVIVOR-ID TO MAST-MERGED-INTO
                   REWRITE MEMBER-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "Member " WS-RETIRED-ID
                               " could not be rewritten (status "
                               MAST-STATUS-CODE ")."
                       NOT INVALID KEY
                           MOVE "Y" TO WS-RETIRE-OK
                           MOVE SPACES TO WS-AUDIT-AFTER
                           STRING FUNCTION TRIM(MAST-NAME)
                               " STATUS I MERGED INTO " WS-SURVIVOR-ID
                               DELIMITED BY SIZE INTO WS-AUDIT-AFTER
                           MOVE "MERGE" TO WS-AUDIT-ACTION
                           MOVE WS-RETIRED-ID TO WS-AUDIT-KEY
                           PERFORM 0900-WRITE-AUDIT
                   END-REWRITE
           END-READ.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING FUNCTION TRIM(WS-SURVIVOR-NAME) " STATUS A"
               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "FROM " WS-RETIRED-ID
               " H" WS-HIST-MOVED " A" WS-ARCH-MOVED
               " V" WS-VITALS-MOVED " G" WS-GOALS-MOVED
               " M" WS-MILE-MOVED " W" WS-REFERRALS-MOVED
               " R" WS-RESPONSES-MOVED
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           IF WS-RETIRE-OK = "Y"
               MOVE "MERGE-IN" TO WS-AUDIT-ACTION
           ELSE
               MOVE "MERGE-INCOMP" TO WS-AUDIT-ACTION
           END-IF.
           MOVE WS-SURVIVOR-ID TO WS-AUDIT-KEY.
           PERFORM 0900-WRITE-AUDIT.

       0800-PRINT-CONTROL-REPORT.
           DISPLAY " ".
           DISPLAY "===== MEMBER MERGE CONTROL REPORT =====".
           DISPLAY "Retired ID " WS-RETIRED-ID " merged into "
               WS-SURVIVOR-ID " by " FUNCTION TRIM(WS-WHO-ANSWER)
               " on " WS-TODAY.
           DISPLAY "BMIHIST postings moved:     " WS-HIST-MOVED.
           DISPLAY "BMIARCH postings moved:     " WS-ARCH-MOVED.
           DISPLAY "VITALS readings moved:      " WS-VITALS-MOVED.
           DISPLAY "MEMGOALS goals moved:       " WS-GOALS-MOVED.
           DISPLAY "MILESTONE records moved:    " WS-MILE-MOVED.
           DISPLAY "WELLEXT referrals moved:    " WS-REFERRALS-MOVED.
           DISPLAY "WELLRESP responses moved:   " WS-RESPONSES-MOVED.
           DISPLAY "COACHASG assignments moved: " WS-ASSIGN-MOVED.
           MOVE ZERO TO WS-DECISION-COUNT.
           PERFORM 0260-SHOW-DECISIONS.
           IF WS-GOALS-HELD > ZERO
               DISPLAY "MEMGOALS goals left on " WS-RETIRED-ID ": "
                   WS-GOALS-HELD
           END-IF.
           IF WS-DECISION-COUNT = ZERO
               DISPLAY "Nothing is waiting on a decision."
           ELSE
               DISPLAY WS-DECISION-COUNT
                   " item(s) waiting on a decision, listed above."
           END-IF.
           IF WS-RETIRE-OK = "Y"
               DISPLAY "Master record " WS-RETIRED-ID
                   " deactivated, pointing at " WS-SURVIVOR-ID "."
           ELSE
               DISPLAY "*** MERGE INCOMPLETE: master record "
                   WS-RETIRED-ID " was NOT deactivated - the records "
                   "above were moved, investigate before re-running "
                   "***"
           END-IF.

       0900-WRITE-AUDIT.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF AUDIT-STATUS-CODE = "35"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE "MEMBER-MERGE" TO AUD-PROGRAM.
           MOVE WS-WHO-ANSWER TO AUD-OPERATOR.
           MOVE WS-TODAY TO AUD-DATE.
           MOVE WS-TIME-HHMMSS TO AUD-TIME.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION.
           MOVE WS-AUDIT-KEY TO AUD-KEY.
           MOVE WS-AUDIT-BEFORE TO AUD-BEFORE.
           MOVE WS-AUDIT-AFTER TO AUD-AFTER.
           WRITE MAINTENANCE-AUDIT-RECORD.
           CLOSE MAINT-AUDIT-FILE.
       END PROGRAM MEMBER-MERGE.
