       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBER-INQUIRY.
       AUTHOR. EMMANUELLE NGAN HA NGUYEN
      *This program answers "how am I doing" at the desk without
      *running BMI-TREND-REPORT for one ID, reading MILESTONE and
      *WELLSTAT by eye and asking COACH-MAINTENANCE who the coach
      *is.  For a typed member ID it shows the whole picture on one
      *screen: the master name, status and enroll date, the coach
      *assigned on COACHASG with their name from COACHMST (a coach
      *no longer active counts as not yet assigned), the open
      *goal from MEMGOALS with how far the member has come toward
      *it, the last several net BMIHIST visits, the latest VITALS
      *reading, and where their wellness referral stands on
      *WELLSTAT.  Net visits follow the same rule the reports use:
      *"V" reversal records are never shown, and each one also
      *cancels the posting it reversed (earliest unvoided posting
      *first, which matches append order), so a corrected visit
      *shows once at its corrected value.  Goal progress is
      *measured from the goal's start value to its target using the
      *latest net visit - weight for a weight goal, BMI for a BMI
      *goal - the same values BMI-CALCULATOR checks milestones on.
      *Visits are held in date order as they are read, so a "C"
      *correction or "M" merge copy appended to BMIHIST long after
      *the visit it stands for still shows in its place, and the
      *latest visit is always the one with the latest date.
      *Members rarely know their ID, so the clerk can also search
      *the master by any part of the name; every member whose name
      *contains the typed letters is listed with their ID.
      *An ID that MEMBER-MERGE retired as a duplicate says so and
      *names the surviving ID to look up instead.
      *Nothing is written: the master is opened for input only and
      *every other file is read and closed, so an inquiry can never
      *disturb the books.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-MEMBER-ID
               FILE STATUS IS MAST-STATUS-CODE.
           SELECT COACH-MASTER-FILE ASSIGN TO "COACHMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COACH-STATUS-CODE.
           SELECT COACH-ASSIGN-FILE ASSIGN TO "COACHASG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASGN-STATUS-CODE.
           SELECT MEMBER-GOAL-FILE ASSIGN TO "MEMGOALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GOAL-STATUS-CODE.
           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-STATUS.
           SELECT MEMBER-VITALS-FILE ASSIGN TO "VITALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VITALS-STATUS-CODE.
           SELECT WELLNESS-STATUS-FILE ASSIGN TO "WELLSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAT-STATUS-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-MASTER-FILE.
           COPY MEMMAST.
       FD  COACH-MASTER-FILE.
           COPY COACHMST.
       FD  COACH-ASSIGN-FILE.
           COPY COACHASG.
       FD  MEMBER-GOAL-FILE.
           COPY MEMGOAL.
       FD  BMI-HISTORY-FILE.
           COPY BMIHIST.
       FD  MEMBER-VITALS-FILE.
           COPY VITALS.
       FD  WELLNESS-STATUS-FILE.
           COPY WELLSTAT.

       WORKING-STORAGE SECTION.
       01 MAST-STATUS-CODE PIC XX.
       01 COACH-STATUS-CODE PIC XX.
       01 ASGN-STATUS-CODE PIC XX.
       01 GOAL-STATUS-CODE PIC XX.
       01 HIST-STATUS PIC XX.
       01 VITALS-STATUS-CODE PIC XX.
       01 STAT-STATUS-CODE PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-DONE-SWITCH PIC X VALUE "N".
       01 WS-FOUND-SWITCH PIC X VALUE "N".
       01 WS-MASTER-OPEN PIC X VALUE "N".
       01 WS-ACTION PIC X.
       01 WS-ANSWER-ID PIC X(06).
       01 WS-ANSWER-NAME PIC X(20).
       01 WS-SEARCH-NAME PIC X(20).
       01 WS-FRAGMENT-LENGTH PIC 9(02) VALUE ZERO.
       01 WS-MATCH-COUNT PIC 9(02) VALUE ZERO.
       01 WS-LIST-COUNT PIC 9(05) VALUE ZERO.
       01 WS-COACH-ID PIC X(04).
       01 WS-COACH-NAME PIC A(20).
       01 WS-COACH-ACTIVE PIC X.
       01 WS-GOAL-FOUND PIC X VALUE "N".
       01 WS-GOAL-TYPE PIC X.
       01 WS-GOAL-TARGET PIC 999V99 VALUE ZERO.
       01 WS-GOAL-START PIC 999V99 VALUE ZERO.
       01 WS-GOAL-DATE-SET PIC 9(08) VALUE ZERO.
       01 WS-GOAL-HALFWAY PIC X.
       01 WS-CURRENT-VALUE PIC 999V99 VALUE ZERO.
       01 WS-GOAL-PERCENT PIC S9(05) VALUE ZERO.
       01 WS-SHOW-PERCENT PIC ZZZ9.
       01 WS-SHOW-VALUE PIC ZZ9.99.
       01 WS-SHOW-TARGET PIC ZZ9.99.
       01 WS-SHOW-START PIC ZZ9.99.
       01 WS-VITALS-FOUND PIC X VALUE "N".
       01 WS-VIT-DATE PIC 9(08) VALUE ZERO.
       01 WS-VIT-SITE-ID PIC X(03).
       01 WS-VIT-WAIST PIC 9(03) VALUE ZERO.
       01 WS-VIT-SYSTOLIC PIC 9(03) VALUE ZERO.
       01 WS-VIT-DIASTOLIC PIC 9(03) VALUE ZERO.
       01 WS-STAT-FOUND PIC X VALUE "N".
       01 WS-STAT-DATE PIC 9(08) VALUE ZERO.
       01 WS-STAT-STATUS PIC X.
       01 WS-STAT-DAYS PIC 9(03) VALUE ZERO.
       01 WS-STAT-TEXT PIC X(30).
       01 WS-CHECK-ID PIC X(06).
       01 WS-CHECK-DATE PIC 9(08) VALUE ZERO.
       01 WS-VOID-COUNT-ITEMS PIC 9(04) VALUE ZERO.
       01 WS-VOID-SUB PIC 9(04) VALUE ZERO.
       01 WS-VOID-FOUND-SUB PIC 9(04) VALUE ZERO.
       01 WS-VOID-TABLE.
           05 WS-VOID-ENTRY OCCURS 999 TIMES.
               10 WS-VOID-KEY-ID PIC X(06).
               10 WS-VOID-KEY-DATE PIC 9(08).
               10 WS-VOID-REMAINING PIC 9(03).
       01 WS-VISITS-SHOWN PIC 9(02) VALUE 5.
       01 WS-VISIT-COUNT PIC 9(04) VALUE ZERO.
       01 WS-VISIT-SUB PIC 9(04) VALUE ZERO.
       01 WS-SLOT-FOUND PIC X VALUE "N".
       01 WS-VISIT-TABLE.
           05 WS-VISIT-ENTRY OCCURS 999 TIMES.
               10 WS-VST-DATE PIC 9(08).
               10 WS-VST-HEIGHT PIC 9(03).
               10 WS-VST-WEIGHT PIC 9(03).
               10 WS-VST-BMI PIC 999V99.
               10 WS-VST-CATEGORY PIC X(11).
               10 WS-VST-ADJUST PIC X.
               10 WS-VST-SITE-ID PIC X(03).
       01 WS-VISIT-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-PRT-VST-DATE PIC 9(08).
           05 FILLER PIC X(06) VALUE " SITE ".
           05 WS-PRT-VST-SITE PIC X(03).
           05 FILLER PIC X(05) VALUE " HT  ".
           05 WS-PRT-VST-HEIGHT PIC ZZ9.
           05 FILLER PIC X(05) VALUE " WT  ".
           05 WS-PRT-VST-WEIGHT PIC ZZ9.
           05 FILLER PIC X(06) VALUE " BMI  ".
           05 WS-PRT-VST-BMI PIC ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-PRT-VST-CATEGORY PIC X(11).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-PRT-VST-NOTE PIC X(11).

       PROCEDURE DIVISION.
       0100-START-HERE.
           PERFORM 0150-OPEN-MASTER.
           IF WS-MASTER-OPEN = "Y"
               PERFORM 0200-PROCESS-ACTION
                   UNTIL WS-DONE-SWITCH = "Y"
               CLOSE MEMBER-MASTER-FILE
           END-IF.
           STOP RUN.

       0150-OPEN-MASTER.
           OPEN INPUT MEMBER-MASTER-FILE.
           IF MAST-STATUS-CODE = "35"
               DISPLAY "Member master file not found - run "
                   "MEMBER-MAINTENANCE to set up members first."
           ELSE
               MOVE "Y" TO WS-MASTER-OPEN
           END-IF.

       0200-PROCESS-ACTION.
           DISPLAY " ".
           DISPLAY "I=inquire by member ID, N=search by name, "
               "Q=quit: ".
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "I"
                   PERFORM 0300-INQUIRE-MEMBER
               WHEN "N"
                   PERFORM 0800-SEARCH-BY-NAME
               WHEN "Q"
                   MOVE "Y" TO WS-DONE-SWITCH
               WHEN OTHER
                   DISPLAY "Please choose I, N or Q."
           END-EVALUATE.

       0300-INQUIRE-MEMBER.
           DISPLAY "Enter member ID: ".
           ACCEPT WS-ANSWER-ID.
           IF FUNCTION TRIM(WS-ANSWER-ID) = SPACES
               DISPLAY "Member ID cannot be blank."
           ELSE
               PERFORM 0310-FIND-MEMBER
               IF WS-FOUND-SWITCH = "N"
                   DISPLAY "Member " WS-ANSWER-ID
                       " is not on the master - try N to search "
                       "by name."
               ELSE
                   PERFORM 0320-SHOW-MASTER
                   PERFORM 0400-SHOW-COACH
                   PERFORM 0500-LOAD-NET-VISITS
                   PERFORM 0550-SHOW-GOAL
                   PERFORM 0560-SHOW-VISITS
                   PERFORM 0600-SHOW-VITALS
                   PERFORM 0700-SHOW-WELLNESS
               END-IF
           END-IF.

       0310-FIND-MEMBER.
           MOVE WS-ANSWER-ID TO MAST-MEMBER-ID.
           READ MEMBER-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.

       0320-SHOW-MASTER.
           DISPLAY " ".
           DISPLAY "===== MEMBER " MAST-MEMBER-ID " "
               FUNCTION TRIM(MAST-NAME) " =====".
           IF MAST-STATUS = "A"
               DISPLAY "Status: A (active), enrolled "
                   MAST-ENROLL-DATE
           ELSE
               DISPLAY "Status: " MAST-STATUS
                   " (inactive), enrolled " MAST-ENROLL-DATE
           END-IF.
           IF MAST-MERGED-INTO NOT = SPACES
               DISPLAY "*** This ID was merged into member "
                   MAST-MERGED-INTO " - inquire on that ID for the "
                   "member's current record ***"
           END-IF.

       0400-SHOW-COACH.
           MOVE SPACES TO WS-COACH-ID.
           MOVE SPACES TO WS-COACH-NAME.
           MOVE SPACE TO WS-COACH-ACTIVE.
           OPEN INPUT COACH-ASSIGN-FILE.
           IF ASGN-STATUS-CODE NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0410-READ-ASSIGN-RECORD
               PERFORM 0420-CHECK-ASSIGN-RECORD
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE COACH-ASSIGN-FILE
           END-IF.
           IF WS-COACH-ID = SPACES
               DISPLAY "Coach: not yet assigned"
           ELSE
               OPEN INPUT COACH-MASTER-FILE
               IF COACH-STATUS-CODE NOT = "35"
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM 0430-READ-COACH-RECORD
                   PERFORM 0440-CHECK-COACH-RECORD
                       UNTIL WS-EOF-SWITCH = "Y"
                   CLOSE COACH-MASTER-FILE
               END-IF
               IF WS-COACH-NAME = SPACES
                   DISPLAY "Coach: " WS-COACH-ID
                       " (not on the coach master)"
               ELSE
                   IF WS-COACH-ACTIVE = "A"
                       DISPLAY "Coach: " WS-COACH-ID " "
                           FUNCTION TRIM(WS-COACH-NAME)
                   ELSE
                       DISPLAY "Coach: not yet assigned (coach "
                           WS-COACH-ID " is no longer active)"
                   END-IF
               END-IF
           END-IF.

       0410-READ-ASSIGN-RECORD.
           READ COACH-ASSIGN-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0420-CHECK-ASSIGN-RECORD.
           IF ASGN-MEMBER-ID = MAST-MEMBER-ID
               MOVE ASGN-COACH-ID TO WS-COACH-ID
           END-IF.
           PERFORM 0410-READ-ASSIGN-RECORD.

       0430-READ-COACH-RECORD.
           READ COACH-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0440-CHECK-COACH-RECORD.
           IF COACH-ID = WS-COACH-ID
               MOVE COACH-NAME TO WS-COACH-NAME
               MOVE COACH-STATUS TO WS-COACH-ACTIVE
           END-IF.
           PERFORM 0430-READ-COACH-RECORD.

       0500-LOAD-NET-VISITS.
           MOVE ZERO TO WS-VOID-COUNT-ITEMS.
           MOVE ZERO TO WS-VISIT-COUNT.
           OPEN INPUT BMI-HISTORY-FILE.
           IF HIST-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0510-READ-HISTORY-RECORD
               PERFORM 0515-ADD-HISTORY-VOID
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE BMI-HISTORY-FILE
               OPEN INPUT BMI-HISTORY-FILE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0510-READ-HISTORY-RECORD
               PERFORM 0540-KEEP-NET-VISIT
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE BMI-HISTORY-FILE
           END-IF.

       0510-READ-HISTORY-RECORD.
           READ BMI-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0515-ADD-HISTORY-VOID.
           IF HIST-MEMBER-ID = MAST-MEMBER-ID
               AND HIST-ADJUST-CODE = "V"
               MOVE HIST-MEMBER-ID TO WS-CHECK-ID
               MOVE HIST-DATE-COMPUTED TO WS-CHECK-DATE
               PERFORM 0520-COUNT-VOID-KEY
           END-IF.
           PERFORM 0510-READ-HISTORY-RECORD.

       0520-COUNT-VOID-KEY.
           PERFORM 0525-FIND-VOID-KEY.
           IF WS-VOID-FOUND-SUB > ZERO
               ADD 1 TO WS-VOID-REMAINING(WS-VOID-FOUND-SUB)
           ELSE
               IF WS-VOID-COUNT-ITEMS < 999
                   ADD 1 TO WS-VOID-COUNT-ITEMS
                   MOVE WS-CHECK-ID
                       TO WS-VOID-KEY-ID(WS-VOID-COUNT-ITEMS)
                   MOVE WS-CHECK-DATE
                       TO WS-VOID-KEY-DATE(WS-VOID-COUNT-ITEMS)
                   MOVE 1
                       TO WS-VOID-REMAINING(WS-VOID-COUNT-ITEMS)
               END-IF
           END-IF.

       0525-FIND-VOID-KEY.
           MOVE ZERO TO WS-VOID-FOUND-SUB.
           MOVE 1 TO WS-VOID-SUB.
           PERFORM 0530-SCAN-VOID-KEY
               UNTIL WS-VOID-SUB > WS-VOID-COUNT-ITEMS
               OR WS-VOID-FOUND-SUB > ZERO.

       0530-SCAN-VOID-KEY.
           IF WS-VOID-KEY-ID(WS-VOID-SUB) = WS-CHECK-ID
               AND WS-VOID-KEY-DATE(WS-VOID-SUB) = WS-CHECK-DATE
               MOVE WS-VOID-SUB TO WS-VOID-FOUND-SUB
           ELSE
               ADD 1 TO WS-VOID-SUB
           END-IF.

       0540-KEEP-NET-VISIT.
           IF HIST-MEMBER-ID = MAST-MEMBER-ID
               AND HIST-ADJUST-CODE NOT = "V"
               MOVE HIST-MEMBER-ID TO WS-CHECK-ID
               MOVE HIST-DATE-COMPUTED TO WS-CHECK-DATE
               PERFORM 0525-FIND-VOID-KEY
               IF WS-VOID-FOUND-SUB > ZERO
                   AND WS-VOID-REMAINING(WS-VOID-FOUND-SUB) > ZERO
                   SUBTRACT 1
                       FROM WS-VOID-REMAINING(WS-VOID-FOUND-SUB)
               ELSE
                   PERFORM 0545-ADD-VISIT-ENTRY
               END-IF
           END-IF.
           PERFORM 0510-READ-HISTORY-RECORD.

      *Entries with a later date move up one place to open the slot;
      *an equal date stays ahead, so same-day postings keep their
      *file order.
       0545-ADD-VISIT-ENTRY.
           IF WS-VISIT-COUNT < 999
               ADD 1 TO WS-VISIT-COUNT
               MOVE WS-VISIT-COUNT TO WS-VISIT-SUB
               MOVE "N" TO WS-SLOT-FOUND
               PERFORM 0546-FIND-VISIT-SLOT
                   UNTIL WS-SLOT-FOUND = "Y"
               MOVE HIST-DATE-COMPUTED TO WS-VST-DATE(WS-VISIT-SUB)
               MOVE HIST-HEIGHT-INCHES
                   TO WS-VST-HEIGHT(WS-VISIT-SUB)
               MOVE HIST-WEIGHT TO WS-VST-WEIGHT(WS-VISIT-SUB)
               MOVE HIST-BMI TO WS-VST-BMI(WS-VISIT-SUB)
               MOVE HIST-BMI-CATEGORY
                   TO WS-VST-CATEGORY(WS-VISIT-SUB)
               MOVE HIST-ADJUST-CODE TO WS-VST-ADJUST(WS-VISIT-SUB)
               MOVE HIST-SITE-ID TO WS-VST-SITE-ID(WS-VISIT-SUB)
           END-IF.

       0546-FIND-VISIT-SLOT.
           IF WS-VISIT-SUB = 1
               MOVE "Y" TO WS-SLOT-FOUND
           ELSE
               IF WS-VST-DATE(WS-VISIT-SUB - 1) > HIST-DATE-COMPUTED
                   MOVE WS-VISIT-ENTRY(WS-VISIT-SUB - 1)
                       TO WS-VISIT-ENTRY(WS-VISIT-SUB)
                   SUBTRACT 1 FROM WS-VISIT-SUB
               ELSE
                   MOVE "Y" TO WS-SLOT-FOUND
               END-IF
           END-IF.

       0550-SHOW-GOAL.
           MOVE "N" TO WS-GOAL-FOUND.
           OPEN INPUT MEMBER-GOAL-FILE.
           IF GOAL-STATUS-CODE NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0551-READ-GOAL-RECORD
               PERFORM 0552-CHECK-GOAL-RECORD
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE MEMBER-GOAL-FILE
           END-IF.
           IF WS-GOAL-FOUND = "N"
               DISPLAY "Goal: no open goal on file"
           ELSE
               PERFORM 0555-SHOW-GOAL-PROGRESS
           END-IF.

       0551-READ-GOAL-RECORD.
           READ MEMBER-GOAL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0552-CHECK-GOAL-RECORD.
           IF GOAL-MEMBER-ID = MAST-MEMBER-ID
               AND GOAL-STATUS = "O"
               MOVE "Y" TO WS-GOAL-FOUND
               MOVE GOAL-TYPE TO WS-GOAL-TYPE
               MOVE GOAL-TARGET-VALUE TO WS-GOAL-TARGET
               MOVE GOAL-START-VALUE TO WS-GOAL-START
               MOVE GOAL-DATE-SET TO WS-GOAL-DATE-SET
               MOVE GOAL-HALFWAY-FLAG TO WS-GOAL-HALFWAY
           END-IF.
           PERFORM 0551-READ-GOAL-RECORD.

       0555-SHOW-GOAL-PROGRESS.
           MOVE WS-GOAL-TARGET TO WS-SHOW-TARGET.
           MOVE WS-GOAL-START TO WS-SHOW-START.
           IF WS-GOAL-TYPE = "W"
               DISPLAY "Goal: weight " FUNCTION TRIM(WS-SHOW-START)
                   " lb to " FUNCTION TRIM(WS-SHOW-TARGET)
                   " lb, set " WS-GOAL-DATE-SET
           ELSE
               DISPLAY "Goal: BMI " FUNCTION TRIM(WS-SHOW-START)
                   " to " FUNCTION TRIM(WS-SHOW-TARGET)
                   ", set " WS-GOAL-DATE-SET
           END-IF.
           IF WS-VISIT-COUNT = ZERO
               DISPLAY "  No visit on file yet to measure progress."
           ELSE
               IF WS-GOAL-TYPE = "W"
                   MOVE WS-VST-WEIGHT(WS-VISIT-COUNT)
                       TO WS-CURRENT-VALUE
               ELSE
                   MOVE WS-VST-BMI(WS-VISIT-COUNT)
                       TO WS-CURRENT-VALUE
               END-IF
               IF WS-GOAL-START = WS-GOAL-TARGET
                   MOVE 100 TO WS-GOAL-PERCENT
               ELSE
                   COMPUTE WS-GOAL-PERCENT ROUNDED =
                       (WS-GOAL-START - WS-CURRENT-VALUE) * 100
                       / (WS-GOAL-START - WS-GOAL-TARGET)
                       ON SIZE ERROR
                           MOVE ZERO TO WS-GOAL-PERCENT
                   END-COMPUTE
               END-IF
               IF WS-GOAL-PERCENT < ZERO
                   MOVE ZERO TO WS-GOAL-PERCENT
               END-IF
               MOVE WS-GOAL-PERCENT TO WS-SHOW-PERCENT
               MOVE WS-CURRENT-VALUE TO WS-SHOW-VALUE
               DISPLAY "  Now at " FUNCTION TRIM(WS-SHOW-VALUE)
                   " as of " WS-VST-DATE(WS-VISIT-COUNT) ", "
                   FUNCTION TRIM(WS-SHOW-PERCENT)
                   "% of the way there"
               IF WS-GOAL-HALFWAY = "Y"
                   DISPLAY "  Halfway milestone already earned."
               END-IF
           END-IF.

       0560-SHOW-VISITS.
           IF WS-VISIT-COUNT = ZERO
               DISPLAY "Visits: no BMI visit on file"
           ELSE
               DISPLAY "Last net visits (of " WS-VISIT-COUNT
                   " on file):"
               IF WS-VISIT-COUNT > WS-VISITS-SHOWN
                   COMPUTE WS-VISIT-SUB =
                       WS-VISIT-COUNT - WS-VISITS-SHOWN + 1
               ELSE
                   MOVE 1 TO WS-VISIT-SUB
               END-IF
               PERFORM 0565-SHOW-ONE-VISIT
                   UNTIL WS-VISIT-SUB > WS-VISIT-COUNT
           END-IF.

       0565-SHOW-ONE-VISIT.
           MOVE WS-VST-DATE(WS-VISIT-SUB) TO WS-PRT-VST-DATE.
           MOVE WS-VST-SITE-ID(WS-VISIT-SUB) TO WS-PRT-VST-SITE.
           MOVE WS-VST-HEIGHT(WS-VISIT-SUB) TO WS-PRT-VST-HEIGHT.
           MOVE WS-VST-WEIGHT(WS-VISIT-SUB) TO WS-PRT-VST-WEIGHT.
           MOVE WS-VST-BMI(WS-VISIT-SUB) TO WS-PRT-VST-BMI.
           MOVE WS-VST-CATEGORY(WS-VISIT-SUB) TO WS-PRT-VST-CATEGORY.
           IF WS-VST-ADJUST(WS-VISIT-SUB) = "C"
               MOVE "(CORRECTED)" TO WS-PRT-VST-NOTE
           ELSE
               MOVE SPACES TO WS-PRT-VST-NOTE
           END-IF.
           DISPLAY WS-VISIT-LINE.
           ADD 1 TO WS-VISIT-SUB.

       0600-SHOW-VITALS.
           MOVE "N" TO WS-VITALS-FOUND.
           MOVE ZERO TO WS-VIT-DATE.
           OPEN INPUT MEMBER-VITALS-FILE.
           IF VITALS-STATUS-CODE NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0610-READ-VITALS-RECORD
               PERFORM 0620-CHECK-VITALS-RECORD
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE MEMBER-VITALS-FILE
           END-IF.
           IF WS-VITALS-FOUND = "N"
               DISPLAY "Vitals: no reading on file"
           ELSE
               DISPLAY "Latest vitals " WS-VIT-DATE " at site "
                   WS-VIT-SITE-ID ": waist " WS-VIT-WAIST
                   " in, BP " WS-VIT-SYSTOLIC "/" WS-VIT-DIASTOLIC
           END-IF.

       0610-READ-VITALS-RECORD.
           READ MEMBER-VITALS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0620-CHECK-VITALS-RECORD.
           IF VIT-MEMBER-ID = MAST-MEMBER-ID
               AND VIT-DATE >= WS-VIT-DATE
               MOVE "Y" TO WS-VITALS-FOUND
               MOVE VIT-DATE TO WS-VIT-DATE
               MOVE VIT-SITE-ID TO WS-VIT-SITE-ID
               MOVE VIT-WAIST-INCHES TO WS-VIT-WAIST
               MOVE VIT-BP-SYSTOLIC TO WS-VIT-SYSTOLIC
               MOVE VIT-BP-DIASTOLIC TO WS-VIT-DIASTOLIC
           END-IF.
           PERFORM 0610-READ-VITALS-RECORD.

       0700-SHOW-WELLNESS.
           MOVE "N" TO WS-STAT-FOUND.
           OPEN INPUT WELLNESS-STATUS-FILE.
           IF STAT-STATUS-CODE NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0710-READ-STATUS-RECORD
               PERFORM 0720-CHECK-STATUS-RECORD
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE WELLNESS-STATUS-FILE
           END-IF.
           IF WS-STAT-FOUND = "N"
               DISPLAY "Wellness: no referral on file"
           ELSE
               EVALUATE WS-STAT-STATUS
                   WHEN "E"
                       MOVE "ENROLLED" TO WS-STAT-TEXT
                   WHEN "D"
                       MOVE "DECLINED" TO WS-STAT-TEXT
                   WHEN "P"
                       MOVE "PENDING WITH VENDOR" TO WS-STAT-TEXT
                   WHEN "N"
                       MOVE "NO RESPONSE YET" TO WS-STAT-TEXT
                   WHEN "R"
                       MOVE "RETRACTED" TO WS-STAT-TEXT
                   WHEN OTHER
                       MOVE "UNKNOWN" TO WS-STAT-TEXT
               END-EVALUATE
               DISPLAY "Wellness: referred " WS-STAT-DATE ", "
                   WS-STAT-STATUS " " FUNCTION TRIM(WS-STAT-TEXT)
                   ", open " WS-STAT-DAYS " days"
           END-IF.

       0710-READ-STATUS-RECORD.
           READ WELLNESS-STATUS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0720-CHECK-STATUS-RECORD.
           IF STAT-MEMBER-ID = MAST-MEMBER-ID
               AND STAT-REFERRAL-DATE >= WS-STAT-DATE
               MOVE "Y" TO WS-STAT-FOUND
               MOVE STAT-REFERRAL-DATE TO WS-STAT-DATE
               MOVE STAT-RESPONSE-STATUS TO WS-STAT-STATUS
               MOVE STAT-DAYS-OPEN TO WS-STAT-DAYS
           END-IF.
           PERFORM 0710-READ-STATUS-RECORD.

       0800-SEARCH-BY-NAME.
           DISPLAY "Enter any part of the member name: ".
           ACCEPT WS-ANSWER-NAME.
           IF FUNCTION TRIM(WS-ANSWER-NAME) = SPACES
               DISPLAY "Search name cannot be blank."
           ELSE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ANSWER-NAME))
                   TO WS-ANSWER-NAME
               COMPUTE WS-FRAGMENT-LENGTH =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-ANSWER-NAME))
               MOVE ZERO TO WS-LIST-COUNT
               MOVE LOW-VALUES TO MAST-MEMBER-ID
               START MEMBER-MASTER-FILE KEY >= MAST-MEMBER-ID
                   INVALID KEY
                       CONTINUE
               END-START
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0820-READ-NEXT-MEMBER
               PERFORM 0810-CHECK-MEMBER-NAME
                   UNTIL WS-EOF-SWITCH = "Y"
               DISPLAY WS-LIST-COUNT " member(s) matching "
                   FUNCTION TRIM(WS-ANSWER-NAME) "."
           END-IF.

       0810-CHECK-MEMBER-NAME.
           MOVE FUNCTION UPPER-CASE(MAST-NAME) TO WS-SEARCH-NAME.
           MOVE ZERO TO WS-MATCH-COUNT.
           INSPECT WS-SEARCH-NAME TALLYING WS-MATCH-COUNT
               FOR ALL WS-ANSWER-NAME(1:WS-FRAGMENT-LENGTH).
           IF WS-MATCH-COUNT > ZERO
               ADD 1 TO WS-LIST-COUNT
               DISPLAY MAST-MEMBER-ID " " MAST-NAME " enrolled "
                   MAST-ENROLL-DATE " status " MAST-STATUS
           END-IF.
           PERFORM 0820-READ-NEXT-MEMBER.

       0820-READ-NEXT-MEMBER.
           READ MEMBER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.
       END PROGRAM MEMBER-INQUIRY.
