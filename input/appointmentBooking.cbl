       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPOINTMENT-BOOKING.
       AUTHOR. EMMANUELLE NGAN HA NGUYEN
      *This program is the weigh-in booking screen.  Coaches used
      *to book a member's next weigh-in on paper, so nobody could
      *tell a member who skipped an appointment from one who was
      *never booked.  The clerk can book or reschedule a member's
      *next weigh-in, cancel it, list one member's appointments,
      *or list a day's bookings at a site, against the APPOINTS
      *file the morning NO-SHOW-REPORT reads.  GET-INPUT adds
      *bookings to the same file while this screen may be open, so
      *each booking or cancellation re-reads APPOINTS into the table
      *once its answers are in, applies that one change and
      *rewrites the file at once; nothing is held in the table
      *between actions, and the lists re-read the file the same way.
      *If APPOINTS cannot be rewritten the screen stops with return
      *code 16 and the file status shown.
      *The member is checked against the indexed member master with
      *a direct keyed READ, the same check GET-INPUT applies, and
      *must be active.  The site must be active on the site master,
      *and the coach active on the coach master; a blank coach
      *answer books the member's assigned coach from COACHASG.  The
      *date must be a real calendar date after today.
      *A member holds at most one booked appointment after today:
      *booking again moves that appointment to the new date, site
      *and coach rather than adding a second one.  Cancelling marks
      *the appointment "C" so the no-show run leaves it alone.
      *Kept, no-show and cancelled appointments more than
      *WS-RETAIN-DAYS old are dropped when the file is rewritten,
      *the same retention NO-SHOW-REPORT applies, so the file stays
      *inside the 9999-entry table.  If the file still holds more
      *appointments than the table, the screen says so and refuses
      *to book or cancel, since rewriting it would lose the rest.
      *A booking for a member GET-INPUT has just booked finds that
      *appointment on the re-read and reschedules it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPOINTMENT-FILE ASSIGN TO "APPOINTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPT-STATUS-CODE.
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
           SELECT COACH-ASSIGN-FILE ASSIGN TO "COACHASG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASGN-STATUS-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD  APPOINTMENT-FILE.
           COPY APPTREC.
       FD  MEMBER-MASTER-FILE.
           COPY MEMMAST.
       FD  SITE-MASTER-FILE.
           COPY SITEMAST.
       FD  COACH-MASTER-FILE.
           COPY COACHMST.
       FD  COACH-ASSIGN-FILE.
           COPY COACHASG.

       WORKING-STORAGE SECTION.
       01 APPT-STATUS-CODE PIC XX.
       01 MAST-STATUS-CODE PIC XX.
       01 SITE-STATUS-CODE PIC XX.
       01 COACH-STATUS-CODE PIC XX.
       01 ASGN-STATUS-CODE PIC XX.
       01 WS-TODAY PIC 9(08).
       01 WS-YESTERDAY PIC 9(08).
       01 WS-AFTER-DATE PIC 9(08).
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-DONE-SWITCH PIC X VALUE "N".
       01 WS-SAVED-COUNT PIC 9(04) VALUE ZERO.
       01 WS-APPT-OVERFLOW PIC X VALUE "N".
       01 WS-RETAIN-DAYS PIC 9(03) VALUE 365.
       01 WS-PURGE-BEFORE PIC 9(08) VALUE ZERO.
       01 WS-PURGED-COUNT PIC 9(05) VALUE ZERO.
       01 WS-MASTER-OPEN PIC X VALUE "N".
       01 WS-MEMBER-OK PIC X VALUE "N".
       01 WS-DATE-OK PIC X VALUE "N".
       01 WS-ACTION PIC X.
       01 WS-ANSWER-MEMBER PIC X(06).
       01 WS-ANSWER-DATE PIC X(08).
       01 WS-ANSWER-SITE PIC X(03).
       01 WS-ANSWER-COACH PIC X(04).
       01 WS-ASSIGNED-COACH PIC X(04).
       01 WS-BOOK-DATE PIC 9(08) VALUE ZERO.
       01 WS-BOOK-REDEF REDEFINES WS-BOOK-DATE PIC X(08).
       01 WS-STATUS-TEXT PIC X(09).
       01 WS-LISTED-COUNT PIC 9(04) VALUE ZERO.
       01 WS-FOUND-SUB PIC 9(04) VALUE ZERO.
       01 WS-SCAN-SUB PIC 9(04) VALUE ZERO.
       01 WS-WRITE-SUB PIC 9(04) VALUE ZERO.
       01 WS-APPT-COUNT PIC 9(04) VALUE ZERO.
       01 WS-APPT-TABLE.
           05 WS-APPT-ENTRY OCCURS 9999 TIMES.
               10 WS-APT-MEMBER PIC X(06).
               10 WS-APT-DATE PIC 9(08).
               10 WS-APT-SITE PIC X(03).
               10 WS-APT-COACH PIC X(04).
               10 WS-APT-STATUS PIC X.
               10 WS-APT-BOOKED PIC 9(08).
       01 WS-SITE-COUNT PIC 9(02) VALUE ZERO.
       01 WS-SITE-SUB PIC 9(02) VALUE ZERO.
       01 WS-SITE-FOUND-SUB PIC 9(02) VALUE ZERO.
       01 WS-SITE-TABLE.
           05 WS-SITE-ENTRY OCCURS 99 TIMES.
               10 WS-SIT-ID PIC X(03).
               10 WS-SIT-ACTIVE PIC X.
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

       PROCEDURE DIVISION.
       0100-START-HERE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-YESTERDAY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1).
           COMPUTE WS-PURGE-BEFORE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-RETAIN-DAYS).
           PERFORM 0150-LOAD-APPOINTMENT-TABLE.
           PERFORM 0160-LOAD-SITE-TABLE.
           PERFORM 0165-LOAD-COACH-TABLE.
           PERFORM 0170-LOAD-ASSIGN-TABLE.
           PERFORM 0180-OPEN-MASTER.
           DISPLAY "Appointment file has " WS-APPT-COUNT
               " appointments on file.".
           IF WS-APPT-OVERFLOW = "Y"
               DISPLAY "*** APPOINTS HOLDS MORE THAN 9999 "
                   "APPOINTMENTS - BOOKING REFUSED, FILE LEFT AS-IS, "
                   "INVESTIGATE ***"
           ELSE
               PERFORM 0200-PROCESS-ACTION
                   UNTIL WS-DONE-SWITCH = "Y"
           END-IF.
           IF WS-MASTER-OPEN = "Y"
               CLOSE MEMBER-MASTER-FILE
           END-IF.
           IF WS-SAVED-COUNT > ZERO
               DISPLAY WS-SAVED-COUNT " changes saved to APPOINTS."
           ELSE
               DISPLAY "No changes made, file left as-is."
           END-IF.
           STOP RUN.

       0150-LOAD-APPOINTMENT-TABLE.
           MOVE ZERO TO WS-APPT-COUNT.
           MOVE ZERO TO WS-PURGED-COUNT.
           MOVE "N" TO WS-APPT-OVERFLOW.
           OPEN INPUT APPOINTMENT-FILE.
           IF APPT-STATUS-CODE NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0151-READ-APPOINTMENT-RECORD
               PERFORM 0152-ADD-APPOINTMENT-ENTRY
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE APPOINTMENT-FILE
           END-IF.

       0151-READ-APPOINTMENT-RECORD.
           READ APPOINTMENT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0152-ADD-APPOINTMENT-ENTRY.
           IF (APPT-STATUS = "K" OR APPT-STATUS = "N"
               OR APPT-STATUS = "C")
               AND APPT-DATE < WS-PURGE-BEFORE
               ADD 1 TO WS-PURGED-COUNT
           ELSE
               IF WS-APPT-COUNT < 9999
                   ADD 1 TO WS-APPT-COUNT
                   MOVE APPT-MEMBER-ID TO WS-APT-MEMBER(WS-APPT-COUNT)
                   MOVE APPT-DATE TO WS-APT-DATE(WS-APPT-COUNT)
                   MOVE APPT-SITE-ID TO WS-APT-SITE(WS-APPT-COUNT)
                   MOVE APPT-COACH-ID TO WS-APT-COACH(WS-APPT-COUNT)
                   MOVE APPT-STATUS TO WS-APT-STATUS(WS-APPT-COUNT)
                   MOVE APPT-BOOKED-DATE
                       TO WS-APT-BOOKED(WS-APPT-COUNT)
               ELSE
                   MOVE "Y" TO WS-APPT-OVERFLOW
               END-IF
           END-IF.
           PERFORM 0151-READ-APPOINTMENT-RECORD.

       0160-LOAD-SITE-TABLE.
           MOVE ZERO TO WS-SITE-COUNT.
           OPEN INPUT SITE-MASTER-FILE.
           IF SITE-STATUS-CODE NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0161-READ-SITE-RECORD
               PERFORM 0162-ADD-SITE-ENTRY
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE SITE-MASTER-FILE
           END-IF.

       0161-READ-SITE-RECORD.
           READ SITE-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0162-ADD-SITE-ENTRY.
           IF WS-SITE-COUNT < 99
               ADD 1 TO WS-SITE-COUNT
               MOVE SITE-MAST-ID TO WS-SIT-ID(WS-SITE-COUNT)
               MOVE SITE-MAST-ACTIVE TO WS-SIT-ACTIVE(WS-SITE-COUNT)
           END-IF.
           PERFORM 0161-READ-SITE-RECORD.

       0165-LOAD-COACH-TABLE.
           MOVE ZERO TO WS-COACH-COUNT.
           OPEN INPUT COACH-MASTER-FILE.
           IF COACH-STATUS-CODE NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0166-READ-COACH-RECORD
               PERFORM 0167-ADD-COACH-ENTRY
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE COACH-MASTER-FILE
           END-IF.

       0166-READ-COACH-RECORD.
           READ COACH-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0167-ADD-COACH-ENTRY.
           IF WS-COACH-COUNT < 99
               ADD 1 TO WS-COACH-COUNT
               MOVE COACH-ID TO WS-CCH-ID(WS-COACH-COUNT)
               MOVE COACH-NAME TO WS-CCH-NAME(WS-COACH-COUNT)
               MOVE COACH-STATUS TO WS-CCH-STATUS(WS-COACH-COUNT)
           END-IF.
           PERFORM 0166-READ-COACH-RECORD.

       0170-LOAD-ASSIGN-TABLE.
           MOVE ZERO TO WS-ASGN-COUNT.
           OPEN INPUT COACH-ASSIGN-FILE.
           IF ASGN-STATUS-CODE NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0171-READ-ASSIGN-RECORD
               PERFORM 0172-ADD-ASSIGN-ENTRY
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE COACH-ASSIGN-FILE
           END-IF.

       0171-READ-ASSIGN-RECORD.
           READ COACH-ASSIGN-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0172-ADD-ASSIGN-ENTRY.
           IF WS-ASGN-COUNT < 9999
               ADD 1 TO WS-ASGN-COUNT
               MOVE ASGN-MEMBER-ID TO WS-ASG-MEMBER(WS-ASGN-COUNT)
               MOVE ASGN-COACH-ID TO WS-ASG-COACH(WS-ASGN-COUNT)
           END-IF.
           PERFORM 0171-READ-ASSIGN-RECORD.

       0180-OPEN-MASTER.
           OPEN INPUT MEMBER-MASTER-FILE.
           IF MAST-STATUS-CODE NOT = "35"
               MOVE "Y" TO WS-MASTER-OPEN
           ELSE
               DISPLAY "Member master file not found - bookings "
                   "cannot be checked against it this session."
           END-IF.

       0200-PROCESS-ACTION.
           DISPLAY " ".
           DISPLAY "B=book or reschedule, C=cancel, "
               "M=list a member's appointments,".
           DISPLAY "D=list a day's bookings, Q=quit: ".
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "B"
                   PERFORM 0300-BOOK-APPOINTMENT
               WHEN "C"
                   PERFORM 0400-CANCEL-APPOINTMENT
               WHEN "M"
                   PERFORM 0500-LIST-MEMBER-APPOINTMENTS
               WHEN "D"
                   PERFORM 0600-LIST-DAY-BOOKINGS
               WHEN "Q"
                   MOVE "Y" TO WS-DONE-SWITCH
               WHEN OTHER
                   DISPLAY "Please choose B, C, M, D or Q."
           END-EVALUATE.

       0300-BOOK-APPOINTMENT.
           DISPLAY "Enter member ID to book: ".
           ACCEPT WS-ANSWER-MEMBER.
           PERFORM 0750-CHECK-MEMBER.
           IF WS-MEMBER-OK = "Y"
               DISPLAY "Weigh-in date YYYYMMDD: "
               ACCEPT WS-ANSWER-DATE
               PERFORM 0760-CHECK-BOOK-DATE
               IF WS-DATE-OK = "Y"
                   PERFORM 0310-CAPTURE-SITE-AND-COACH
               END-IF
           END-IF.

       0310-CAPTURE-SITE-AND-COACH.
           DISPLAY "Site ID: ".
           ACCEPT WS-ANSWER-SITE.
           PERFORM 0720-FIND-SITE.
           IF WS-SITE-FOUND-SUB = ZERO
               DISPLAY "Site " WS-ANSWER-SITE
                   " is not on the site master, booking cancelled."
           ELSE
               IF WS-SIT-ACTIVE(WS-SITE-FOUND-SUB) NOT = "A"
                   DISPLAY "Site " WS-ANSWER-SITE
                       " is inactive, booking cancelled."
               ELSE
                   PERFORM 0320-CAPTURE-COACH
               END-IF
           END-IF.

       0320-CAPTURE-COACH.
           PERFORM 0740-FIND-ASSIGNMENT.
           IF WS-ASGN-FOUND-SUB > ZERO
               MOVE WS-ASG-COACH(WS-ASGN-FOUND-SUB)
                   TO WS-ASSIGNED-COACH
               DISPLAY "Coach ID (blank for assigned coach "
                   WS-ASSIGNED-COACH "): "
           ELSE
               MOVE SPACES TO WS-ASSIGNED-COACH
               DISPLAY "Member has no assigned coach - coach ID: "
           END-IF.
           ACCEPT WS-ANSWER-COACH.
           IF FUNCTION TRIM(WS-ANSWER-COACH) = SPACES
               MOVE WS-ASSIGNED-COACH TO WS-ANSWER-COACH
           END-IF.
           PERFORM 0730-FIND-COACH.
           IF WS-COACH-FOUND-SUB = ZERO
               DISPLAY "Coach " WS-ANSWER-COACH
                   " is not on the coach master, booking cancelled."
           ELSE
               IF WS-CCH-STATUS(WS-COACH-FOUND-SUB) NOT = "A"
                   DISPLAY "Coach " WS-ANSWER-COACH
                       " is inactive, booking cancelled."
               ELSE
                   PERFORM 0330-STORE-APPOINTMENT
               END-IF
           END-IF.

       0330-STORE-APPOINTMENT.
           PERFORM 0150-LOAD-APPOINTMENT-TABLE.
           IF WS-APPT-OVERFLOW = "Y"
               PERFORM 0790-REFUSE-OVERFLOW
           ELSE
               PERFORM 0335-APPLY-BOOKING
           END-IF.

       0335-APPLY-BOOKING.
           MOVE WS-TODAY TO WS-AFTER-DATE.
           PERFORM 0700-FIND-BOOKED-APPOINTMENT.
           IF WS-FOUND-SUB > ZERO
               DISPLAY "Member " WS-ANSWER-MEMBER
                   " was booked for " WS-APT-DATE(WS-FOUND-SUB)
                   ", rescheduling."
           ELSE
               IF WS-APPT-COUNT < 9999
                   ADD 1 TO WS-APPT-COUNT
                   MOVE WS-APPT-COUNT TO WS-FOUND-SUB
               ELSE
                   DISPLAY "Appointment table is full, "
                       "booking cancelled."
               END-IF
           END-IF.
           IF WS-FOUND-SUB > ZERO
               MOVE WS-ANSWER-MEMBER TO WS-APT-MEMBER(WS-FOUND-SUB)
               MOVE WS-BOOK-DATE TO WS-APT-DATE(WS-FOUND-SUB)
               MOVE WS-ANSWER-SITE TO WS-APT-SITE(WS-FOUND-SUB)
               MOVE WS-ANSWER-COACH TO WS-APT-COACH(WS-FOUND-SUB)
               MOVE "B" TO WS-APT-STATUS(WS-FOUND-SUB)
               MOVE WS-TODAY TO WS-APT-BOOKED(WS-FOUND-SUB)
               PERFORM 0800-REWRITE-APPOINTMENT-FILE
               DISPLAY "Member " WS-ANSWER-MEMBER " booked for "
                   WS-BOOK-DATE " at site " WS-ANSWER-SITE
                   " with coach " WS-ANSWER-COACH "."
           END-IF.

       0400-CANCEL-APPOINTMENT.
           DISPLAY "Enter member ID to cancel: ".
           ACCEPT WS-ANSWER-MEMBER.
           PERFORM 0150-LOAD-APPOINTMENT-TABLE.
           IF WS-APPT-OVERFLOW = "Y"
               PERFORM 0790-REFUSE-OVERFLOW
           ELSE
               PERFORM 0410-APPLY-CANCEL
           END-IF.

       0410-APPLY-CANCEL.
           MOVE WS-YESTERDAY TO WS-AFTER-DATE.
           PERFORM 0700-FIND-BOOKED-APPOINTMENT.
           IF WS-FOUND-SUB = ZERO
               DISPLAY "Member " WS-ANSWER-MEMBER
                   " has no booked appointment to cancel."
           ELSE
               MOVE "C" TO WS-APT-STATUS(WS-FOUND-SUB)
               PERFORM 0800-REWRITE-APPOINTMENT-FILE
               DISPLAY "Appointment for member " WS-ANSWER-MEMBER
                   " on " WS-APT-DATE(WS-FOUND-SUB) " cancelled."
           END-IF.

       0500-LIST-MEMBER-APPOINTMENTS.
           DISPLAY "Enter member ID to list: ".
           ACCEPT WS-ANSWER-MEMBER.
           PERFORM 0150-LOAD-APPOINTMENT-TABLE.
           MOVE ZERO TO WS-LISTED-COUNT.
           MOVE 1 TO WS-SCAN-SUB.
           PERFORM 0510-LIST-IF-MEMBER
               UNTIL WS-SCAN-SUB > WS-APPT-COUNT.
           IF WS-LISTED-COUNT = ZERO
               DISPLAY "Member " WS-ANSWER-MEMBER
                   " has no appointments on file."
           END-IF.

       0510-LIST-IF-MEMBER.
           IF WS-APT-MEMBER(WS-SCAN-SUB) = WS-ANSWER-MEMBER
               PERFORM 0650-DISPLAY-APPOINTMENT
           END-IF.
           ADD 1 TO WS-SCAN-SUB.

       0600-LIST-DAY-BOOKINGS.
           DISPLAY "Date to list YYYYMMDD: ".
           ACCEPT WS-ANSWER-DATE.
           IF WS-ANSWER-DATE IS NOT NUMERIC
               DISPLAY "That is not an 8-digit date."
           ELSE
               MOVE WS-ANSWER-DATE TO WS-BOOK-REDEF
               DISPLAY "Site ID (blank for all sites): "
               ACCEPT WS-ANSWER-SITE
               PERFORM 0150-LOAD-APPOINTMENT-TABLE
               MOVE ZERO TO WS-LISTED-COUNT
               MOVE 1 TO WS-SCAN-SUB
               PERFORM 0610-LIST-IF-DAY
                   UNTIL WS-SCAN-SUB > WS-APPT-COUNT
               DISPLAY WS-LISTED-COUNT " appointments listed."
           END-IF.

       0610-LIST-IF-DAY.
           IF WS-APT-DATE(WS-SCAN-SUB) = WS-BOOK-DATE
               AND (FUNCTION TRIM(WS-ANSWER-SITE) = SPACES
               OR WS-APT-SITE(WS-SCAN-SUB) = WS-ANSWER-SITE)
               PERFORM 0650-DISPLAY-APPOINTMENT
           END-IF.
           ADD 1 TO WS-SCAN-SUB.

       0650-DISPLAY-APPOINTMENT.
           ADD 1 TO WS-LISTED-COUNT.
           EVALUATE WS-APT-STATUS(WS-SCAN-SUB)
               WHEN "B"
                   MOVE "BOOKED" TO WS-STATUS-TEXT
               WHEN "K"
                   MOVE "KEPT" TO WS-STATUS-TEXT
               WHEN "N"
                   MOVE "NO-SHOW" TO WS-STATUS-TEXT
               WHEN "C"
                   MOVE "CANCELLED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE WS-APT-STATUS(WS-SCAN-SUB) TO WS-STATUS-TEXT
           END-EVALUATE.
           DISPLAY WS-APT-DATE(WS-SCAN-SUB) " member "
               WS-APT-MEMBER(WS-SCAN-SUB) " site "
               WS-APT-SITE(WS-SCAN-SUB) " coach "
               WS-APT-COACH(WS-SCAN-SUB) " " WS-STATUS-TEXT.

       0700-FIND-BOOKED-APPOINTMENT.
           MOVE ZERO TO WS-FOUND-SUB.
           MOVE 1 TO WS-SCAN-SUB.
           PERFORM 0710-SCAN-APPOINTMENT-ENTRY
               UNTIL WS-SCAN-SUB > WS-APPT-COUNT
               OR WS-FOUND-SUB > ZERO.

       0710-SCAN-APPOINTMENT-ENTRY.
           IF WS-APT-MEMBER(WS-SCAN-SUB) = WS-ANSWER-MEMBER
               AND WS-APT-STATUS(WS-SCAN-SUB) = "B"
               AND WS-APT-DATE(WS-SCAN-SUB) > WS-AFTER-DATE
               MOVE WS-SCAN-SUB TO WS-FOUND-SUB
           ELSE
               ADD 1 TO WS-SCAN-SUB
           END-IF.

       0720-FIND-SITE.
           MOVE ZERO TO WS-SITE-FOUND-SUB.
           MOVE 1 TO WS-SITE-SUB.
           PERFORM 0721-SCAN-SITE-ENTRY
               UNTIL WS-SITE-SUB > WS-SITE-COUNT
               OR WS-SITE-FOUND-SUB > ZERO.

       0721-SCAN-SITE-ENTRY.
           IF WS-SIT-ID(WS-SITE-SUB) = WS-ANSWER-SITE
               MOVE WS-SITE-SUB TO WS-SITE-FOUND-SUB
           ELSE
               ADD 1 TO WS-SITE-SUB
           END-IF.

       0730-FIND-COACH.
           MOVE ZERO TO WS-COACH-FOUND-SUB.
           MOVE 1 TO WS-COACH-SUB.
           PERFORM 0731-SCAN-COACH-ENTRY
               UNTIL WS-COACH-SUB > WS-COACH-COUNT
               OR WS-COACH-FOUND-SUB > ZERO.

       0731-SCAN-COACH-ENTRY.
           IF WS-CCH-ID(WS-COACH-SUB) = WS-ANSWER-COACH
               MOVE WS-COACH-SUB TO WS-COACH-FOUND-SUB
           ELSE
               ADD 1 TO WS-COACH-SUB
           END-IF.

       0740-FIND-ASSIGNMENT.
           MOVE ZERO TO WS-ASGN-FOUND-SUB.
           MOVE 1 TO WS-ASGN-SUB.
           PERFORM 0741-SCAN-ASSIGN-ENTRY
               UNTIL WS-ASGN-SUB > WS-ASGN-COUNT
               OR WS-ASGN-FOUND-SUB > ZERO.

       0741-SCAN-ASSIGN-ENTRY.
           IF WS-ASG-MEMBER(WS-ASGN-SUB) = WS-ANSWER-MEMBER
               MOVE WS-ASGN-SUB TO WS-ASGN-FOUND-SUB
           ELSE
               ADD 1 TO WS-ASGN-SUB
           END-IF.

       0750-CHECK-MEMBER.
           MOVE "N" TO WS-MEMBER-OK.
           IF FUNCTION TRIM(WS-ANSWER-MEMBER) = SPACES
               DISPLAY "Member ID cannot be blank."
           ELSE
               IF WS-MASTER-OPEN = "N"
                   MOVE "Y" TO WS-MEMBER-OK
               ELSE
                   MOVE WS-ANSWER-MEMBER TO MAST-MEMBER-ID
                   READ MEMBER-MASTER-FILE
                       INVALID KEY
                           DISPLAY "Member " WS-ANSWER-MEMBER
                               " is not on the member master."
                       NOT INVALID KEY
                           IF MAST-STATUS = "A"
                               MOVE "Y" TO WS-MEMBER-OK
                           ELSE
                               DISPLAY "Member " WS-ANSWER-MEMBER
                                   " is inactive on the master."
                           END-IF
                   END-READ
               END-IF
           END-IF.

       0760-CHECK-BOOK-DATE.
           MOVE "N" TO WS-DATE-OK.
           IF WS-ANSWER-DATE IS NOT NUMERIC
               DISPLAY "That is not an 8-digit date, "
                   "booking cancelled."
           ELSE
               MOVE WS-ANSWER-DATE TO WS-BOOK-REDEF
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-BOOK-DATE)
                   NOT = ZERO
                   DISPLAY WS-BOOK-DATE " is not a calendar date, "
                       "booking cancelled."
               ELSE
                   IF WS-BOOK-DATE NOT > WS-TODAY
                       DISPLAY "The weigh-in must be booked after "
                           "today, booking cancelled."
                   ELSE
                       MOVE "Y" TO WS-DATE-OK
                   END-IF
               END-IF
           END-IF.

       0790-REFUSE-OVERFLOW.
           DISPLAY "*** APPOINTS NOW HOLDS MORE THAN 9999 "
               "APPOINTMENTS - CHANGE REFUSED, FILE LEFT AS-IS, "
               "INVESTIGATE ***".

       0800-REWRITE-APPOINTMENT-FILE.
           OPEN OUTPUT APPOINTMENT-FILE.
           IF APPT-STATUS-CODE NOT = "00"
               DISPLAY "*** CANNOT REWRITE APPOINTS, STATUS "
                   APPT-STATUS-CODE " - CHANGE NOT SAVED ***"
               PERFORM 0890-STOP-ON-FILE-ERROR
           END-IF.
           MOVE 1 TO WS-WRITE-SUB.
           PERFORM 0810-WRITE-APPOINTMENT-RECORD
               UNTIL WS-WRITE-SUB > WS-APPT-COUNT.
           CLOSE APPOINTMENT-FILE.
           ADD 1 TO WS-SAVED-COUNT.

       0810-WRITE-APPOINTMENT-RECORD.
           MOVE WS-APT-MEMBER(WS-WRITE-SUB) TO APPT-MEMBER-ID.
           MOVE WS-APT-DATE(WS-WRITE-SUB) TO APPT-DATE.
           MOVE WS-APT-SITE(WS-WRITE-SUB) TO APPT-SITE-ID.
           MOVE WS-APT-COACH(WS-WRITE-SUB) TO APPT-COACH-ID.
           MOVE WS-APT-STATUS(WS-WRITE-SUB) TO APPT-STATUS.
           MOVE WS-APT-BOOKED(WS-WRITE-SUB) TO APPT-BOOKED-DATE.
           WRITE APPOINTMENT-RECORD.
           IF APPT-STATUS-CODE NOT = "00"
               DISPLAY "*** WRITE TO APPOINTS FAILED, STATUS "
                   APPT-STATUS-CODE " - FILE IS INCOMPLETE, RESTORE "
                   "IT BEFORE THE NO-SHOW RUN ***"
               CLOSE APPOINTMENT-FILE
               PERFORM 0890-STOP-ON-FILE-ERROR
           END-IF.
           ADD 1 TO WS-WRITE-SUB.

       0890-STOP-ON-FILE-ERROR.
           IF WS-MASTER-OPEN = "Y"
               CLOSE MEMBER-MASTER-FILE
           END-IF.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       END PROGRAM APPOINTMENT-BOOKING.
