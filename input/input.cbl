      *is logged to EXCEPTS under WC01, BP01 or BP02 and
      *re-prompted - and the morning batch reads the file to flag
      *high-risk members a BMI alone would miss.
      *Right after the intake is saved the member is offered their
      *next weigh-in, booked on the APPOINTS file at this site with
      *their assigned coach from COACHASG, so the morning NO-SHOW-
      *REPORT can tell a skipped appointment from a member who was
      *never booked.  A member who already holds a booking after
      *today, or has no assigned coach, is sent to APPOINTMENT-
      *BOOKING instead.  The assigned coach is checked against the
      *coach master; a coach who has left (or is not on COACHMST)
      *counts as no coach assigned, the same rule COACH-WORKLIST
      *applies, so nobody is booked with a coach who is gone.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-VITALS-FILE ASSIGN TO "VITALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VIT-STATUS-CODE.
           SELECT APPOINTMENT-FILE ASSIGN TO "APPOINTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPT-STATUS-CODE.
           SELECT COACH-ASSIGN-FILE ASSIGN TO "COACHASG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASGN-STATUS-CODE.
           SELECT COACH-MASTER-FILE ASSIGN TO "COACHMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COACH-STATUS-CODE.

       DATA DIVISION.
       FILE SECTION.
           COPY SITEMAST.
       FD  MEMBER-VITALS-FILE.
           COPY VITALS.
       FD  APPOINTMENT-FILE.
           COPY APPTREC.
       FD  COACH-ASSIGN-FILE.
           COPY COACHASG.
       FD  COACH-MASTER-FILE.
           COPY COACHMST.

       WORKING-STORAGE SECTION.
       01 INTAKE-STATUS PIC XX.
       01 WS-BP-SYS-MAX PIC 9(03) VALUE 250.
       01 WS-BP-DIA-MIN PIC 9(03) VALUE 40.
       01 WS-BP-DIA-MAX PIC 9(03) VALUE 150.
       01 APPT-STATUS-CODE PIC XX.
       01 ASGN-STATUS-CODE PIC XX.
       01 COACH-STATUS-CODE PIC XX.
       01 WS-COACH-ACTIVE PIC X VALUE "N".
       01 WS-APPT-ANSWER PIC X.
       01 WS-APPT-EOF-SWITCH PIC X VALUE "N".
       01 WS-BOOKED-DATE PIC 9(08) VALUE ZERO.
       01 WS-ASSIGNED-COACH PIC X(04).
       01 WS-APPT-DATE-TEXT PIC X(08).
       01 WS-APPT-DATE PIC 9(08) VALUE ZERO.
       01 WS-APPT-REDEF REDEFINES WS-APPT-DATE PIC X(08).

       PROCEDURE DIVISION.
       0100-START-HERE.
           PERFORM 0200-COLLECT-MEASUREMENTS.
           CLOSE MEMBER-MASTER-FILE.
           PERFORM 0300-SAVE-INTAKE-RECORD.
           PERFORM 0500-OFFER-APPOINTMENT.
           PERFORM 0350-OFFER-VITALS.
           PERFORM 0400-OFFER-GOAL.
           STOP RUN.
           DISPLAY "Goal saved: from " WS-GOAL-START-VALUE
               " to " WS-GOAL-TARGET-VALUE " - good luck!".

       0500-OFFER-APPOINTMENT.
           DISPLAY "Book the next weigh-in, Y or N: ".
           ACCEPT WS-APPT-ANSWER.
           IF WS-APPT-ANSWER = "Y"
               PERFORM 0510-CHECK-BOOKED-APPOINTMENT
               PERFORM 0520-FIND-ASSIGNED-COACH
               IF WS-BOOKED-DATE > ZERO
                   DISPLAY "You are already booked for "
                       WS-BOOKED-DATE " - see APPOINTMENT-BOOKING "
                       "to reschedule."
               ELSE
                   IF WS-ASSIGNED-COACH = SPACES
                       DISPLAY "No coach is assigned yet - book "
                           "through APPOINTMENT-BOOKING."
                   ELSE
                       PERFORM 0530-CAPTURE-APPOINTMENT
                   END-IF
               END-IF
           END-IF.

       0510-CHECK-BOOKED-APPOINTMENT.
           MOVE ZERO TO WS-BOOKED-DATE.
           OPEN INPUT APPOINTMENT-FILE.
           IF APPT-STATUS-CODE NOT = "35"
               MOVE "N" TO WS-APPT-EOF-SWITCH
               PERFORM 0511-READ-APPOINTMENT-RECORD
               PERFORM 0512-CHECK-APPOINTMENT-RECORD
                   UNTIL WS-APPT-EOF-SWITCH = "Y"
               CLOSE APPOINTMENT-FILE
           END-IF.

       0511-READ-APPOINTMENT-RECORD.
           READ APPOINTMENT-FILE
               AT END
                   MOVE "Y" TO WS-APPT-EOF-SWITCH
           END-READ.

       0512-CHECK-APPOINTMENT-RECORD.
           IF APPT-MEMBER-ID = MEMBER-ID
               AND APPT-STATUS = "B"
               AND APPT-DATE > WS-TODAY
               MOVE APPT-DATE TO WS-BOOKED-DATE
           END-IF.
           PERFORM 0511-READ-APPOINTMENT-RECORD.

       0520-FIND-ASSIGNED-COACH.
           MOVE SPACES TO WS-ASSIGNED-COACH.
           OPEN INPUT COACH-ASSIGN-FILE.
           IF ASGN-STATUS-CODE NOT = "35"
               MOVE "N" TO WS-APPT-EOF-SWITCH
               PERFORM 0521-READ-ASSIGN-RECORD
               PERFORM 0522-CHECK-ASSIGN-RECORD
                   UNTIL WS-APPT-EOF-SWITCH = "Y"
               CLOSE COACH-ASSIGN-FILE
           END-IF.
           IF WS-ASSIGNED-COACH NOT = SPACES
               PERFORM 0525-CHECK-COACH-ACTIVE
               IF WS-COACH-ACTIVE NOT = "Y"
                   MOVE SPACES TO WS-ASSIGNED-COACH
               END-IF
           END-IF.

       0521-READ-ASSIGN-RECORD.
           READ COACH-ASSIGN-FILE
               AT END
                   MOVE "Y" TO WS-APPT-EOF-SWITCH
           END-READ.

       0522-CHECK-ASSIGN-RECORD.
           IF ASGN-MEMBER-ID = MEMBER-ID
               MOVE ASGN-COACH-ID TO WS-ASSIGNED-COACH
           END-IF.
           PERFORM 0521-READ-ASSIGN-RECORD.

       0525-CHECK-COACH-ACTIVE.
           MOVE "N" TO WS-COACH-ACTIVE.
           OPEN INPUT COACH-MASTER-FILE.
           IF COACH-STATUS-CODE NOT = "35"
               MOVE "N" TO WS-APPT-EOF-SWITCH
               PERFORM 0526-READ-COACH-RECORD
               PERFORM 0527-CHECK-COACH-RECORD
                   UNTIL WS-APPT-EOF-SWITCH = "Y"
               CLOSE COACH-MASTER-FILE
           END-IF.

       0526-READ-COACH-RECORD.
           READ COACH-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-APPT-EOF-SWITCH
           END-READ.

       0527-CHECK-COACH-RECORD.
           IF COACH-ID = WS-ASSIGNED-COACH
               AND COACH-STATUS = "A"
               MOVE "Y" TO WS-COACH-ACTIVE
           END-IF.
           PERFORM 0526-READ-COACH-RECORD.

       0530-CAPTURE-APPOINTMENT.
           DISPLAY "Next weigh-in date YYYYMMDD: ".
           ACCEPT WS-APPT-DATE-TEXT.
           IF WS-APPT-DATE-TEXT IS NOT NUMERIC
               DISPLAY "That is not an 8-digit date, "
                   "no appointment booked."
           ELSE
               MOVE WS-APPT-DATE-TEXT TO WS-APPT-REDEF
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-APPT-DATE)
                   NOT = ZERO
                   OR WS-APPT-DATE NOT > WS-TODAY
                   DISPLAY WS-APPT-DATE " is not a date after "
                       "today, no appointment booked."
               ELSE
                   PERFORM 0540-SAVE-APPOINTMENT
               END-IF
           END-IF.

       0540-SAVE-APPOINTMENT.
           OPEN EXTEND APPOINTMENT-FILE.
           IF APPT-STATUS-CODE = "35"
               OPEN OUTPUT APPOINTMENT-FILE
           END-IF.
           MOVE MEMBER-ID TO APPT-MEMBER-ID.
           MOVE WS-APPT-DATE TO APPT-DATE.
           MOVE SITE-ID TO APPT-SITE-ID.
           MOVE WS-ASSIGNED-COACH TO APPT-COACH-ID.
           MOVE "B" TO APPT-STATUS.
           MOVE WS-TODAY TO APPT-BOOKED-DATE.
           WRITE APPOINTMENT-RECORD.
           CLOSE APPOINTMENT-FILE.
           DISPLAY "Next weigh-in booked for " WS-APPT-DATE
               " at site " SITE-ID " with coach "
               WS-ASSIGNED-COACH ".".

       0900-WRITE-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE.
           IF EXC-STATUS = "35"
