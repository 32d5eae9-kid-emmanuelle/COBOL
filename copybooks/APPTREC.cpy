      *This is the weigh-in appointment record, one per booking on
      *the APPOINTS file.  Coaches used to book the next weigh-in
      *on paper, so nobody could tell a member who skipped an
      *appointment from one who was never booked.  Bookings are
      *made through APPOINTMENT-BOOKING, or by GET-INPUT right after
      *a member's intake is saved, for a member on the master, a
      *site on the site master and (usually the member's assigned)
      *coach.  APPT-STATUS is "B" while the appointment is booked,
      *"C" once cancelled, and is set by the morning NO-SHOW-REPORT
      *to "K" when the member came in and "N" when they did not.
      *APPT-BOOKED-DATE is the day the booking was made.  A member
      *holds at most one "B" appointment dated after today; booking
      *again through APPOINTMENT-BOOKING reschedules it.  Closed
      *("K", "N" or "C") appointments are kept for a year and then
      *dropped the next time either program rewrites the file.
       01  APPOINTMENT-RECORD.
           05  APPT-MEMBER-ID PIC X(06).
           05  APPT-DATE PIC 9(08).
           05  APPT-SITE-ID PIC X(03).
           05  APPT-COACH-ID PIC X(04).
           05  APPT-STATUS PIC X.
           05  APPT-BOOKED-DATE PIC 9(08).
