       IDENTIFICATION DIVISION.
       PROGRAM-ID. NO-SHOW-REPORT.
       AUTHOR. EMMANUELLE NGAN HA NGUYEN
      *This is the morning no-show run for weigh-in appointments.
      *LAPSED-MEMBER-REPORT only catches a member weeks after they
      *stop coming in; this run catches a missed appointment the
      *next morning.  It takes yesterday's appointments from the
      *APPOINTS file kept by APPOINTMENT-BOOKING and GET-INPUT and
      *matches each one against the visits that actually happened:
      *the member's record on the consolidated MEMINTAKE file, or a
      *net BMIHIST posting dated the appointment day or the morning
      *after (the batch posts yesterday's intake under its own run
      *date).  Postings reversed by BMI-ADJUSTMENT do not count as a
      *visit, the same netting the reports apply.  A visit at any
      *site keeps the appointment.
      *Kept appointments are marked "K" and missed ones "N" on the
      *appointment file, so the file shows which bookings were
      *honoured.  Cancelled appointments are left alone.  A rerun
      *for the same day re-marks the same appointments, so running
      *it twice does no harm.
      *The report of record is a dated print file (NOSHOW- plus the
      *run date) listing the no-shows by site and then by coach,
      *with the member's name from the master, so the front desk
      *can call them that morning, followed by each site's booked,
      *kept and no-show counts and its show rate.
      *The appointment date is yesterday unless typed otherwise at
      *run time; when a run card for this program is on the
      *RUNCARDS file its date is used instead and nothing is
      *prompted, so a missed morning can be rerun unattended.  A
      *typed or carded date must be a real calendar date.  The
      *MEMINTAKE file on hand in the morning is yesterday's intake,
      *so it only counts as a visit when the date checked is
      *yesterday; a rerun for an earlier day goes by BMIHIST alone.
      *Each rewrite of APPOINTS also drops kept, no-show and
      *cancelled appointments more than WS-RETAIN-DAYS old, so the
      *file stays inside the 9999-entry table.  If the file still
      *holds more appointments than the table, the run says so on
      *the screen and the report and leaves APPOINTS untouched
      *rather than rewriting it short, ending with return code 16
      *so STREAM-CONTROL stops the stream there.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPOINTMENT-FILE ASSIGN TO "APPOINTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPT-STATUS-CODE.
           SELECT MEMBER-INTAKE-FILE ASSIGN TO "MEMINTAKE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTAKE-STATUS.
           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-STATUS.
           SELECT SITE-MASTER-FILE ASSIGN TO "SITEMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SITE-STATUS-CODE.
           SELECT COACH-MASTER-FILE ASSIGN TO "COACHMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COACH-STATUS-CODE.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-MEMBER-ID
               FILE STATUS IS MAST-STATUS-CODE.
           SELECT RUN-CARD-FILE ASSIGN TO "RUNCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-STATUS-CODE.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
           SELECT REPORT-PRINT-FILE ASSIGN TO WS-PRINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-STATUS-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD  APPOINTMENT-FILE.
           COPY APPTREC.
       FD  MEMBER-INTAKE-FILE.
           COPY MEMREC.
       FD  BMI-HISTORY-FILE.
           COPY BMIHIST.
       FD  SITE-MASTER-FILE.
           COPY SITEMAST.
       FD  COACH-MASTER-FILE.
           COPY COACHMST.
       FD  MEMBER-MASTER-FILE.
           COPY MEMMAST.
       FD  RUN-CARD-FILE.
           COPY RUNCARD.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-SITE-ID PIC X(03).
           05  SORT-COACH-ID PIC X(04).
           05  SORT-MEMBER-ID PIC X(06).
           05  SORT-NAME PIC A(20).
       FD  REPORT-PRINT-FILE.
       01  PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 APPT-STATUS-CODE PIC XX.
       01 INTAKE-STATUS PIC XX.
       01 HIST-STATUS PIC XX.
       01 SITE-STATUS-CODE PIC XX.
       01 COACH-STATUS-CODE PIC XX.
       01 MAST-STATUS-CODE PIC XX.
       01 CARD-STATUS-CODE PIC XX.
       01 PRINT-STATUS-CODE PIC XX.
       01 WS-CARD-EOF-SWITCH PIC X VALUE "N".
       01 WS-CARD-FOUND PIC X VALUE "N".
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-SORT-EOF-SWITCH PIC X VALUE "N".
       01 WS-MASTER-OPEN PIC X VALUE "N".
       01 WS-APPT-CHANGED PIC X VALUE "N".
       01 WS-APPT-OVERFLOW PIC X VALUE "N".
       01 WS-TODAY PIC 9(08).
       01 WS-YESTERDAY PIC 9(08).
       01 WS-RETAIN-DAYS PIC 9(03) VALUE 365.
       01 WS-PURGE-BEFORE PIC 9(08) VALUE ZERO.
       01 WS-PURGED-COUNT PIC 9(05) VALUE ZERO.
       01 WS-DATE-ANSWER PIC X(08).
       01 WS-DATE-ANSWER-NUM REDEFINES WS-DATE-ANSWER PIC 9(08).
       01 WS-TARGET-DATE PIC 9(08) VALUE ZERO.
       01 WS-TARGET-REDEF REDEFINES WS-TARGET-DATE PIC X(08).
       01 WS-NEXT-DATE PIC 9(08) VALUE ZERO.
       01 WS-CHECK-ID PIC X(06).
       01 WS-CHECK-DATE PIC 9(08) VALUE ZERO.
       01 WS-CHECK-SITE PIC X(03).
       01 WS-PREV-SITE PIC X(03).
       01 WS-PREV-COACH PIC X(04).
       01 WS-COACH-NAME-TEXT PIC X(20).
       01 WS-BOOKED-COUNT PIC 9(05) VALUE ZERO.
       01 WS-KEPT-COUNT PIC 9(05) VALUE ZERO.
       01 WS-NO-SHOW-COUNT PIC 9(05) VALUE ZERO.
       01 WS-CANCELLED-COUNT PIC 9(05) VALUE ZERO.
       01 WS-SHOW-RATE PIC 999V9 VALUE ZERO.
       01 WS-VOID-COUNT-ITEMS PIC 9(04) VALUE ZERO.
       01 WS-VOID-SUB PIC 9(04) VALUE ZERO.
       01 WS-VOID-FOUND-SUB PIC 9(04) VALUE ZERO.
       01 WS-VOID-TABLE.
           05 WS-VOID-ENTRY OCCURS 9999 TIMES.
               10 WS-VOID-KEY-ID PIC X(06).
               10 WS-VOID-KEY-DATE PIC 9(08).
               10 WS-VOID-REMAINING PIC 9(03).
       01 WS-VISIT-COUNT PIC 9(04) VALUE ZERO.
       01 WS-VISIT-SUB PIC 9(04) VALUE ZERO.
       01 WS-VISIT-FOUND-SUB PIC 9(04) VALUE ZERO.
       01 WS-VISIT-TABLE.
           05 WS-VISIT-ENTRY OCCURS 9999 TIMES.
               10 WS-VST-MEMBER PIC X(06).
       01 WS-APPT-COUNT PIC 9(04) VALUE ZERO.
       01 WS-APPT-SUB PIC 9(04) VALUE ZERO.
       01 WS-WRITE-SUB PIC 9(04) VALUE ZERO.
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
               10 WS-SIT-NAME PIC X(20).
               10 WS-SIT-BOOKED PIC 9(05).
               10 WS-SIT-KEPT PIC 9(05).
               10 WS-SIT-NO-SHOW PIC 9(05).
       01 WS-COACH-COUNT PIC 9(02) VALUE ZERO.
       01 WS-COACH-SUB PIC 9(02) VALUE ZERO.
       01 WS-COACH-FOUND-SUB PIC 9(02) VALUE ZERO.
       01 WS-COACH-TABLE.
           05 WS-COACH-ENTRY OCCURS 99 TIMES.
               10 WS-CCH-ID PIC X(04).
               10 WS-CCH-NAME PIC A(20).
       01 WS-TIME-OF-DAY.
           05 WS-TIME-HHMMSS PIC 9(06).
           05 WS-TIME-HUNDREDTHS PIC 99.
       01 WS-PAGE-NUMBER PIC 9(04) VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(03) VALUE 99.
       01 WS-PAGE-LIMIT PIC 9(03) VALUE 55.
       01 WS-PRINT-FILE-NAME.
           05 FILLER PIC X(07) VALUE "NOSHOW-".
           05 WS-PRINT-DATE PIC 9(08).
       01 WS-PRINT-HEADING-1.
           05 FILLER PIC X(30) VALUE "WEIGH-IN NO-SHOW REPORT".
           05 FILLER PIC X(09) VALUE "RUN DATE ".
           05 WS-HEAD-DATE PIC 9(08).
           05 FILLER PIC X(06) VALUE " TIME ".
           05 WS-HEAD-TIME PIC 9(06).
           05 FILLER PIC X(06) VALUE " PAGE ".
           05 WS-HEAD-PAGE PIC ZZZ9.
       01 WS-PRINT-HEADING-2.
           05 FILLER PIC X(18) VALUE "APPOINTMENTS FOR ".
           05 WS-HEAD-TARGET PIC 9(08).
       01 WS-PRINT-SITE-LINE.
           05 FILLER PIC X(05) VALUE "SITE ".
           05 WS-PRT-SITE-ID PIC X(03).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-PRT-SITE-NAME PIC X(20).
       01 WS-PRINT-COACH-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(06) VALUE "COACH ".
           05 WS-PRT-COACH-ID PIC X(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-PRT-COACH-NAME PIC X(20).
       01 WS-PRINT-MEMBER-LINE.
           05 FILLER PIC X(08) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "NO-SHOW ".
           05 WS-PRT-MEMBER-ID PIC X(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-PRT-NAME PIC X(20).
       01 WS-PRINT-RATE-HEADING.
           05 FILLER PIC X(06) VALUE "SITE".
           05 FILLER PIC X(22) VALUE "NAME".
           05 FILLER PIC X(08) VALUE "  BOOKED".
           05 FILLER PIC X(08) VALUE "    KEPT".
           05 FILLER PIC X(09) VALUE " NO-SHOWS".
           05 FILLER PIC X(11) VALUE "  SHOW RATE".
       01 WS-PRINT-RATE-LINE.
           05 WS-PRT-RATE-SITE PIC X(03).
           05 FILLER PIC X(03) VALUE SPACES.
           05 WS-PRT-RATE-NAME PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-PRT-RATE-BOOKED PIC ZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-PRT-RATE-KEPT PIC ZZ,ZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 WS-PRT-RATE-NO-SHOW PIC ZZ,ZZ9.
           05 FILLER PIC X(05) VALUE SPACES.
           05 WS-PRT-RATE-PERCENT PIC ZZ9.9.
           05 FILLER PIC X(01) VALUE "%".
       01 WS-PRINT-DETAIL PIC X(132).

       PROCEDURE DIVISION.
       0100-START-HERE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           COMPUTE WS-YESTERDAY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1).
           COMPUTE WS-PURGE-BEFORE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-RETAIN-DAYS).
           MOVE WS-YESTERDAY TO WS-TARGET-DATE.
           PERFORM 0110-READ-RUN-CARD.
           IF WS-CARD-FOUND = "Y"
               DISPLAY "Run card found: appointment date '"
                   FUNCTION TRIM(WS-DATE-ANSWER) "'."
           ELSE
               DISPLAY "Appointment date to check YYYYMMDD "
                   "(blank for yesterday): "
               ACCEPT WS-DATE-ANSWER
           END-IF.
           IF FUNCTION TRIM(WS-DATE-ANSWER) NOT = SPACES
               IF WS-DATE-ANSWER IS NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-ANSWER-NUM)
                   = ZERO
                   MOVE WS-DATE-ANSWER TO WS-TARGET-REDEF
               ELSE
                   DISPLAY "Appointment date '" WS-DATE-ANSWER
                       "' is not a valid 8-digit date, keeping "
                       WS-TARGET-DATE
               END-IF
           END-IF.
           COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TARGET-DATE) + 1).
           DISPLAY "===== WEIGH-IN NO-SHOWS FOR " WS-TARGET-DATE
               " =====".
           PERFORM 0150-LOAD-VOID-TABLE.
           PERFORM 0160-LOAD-HISTORY-VISITS.
           IF WS-TARGET-DATE = WS-YESTERDAY
               PERFORM 0170-LOAD-INTAKE-VISITS
           END-IF.
           PERFORM 0180-LOAD-SITE-TABLE.
           PERFORM 0185-LOAD-COACH-TABLE.
           PERFORM 0190-LOAD-APPOINTMENT-TABLE.
           OPEN INPUT MEMBER-MASTER-FILE.
           IF MAST-STATUS-CODE NOT = "35"
               MOVE "Y" TO WS-MASTER-OPEN
           END-IF.
           MOVE WS-TODAY TO WS-PRINT-DATE.
           OPEN OUTPUT REPORT-PRINT-FILE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-SITE-ID
                   SORT-COACH-ID
                   SORT-MEMBER-ID
               INPUT PROCEDURE IS 0200-MARK-APPOINTMENTS
               OUTPUT PROCEDURE IS 0300-PRINT-NO-SHOWS.
           IF WS-MASTER-OPEN = "Y"
               CLOSE MEMBER-MASTER-FILE
           END-IF.
           PERFORM 0400-PRINT-SHOW-RATES.
           CLOSE REPORT-PRINT-FILE.
           IF WS-APPT-OVERFLOW = "Y"
               DISPLAY "*** APPOINTS HOLDS MORE THAN 9999 "
                   "APPOINTMENTS - FILE NOT UPDATED, INVESTIGATE ***"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-APPT-CHANGED = "Y" OR WS-PURGED-COUNT > ZERO
                   PERFORM 0800-REWRITE-APPOINTMENT-FILE
                   DISPLAY "Closed appointments purged: "
                       WS-PURGED-COUNT
               END-IF
           END-IF.
           DISPLAY "Appointments booked: " WS-BOOKED-COUNT.
           DISPLAY "  Kept:              " WS-KEPT-COUNT.
           DISPLAY "  No-shows:          " WS-NO-SHOW-COUNT.
           DISPLAY "  Cancelled:         " WS-CANCELLED-COUNT.
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
           IF CARD-PROGRAM = "NO-SHOW-REPORT"
               MOVE "Y" TO WS-CARD-FOUND
               MOVE CARD-PARM-1 TO WS-DATE-ANSWER
           END-IF.
           PERFORM 0111-READ-CARD-RECORD.

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
               AND (HIST-DATE-COMPUTED = WS-TARGET-DATE
               OR HIST-DATE-COMPUTED = WS-NEXT-DATE)
               MOVE HIST-MEMBER-ID TO WS-CHECK-ID
               MOVE HIST-DATE-COMPUTED TO WS-CHECK-DATE
               PERFORM 0155-COUNT-VOID-KEY
           END-IF.
           PERFORM 0151-READ-HISTORY-RECORD.

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

       0160-LOAD-HISTORY-VISITS.
           MOVE ZERO TO WS-VISIT-COUNT.
           OPEN INPUT BMI-HISTORY-FILE.
           IF HIST-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0151-READ-HISTORY-RECORD
               PERFORM 0161-TRACK-HISTORY-VISIT
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE BMI-HISTORY-FILE
           END-IF.

       0161-TRACK-HISTORY-VISIT.
           IF HIST-ADJUST-CODE NOT = "V"
               AND (HIST-DATE-COMPUTED = WS-TARGET-DATE
               OR HIST-DATE-COMPUTED = WS-NEXT-DATE)
               MOVE HIST-MEMBER-ID TO WS-CHECK-ID
               MOVE HIST-DATE-COMPUTED TO WS-CHECK-DATE
               PERFORM 0156-FIND-VOID-KEY
               IF WS-VOID-FOUND-SUB > ZERO
                   AND WS-VOID-REMAINING(WS-VOID-FOUND-SUB) > ZERO
                   SUBTRACT 1
                       FROM WS-VOID-REMAINING(WS-VOID-FOUND-SUB)
               ELSE
                   PERFORM 0165-KEEP-VISIT
               END-IF
           END-IF.
           PERFORM 0151-READ-HISTORY-RECORD.

       0165-KEEP-VISIT.
           PERFORM 0166-FIND-VISIT.
           IF WS-VISIT-FOUND-SUB = ZERO
               AND WS-VISIT-COUNT < 9999
               ADD 1 TO WS-VISIT-COUNT
               MOVE WS-CHECK-ID TO WS-VST-MEMBER(WS-VISIT-COUNT)
           END-IF.

       0166-FIND-VISIT.
           MOVE ZERO TO WS-VISIT-FOUND-SUB.
           MOVE 1 TO WS-VISIT-SUB.
           PERFORM 0167-SCAN-VISIT-ENTRY
               UNTIL WS-VISIT-SUB > WS-VISIT-COUNT
               OR WS-VISIT-FOUND-SUB > ZERO.

       0167-SCAN-VISIT-ENTRY.
           IF WS-VST-MEMBER(WS-VISIT-SUB) = WS-CHECK-ID
               MOVE WS-VISIT-SUB TO WS-VISIT-FOUND-SUB
           ELSE
               ADD 1 TO WS-VISIT-SUB
           END-IF.

       0170-LOAD-INTAKE-VISITS.
           OPEN INPUT MEMBER-INTAKE-FILE.
           IF INTAKE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0171-READ-INTAKE-RECORD
               PERFORM 0172-TRACK-INTAKE-VISIT
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE MEMBER-INTAKE-FILE
           END-IF.

       0171-READ-INTAKE-RECORD.
           READ MEMBER-INTAKE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0172-TRACK-INTAKE-VISIT.
           MOVE MEMBER-ID TO WS-CHECK-ID.
           PERFORM 0165-KEEP-VISIT.
           PERFORM 0171-READ-INTAKE-RECORD.

       0180-LOAD-SITE-TABLE.
           MOVE ZERO TO WS-SITE-COUNT.
           OPEN INPUT SITE-MASTER-FILE.
           IF SITE-STATUS-CODE NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0181-READ-SITE-RECORD
               PERFORM 0182-ADD-SITE-ENTRY
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE SITE-MASTER-FILE
           END-IF.

       0181-READ-SITE-RECORD.
           READ SITE-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0182-ADD-SITE-ENTRY.
           MOVE SITE-MAST-ID TO WS-CHECK-SITE.
           PERFORM 0183-ADD-SITE.
           IF WS-SITE-FOUND-SUB > ZERO
               MOVE SITE-MAST-NAME TO WS-SIT-NAME(WS-SITE-FOUND-SUB)
           END-IF.
           PERFORM 0181-READ-SITE-RECORD.

       0183-ADD-SITE.
           PERFORM 0186-FIND-SITE.
           IF WS-SITE-FOUND-SUB = ZERO
               AND WS-SITE-COUNT < 99
               ADD 1 TO WS-SITE-COUNT
               MOVE WS-CHECK-SITE TO WS-SIT-ID(WS-SITE-COUNT)
               MOVE "NOT ON SITE MASTER" TO WS-SIT-NAME(WS-SITE-COUNT)
               MOVE ZERO TO WS-SIT-BOOKED(WS-SITE-COUNT)
               MOVE ZERO TO WS-SIT-KEPT(WS-SITE-COUNT)
               MOVE ZERO TO WS-SIT-NO-SHOW(WS-SITE-COUNT)
               MOVE WS-SITE-COUNT TO WS-SITE-FOUND-SUB
           END-IF.

       0185-LOAD-COACH-TABLE.
           MOVE ZERO TO WS-COACH-COUNT.
           OPEN INPUT COACH-MASTER-FILE.
           IF COACH-STATUS-CODE NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0188-READ-COACH-RECORD
               PERFORM 0189-ADD-COACH-ENTRY
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE COACH-MASTER-FILE
           END-IF.

       0186-FIND-SITE.
           MOVE ZERO TO WS-SITE-FOUND-SUB.
           MOVE 1 TO WS-SITE-SUB.
           PERFORM 0187-SCAN-SITE-ENTRY
               UNTIL WS-SITE-SUB > WS-SITE-COUNT
               OR WS-SITE-FOUND-SUB > ZERO.

       0187-SCAN-SITE-ENTRY.
           IF WS-SIT-ID(WS-SITE-SUB) = WS-CHECK-SITE
               MOVE WS-SITE-SUB TO WS-SITE-FOUND-SUB
           ELSE
               ADD 1 TO WS-SITE-SUB
           END-IF.

       0188-READ-COACH-RECORD.
           READ COACH-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0189-ADD-COACH-ENTRY.
           IF WS-COACH-COUNT < 99
               ADD 1 TO WS-COACH-COUNT
               MOVE COACH-ID TO WS-CCH-ID(WS-COACH-COUNT)
               MOVE COACH-NAME TO WS-CCH-NAME(WS-COACH-COUNT)
           END-IF.
           PERFORM 0188-READ-COACH-RECORD.

       0190-LOAD-APPOINTMENT-TABLE.
           MOVE ZERO TO WS-APPT-COUNT.
           OPEN INPUT APPOINTMENT-FILE.
           IF APPT-STATUS-CODE = "35"
               DISPLAY "No appointment file APPOINTS found - "
                   "nothing booked."
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0191-READ-APPOINTMENT-RECORD
               PERFORM 0192-ADD-APPOINTMENT-ENTRY
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE APPOINTMENT-FILE
           END-IF.

       0191-READ-APPOINTMENT-RECORD.
           READ APPOINTMENT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0192-ADD-APPOINTMENT-ENTRY.
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
           PERFORM 0191-READ-APPOINTMENT-RECORD.

       0200-MARK-APPOINTMENTS.
           MOVE 1 TO WS-APPT-SUB.
           PERFORM 0210-MARK-ONE-APPOINTMENT
               UNTIL WS-APPT-SUB > WS-APPT-COUNT.

       0210-MARK-ONE-APPOINTMENT.
           IF WS-APT-DATE(WS-APPT-SUB) = WS-TARGET-DATE
               IF WS-APT-STATUS(WS-APPT-SUB) = "C"
                   ADD 1 TO WS-CANCELLED-COUNT
               ELSE
                   PERFORM 0220-CHECK-APPOINTMENT-KEPT
               END-IF
           END-IF.
           ADD 1 TO WS-APPT-SUB.

       0220-CHECK-APPOINTMENT-KEPT.
           ADD 1 TO WS-BOOKED-COUNT.
           MOVE WS-APT-SITE(WS-APPT-SUB) TO WS-CHECK-SITE.
           PERFORM 0183-ADD-SITE.
           IF WS-SITE-FOUND-SUB > ZERO
               ADD 1 TO WS-SIT-BOOKED(WS-SITE-FOUND-SUB)
           END-IF.
           MOVE WS-APT-MEMBER(WS-APPT-SUB) TO WS-CHECK-ID.
           PERFORM 0166-FIND-VISIT.
           IF WS-VISIT-FOUND-SUB > ZERO
               ADD 1 TO WS-KEPT-COUNT
               IF WS-SITE-FOUND-SUB > ZERO
                   ADD 1 TO WS-SIT-KEPT(WS-SITE-FOUND-SUB)
               END-IF
               IF WS-APT-STATUS(WS-APPT-SUB) NOT = "K"
                   MOVE "K" TO WS-APT-STATUS(WS-APPT-SUB)
                   MOVE "Y" TO WS-APPT-CHANGED
               END-IF
           ELSE
               ADD 1 TO WS-NO-SHOW-COUNT
               IF WS-SITE-FOUND-SUB > ZERO
                   ADD 1 TO WS-SIT-NO-SHOW(WS-SITE-FOUND-SUB)
               END-IF
               IF WS-APT-STATUS(WS-APPT-SUB) NOT = "N"
                   MOVE "N" TO WS-APT-STATUS(WS-APPT-SUB)
                   MOVE "Y" TO WS-APPT-CHANGED
               END-IF
               PERFORM 0230-RELEASE-NO-SHOW
           END-IF.

       0230-RELEASE-NO-SHOW.
           MOVE WS-APT-SITE(WS-APPT-SUB) TO SORT-SITE-ID.
           MOVE WS-APT-COACH(WS-APPT-SUB) TO SORT-COACH-ID.
           MOVE WS-APT-MEMBER(WS-APPT-SUB) TO SORT-MEMBER-ID.
           MOVE SPACES TO SORT-NAME.
           IF WS-MASTER-OPEN = "Y"
               MOVE WS-APT-MEMBER(WS-APPT-SUB) TO MAST-MEMBER-ID
               READ MEMBER-MASTER-FILE
                   INVALID KEY
                       MOVE "NOT ON MEMBER MASTER" TO SORT-NAME
                   NOT INVALID KEY
                       MOVE MAST-NAME TO SORT-NAME
               END-READ
           END-IF.
           RELEASE SORT-RECORD.

       0300-PRINT-NO-SHOWS.
           MOVE WS-TARGET-DATE TO WS-HEAD-TARGET.
           MOVE "N" TO WS-SORT-EOF-SWITCH.
           MOVE HIGH-VALUES TO WS-PREV-SITE.
           MOVE HIGH-VALUES TO WS-PREV-COACH.
           MOVE "NO-SHOWS BY SITE AND COACH" TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           PERFORM 0310-RETURN-SORTED-RECORD.
           IF WS-SORT-EOF-SWITCH = "Y"
               MOVE "NONE - EVERY BOOKED MEMBER CAME IN"
                   TO WS-PRINT-DETAIL
               PERFORM 0910-WRITE-PRINT-LINE
           END-IF.
           PERFORM 0320-PRINT-ONE-NO-SHOW
               UNTIL WS-SORT-EOF-SWITCH = "Y".

       0310-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN.

       0320-PRINT-ONE-NO-SHOW.
           IF SORT-SITE-ID NOT = WS-PREV-SITE
               MOVE SORT-SITE-ID TO WS-PREV-SITE
               MOVE HIGH-VALUES TO WS-PREV-COACH
               MOVE SORT-SITE-ID TO WS-CHECK-SITE
               PERFORM 0186-FIND-SITE
               MOVE SORT-SITE-ID TO WS-PRT-SITE-ID
               MOVE SPACES TO WS-PRT-SITE-NAME
               IF WS-SITE-FOUND-SUB > ZERO
                   MOVE WS-SIT-NAME(WS-SITE-FOUND-SUB)
                       TO WS-PRT-SITE-NAME
               END-IF
               MOVE SPACES TO WS-PRINT-DETAIL
               PERFORM 0910-WRITE-PRINT-LINE
               MOVE WS-PRINT-SITE-LINE TO WS-PRINT-DETAIL
               PERFORM 0910-WRITE-PRINT-LINE
           END-IF.
           IF SORT-COACH-ID NOT = WS-PREV-COACH
               MOVE SORT-COACH-ID TO WS-PREV-COACH
               PERFORM 0330-FIND-COACH-NAME
               MOVE SORT-COACH-ID TO WS-PRT-COACH-ID
               MOVE WS-COACH-NAME-TEXT TO WS-PRT-COACH-NAME
               MOVE WS-PRINT-COACH-LINE TO WS-PRINT-DETAIL
               PERFORM 0910-WRITE-PRINT-LINE
           END-IF.
           MOVE SORT-MEMBER-ID TO WS-PRT-MEMBER-ID.
           MOVE SORT-NAME TO WS-PRT-NAME.
           MOVE WS-PRINT-MEMBER-LINE TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           PERFORM 0310-RETURN-SORTED-RECORD.

       0330-FIND-COACH-NAME.
           MOVE "NO COACH ON FILE" TO WS-COACH-NAME-TEXT.
           MOVE ZERO TO WS-COACH-FOUND-SUB.
           MOVE 1 TO WS-COACH-SUB.
           PERFORM 0331-SCAN-COACH-ENTRY
               UNTIL WS-COACH-SUB > WS-COACH-COUNT
               OR WS-COACH-FOUND-SUB > ZERO.
           IF WS-COACH-FOUND-SUB > ZERO
               MOVE WS-CCH-NAME(WS-COACH-FOUND-SUB)
                   TO WS-COACH-NAME-TEXT
           END-IF.

       0331-SCAN-COACH-ENTRY.
           IF WS-CCH-ID(WS-COACH-SUB) = SORT-COACH-ID
               MOVE WS-COACH-SUB TO WS-COACH-FOUND-SUB
           ELSE
               ADD 1 TO WS-COACH-SUB
           END-IF.

       0400-PRINT-SHOW-RATES.
           MOVE SPACES TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "SHOW RATE BY SITE" TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE WS-PRINT-RATE-HEADING TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE 1 TO WS-SITE-SUB.
           PERFORM 0410-PRINT-SITE-RATE
               UNTIL WS-SITE-SUB > WS-SITE-COUNT.
           MOVE "ALL" TO WS-PRT-RATE-SITE.
           MOVE "ALL SITES" TO WS-PRT-RATE-NAME.
           MOVE WS-BOOKED-COUNT TO WS-PRT-RATE-BOOKED.
           MOVE WS-KEPT-COUNT TO WS-PRT-RATE-KEPT.
           MOVE WS-NO-SHOW-COUNT TO WS-PRT-RATE-NO-SHOW.
           MOVE ZERO TO WS-SHOW-RATE.
           IF WS-BOOKED-COUNT > ZERO
               COMPUTE WS-SHOW-RATE ROUNDED =
                   WS-KEPT-COUNT * 100 / WS-BOOKED-COUNT
           END-IF.
           MOVE WS-SHOW-RATE TO WS-PRT-RATE-PERCENT.
           MOVE WS-PRINT-RATE-LINE TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-DETAIL.
           STRING "GRAND TOTAL: " WS-BOOKED-COUNT " BOOKED, "
               WS-KEPT-COUNT " KEPT, " WS-NO-SHOW-COUNT
               " NO-SHOWS, " WS-CANCELLED-COUNT " CANCELLED"
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           IF WS-APPT-OVERFLOW = "Y"
               MOVE SPACES TO WS-PRINT-DETAIL
               STRING "*** APPOINTS HOLDS MORE THAN 9999 "
                   "APPOINTMENTS - THIS REPORT MAY BE INCOMPLETE AND "
                   "THE FILE WAS NOT UPDATED ***"
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
               PERFORM 0910-WRITE-PRINT-LINE
           END-IF.
           MOVE "*** END OF REPORT ***" TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.

       0410-PRINT-SITE-RATE.
           IF WS-SIT-BOOKED(WS-SITE-SUB) > ZERO
               MOVE WS-SIT-ID(WS-SITE-SUB) TO WS-PRT-RATE-SITE
               MOVE WS-SIT-NAME(WS-SITE-SUB) TO WS-PRT-RATE-NAME
               MOVE WS-SIT-BOOKED(WS-SITE-SUB) TO WS-PRT-RATE-BOOKED
               MOVE WS-SIT-KEPT(WS-SITE-SUB) TO WS-PRT-RATE-KEPT
               MOVE WS-SIT-NO-SHOW(WS-SITE-SUB)
                   TO WS-PRT-RATE-NO-SHOW
               COMPUTE WS-SHOW-RATE ROUNDED =
                   WS-SIT-KEPT(WS-SITE-SUB) * 100
                   / WS-SIT-BOOKED(WS-SITE-SUB)
               MOVE WS-SHOW-RATE TO WS-PRT-RATE-PERCENT
               MOVE WS-PRINT-RATE-LINE TO WS-PRINT-DETAIL
               PERFORM 0910-WRITE-PRINT-LINE
           END-IF.
           ADD 1 TO WS-SITE-SUB.

       0800-REWRITE-APPOINTMENT-FILE.
           OPEN OUTPUT APPOINTMENT-FILE.
           MOVE 1 TO WS-WRITE-SUB.
           PERFORM 0810-WRITE-APPOINTMENT-RECORD
               UNTIL WS-WRITE-SUB > WS-APPT-COUNT.
           CLOSE APPOINTMENT-FILE.

       0810-WRITE-APPOINTMENT-RECORD.
           MOVE WS-APT-MEMBER(WS-WRITE-SUB) TO APPT-MEMBER-ID.
           MOVE WS-APT-DATE(WS-WRITE-SUB) TO APPT-DATE.
           MOVE WS-APT-SITE(WS-WRITE-SUB) TO APPT-SITE-ID.
           MOVE WS-APT-COACH(WS-WRITE-SUB) TO APPT-COACH-ID.
           MOVE WS-APT-STATUS(WS-WRITE-SUB) TO APPT-STATUS.
           MOVE WS-APT-BOOKED(WS-WRITE-SUB) TO APPT-BOOKED-DATE.
           WRITE APPOINTMENT-RECORD.
           ADD 1 TO WS-WRITE-SUB.

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
       END PROGRAM NO-SHOW-REPORT.
