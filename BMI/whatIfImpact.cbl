       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHAT-IF-IMPACT.
       AUTHOR. EMMANUELLE NGAN HA NGUYEN
      *This is the what-if impact run for a BMIPARM change.  The
      *medical director keys new cut points ahead of time through
      *BMIPARM-MAINT, and until now nobody saw what they did to the
      *numbers until the morning they took effect, when the
      *category mix jumped and a wave of new wellness referrals
      *went out.  This run takes either a future-dated set already
      *on BMIPARM or a proposed set typed in at the terminal and
      *never saved, and re-classifies every active member's latest
      *net BMIHIST posting twice: under the set in force today and
      *under the proposed set.  Nothing is written to history, to
      *BMIPARM or to any other file but the print file.
      *The set in force today is chosen exactly the way BMI-
      *CALCULATOR chooses it, including falling back to the built-
      *in limits when a set fails the same sanity checks, and a
      *future-dated set is held to those checks too - if the batch
      *would reject it on the day, the report says so and shows the
      *built-in limits it would really run with.
      *The report (WHATIF- plus the run date) shows, by site, how
      *many members move from each category to each other one;
      *how many would newly be at or over the BMICTL wellness
      *threshold; and how many would newly be flagged high-risk on
      *their latest VITALS reading under the proposed waist and
      *blood pressure limits.  The threshold is a BMI value, not a
      *category, so new cut points alone never move a member across
      *it; a proposed threshold can be typed alongside the set
      *(blank keeps the BMICTL value) so a threshold change can be
      *tried at the same time.
      *Postings are netted the way the reports net them: "V"
      *reversals are skipped along with the postings they reversed,
      *so a correction counts and the mistake it replaced does not.
      *A run that cannot go ahead (no usable proposed set, or no
      *member master) ends with return code 16, so STREAM-CONTROL
      *stops the stream there.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BMI-CONTROL-FILE ASSIGN TO "BMICTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-STATUS.
           SELECT BMI-PARAMETER-FILE ASSIGN TO "BMIPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS-CODE.
           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-STATUS.
           SELECT MEMBER-VITALS-FILE ASSIGN TO "VITALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VITALS-STATUS-CODE.
           SELECT SITE-MASTER-FILE ASSIGN TO "SITEMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SITE-STATUS-CODE.
           SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-MEMBER-ID
               FILE STATUS IS MAST-STATUS-CODE.
           SELECT REPORT-PRINT-FILE ASSIGN TO WS-PRINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-STATUS-CODE.

       DATA DIVISION.
       FILE SECTION.
       FD  BMI-CONTROL-FILE.
           COPY BMICTL.
       FD  BMI-PARAMETER-FILE.
           COPY BMIPARM.
       FD  BMI-HISTORY-FILE.
           COPY BMIHIST.
       FD  MEMBER-VITALS-FILE.
           COPY VITALS.
       FD  SITE-MASTER-FILE.
           COPY SITEMAST.
       FD  MEMBER-MASTER-FILE.
           COPY MEMMAST.
       FD  REPORT-PRINT-FILE.
       01  PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 CTL-STATUS PIC XX.
       01 PARM-STATUS-CODE PIC XX.
       01 HIST-STATUS PIC XX.
       01 VITALS-STATUS-CODE PIC XX.
       01 SITE-STATUS-CODE PIC XX.
       01 MAST-STATUS-CODE PIC XX.
       01 PRINT-STATUS-CODE PIC XX.
       01 WS-EOF-SWITCH PIC X VALUE "N".
       01 WS-TODAY PIC 9(08).
       01 WS-TIME-OF-DAY.
           05 WS-TIME-HHMMSS PIC 9(06).
           05 WS-TIME-HUNDREDTHS PIC 99.
       01 WS-SOURCE-ANSWER PIC X.
       01 WS-DATE-ANSWER PIC X(08).
       01 WS-TEXT-ANSWER PIC X(06).
       01 WS-RANGE-ANSWER PIC X(03).
       01 WS-RANGE-REDEF REDEFINES WS-RANGE-ANSWER PIC 9(03).
       01 WS-ENTRY-VALID PIC X VALUE "Y".
       01 WS-PROPOSED-DATE PIC 9(08) VALUE ZERO.
       01 WS-PROPOSED-REDEF REDEFINES WS-PROPOSED-DATE PIC X(08).
       01 WS-PROPOSED-LABEL PIC X(30).
       01 WS-PROPOSED-NOTE PIC X(60) VALUE SPACES.
       01 WS-CURRENT-LABEL PIC X(30).
       01 WS-CURRENT-NOTE PIC X(60) VALUE SPACES.
       01 WS-PARSED-VALUE PIC 999V99 VALUE ZERO.
       01 WS-PARSED-UNDER PIC 999V99 VALUE ZERO.
       01 WS-PARSED-NORMAL PIC 999V99 VALUE ZERO.
       01 WS-PARSED-OBESE PIC 999V99 VALUE ZERO.
       01 WS-SET-SUB PIC 9(04) VALUE ZERO.
       01 WS-SET-VALID PIC X VALUE "N".
       01 WS-CUR-THRESHOLD PIC 999V99 VALUE 025.00.
       01 WS-CUR-UNDER PIC 999V99 VALUE 018.50.
       01 WS-CUR-NORMAL PIC 999V99 VALUE 025.00.
       01 WS-CUR-OBESE PIC 999V99 VALUE 030.00.
       01 WS-CUR-WAIST PIC 9(03) VALUE 40.
       01 WS-CUR-BP-SYS PIC 9(03) VALUE 130.
       01 WS-CUR-BP-DIA PIC 9(03) VALUE 85.
       01 WS-NEW-THRESHOLD PIC 999V99 VALUE ZERO.
       01 WS-NEW-UNDER PIC 999V99 VALUE 018.50.
       01 WS-NEW-NORMAL PIC 999V99 VALUE 025.00.
       01 WS-NEW-OBESE PIC 999V99 VALUE 030.00.
       01 WS-NEW-WAIST PIC 9(03) VALUE 40.
       01 WS-NEW-BP-SYS PIC 9(03) VALUE 130.
       01 WS-NEW-BP-DIA PIC 9(03) VALUE 85.
       01 WS-CLASS-BMI PIC 999V99 VALUE ZERO.
       01 WS-CLASS-UNDER PIC 999V99 VALUE ZERO.
       01 WS-CLASS-NORMAL PIC 999V99 VALUE ZERO.
       01 WS-CLASS-OBESE PIC 999V99 VALUE ZERO.
       01 WS-CLASS-INDEX PIC 9 VALUE ZERO.
       01 WS-RISK-WAIST-LIMIT PIC 9(03) VALUE ZERO.
       01 WS-RISK-SYS-LIMIT PIC 9(03) VALUE ZERO.
       01 WS-RISK-DIA-LIMIT PIC 9(03) VALUE ZERO.
       01 WS-RISK-FLAG PIC X VALUE "N".
       01 WS-CUR-INDEX PIC 9 VALUE ZERO.
       01 WS-NEW-INDEX PIC 9 VALUE ZERO.
       01 WS-CUR-RISK PIC X VALUE "N".
       01 WS-NEW-RISK PIC X VALUE "N".
       01 WS-CHECK-ID PIC X(06).
       01 WS-CHECK-DATE PIC 9(08) VALUE ZERO.
       01 WS-CHECK-SITE PIC X(03).
       01 WS-MEMBERS-READ PIC 9(05) VALUE ZERO.
       01 WS-MEMBERS-SKIPPED PIC 9(05) VALUE ZERO.
       01 WS-MEMBERS-DROPPED PIC 9(05) VALUE ZERO.
       01 WS-MEMBERS-MOVED PIC 9(05) VALUE ZERO.
       01 WS-CUR-OVER-COUNT PIC 9(05) VALUE ZERO.
       01 WS-NEW-OVER-COUNT PIC 9(05) VALUE ZERO.
       01 WS-NEWLY-OVER-COUNT PIC 9(05) VALUE ZERO.
       01 WS-NO-LONGER-OVER-COUNT PIC 9(05) VALUE ZERO.
       01 WS-CUR-RISK-COUNT PIC 9(05) VALUE ZERO.
       01 WS-NEW-RISK-COUNT PIC 9(05) VALUE ZERO.
       01 WS-NEWLY-RISK-COUNT PIC 9(05) VALUE ZERO.
       01 WS-NO-LONGER-RISK-COUNT PIC 9(05) VALUE ZERO.
       01 WS-NO-VITALS-COUNT PIC 9(05) VALUE ZERO.
       01 WS-CATEGORY-TABLE.
           05 WS-CATEGORY-NAME PIC X(11) OCCURS 4 TIMES.
       01 WS-FROM-SUB PIC 9 VALUE ZERO.
       01 WS-TO-SUB PIC 9 VALUE ZERO.
       01 WS-PARM-COUNT PIC 9(04) VALUE ZERO.
       01 WS-PARM-TABLE.
           05 WS-PARM-ENTRY OCCURS 999 TIMES.
               10 WS-PARM-EFFECTIVE PIC 9(08).
               10 WS-PARM-UNDER-TEXT PIC X(06).
               10 WS-PARM-NORMAL-TEXT PIC X(06).
               10 WS-PARM-OBESE-TEXT PIC X(06).
               10 WS-PARM-HEIGHT-MIN PIC 9(03).
               10 WS-PARM-HEIGHT-MAX PIC 9(03).
               10 WS-PARM-WEIGHT-MIN PIC 9(03).
               10 WS-PARM-WEIGHT-MAX PIC 9(03).
               10 WS-PARM-WAIST PIC 9(03).
               10 WS-PARM-BP-SYS PIC 9(03).
               10 WS-PARM-BP-DIA PIC 9(03).
       01 WS-BEST-SUB PIC 9(04) VALUE ZERO.
       01 WS-BEST-DATE PIC 9(08) VALUE ZERO.
       01 WS-SCAN-SUB PIC 9(04) VALUE ZERO.
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
               10 WS-MBR-DATE PIC 9(08).
               10 WS-MBR-BMI PIC 999V99.
               10 WS-MBR-SITE PIC X(03).
               10 WS-MBR-VIT-DATE PIC 9(08).
               10 WS-MBR-WAIST PIC 9(03).
               10 WS-MBR-BP-SYS PIC 9(03).
               10 WS-MBR-BP-DIA PIC 9(03).
       01 WS-SITE-COUNT PIC 9(02) VALUE ZERO.
       01 WS-SITE-SUB PIC 9(02) VALUE ZERO.
       01 WS-SITE-FOUND-SUB PIC 9(02) VALUE ZERO.
       01 WS-SITE-TABLE.
           05 WS-SITE-ENTRY OCCURS 99 TIMES.
               10 WS-SIT-ID PIC X(03).
               10 WS-SIT-NAME PIC X(20).
               10 WS-SIT-MEMBERS PIC 9(05).
               10 WS-SIT-MOVED PIC 9(05).
               10 WS-SIT-NEWLY-OVER PIC 9(05).
               10 WS-SIT-NEWLY-RISK PIC 9(05).
               10 WS-SIT-FROM OCCURS 4 TIMES.
                   15 WS-SIT-TO-COUNT PIC 9(05) OCCURS 4 TIMES.
       01 WS-ALL-FROM-TABLE.
           05 WS-ALL-FROM OCCURS 4 TIMES.
               10 WS-ALL-TO-COUNT PIC 9(05) OCCURS 4 TIMES.
       01 WS-PAGE-NUMBER PIC 9(04) VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(03) VALUE 99.
       01 WS-PAGE-LIMIT PIC 9(03) VALUE 55.
       01 WS-PRINT-FILE-NAME.
           05 FILLER PIC X(07) VALUE "WHATIF-".
           05 WS-PRINT-DATE PIC 9(08).
       01 WS-PRINT-HEADING-1.
           05 FILLER PIC X(30) VALUE "BMIPARM WHAT-IF IMPACT".
           05 FILLER PIC X(09) VALUE "RUN DATE ".
           05 WS-HEAD-DATE PIC 9(08).
           05 FILLER PIC X(06) VALUE " TIME ".
           05 WS-HEAD-TIME PIC 9(06).
           05 FILLER PIC X(06) VALUE " PAGE ".
           05 WS-HEAD-PAGE PIC ZZZ9.
       01 WS-PRINT-HEADING-2.
           05 FILLER PIC X(60) VALUE
               "SIMULATION ONLY - NOTHING WRITTEN TO HISTORY".
       01 WS-PRINT-SET-HEADING.
           05 FILLER PIC X(24) VALUE SPACES.
           05 FILLER PIC X(32) VALUE "CURRENT".
           05 FILLER PIC X(30) VALUE "PROPOSED".
       01 WS-PRINT-SET-LINE.
           05 WS-PRT-SET-LABEL PIC X(24).
           05 WS-PRT-SET-CURRENT PIC X(32).
           05 WS-PRT-SET-PROPOSED PIC X(32).
       01 WS-PRINT-VALUE-LINE.
           05 WS-PRT-VALUE-LABEL PIC X(24).
           05 WS-PRT-VALUE-CURRENT PIC ZZ9.99.
           05 FILLER PIC X(26) VALUE SPACES.
           05 WS-PRT-VALUE-PROPOSED PIC ZZ9.99.
       01 WS-PRINT-LIMIT-LINE.
           05 WS-PRT-LIMIT-LABEL PIC X(24).
           05 WS-PRT-LIMIT-CURRENT PIC ZZ9.
           05 FILLER PIC X(29) VALUE SPACES.
           05 WS-PRT-LIMIT-PROPOSED PIC ZZ9.
       01 WS-PRINT-SITE-HEADING.
           05 FILLER PIC X(06) VALUE "SITE".
           05 FILLER PIC X(22) VALUE "NAME".
           05 FILLER PIC X(07) VALUE "MEMBERS".
           05 FILLER PIC X(09) VALUE "    MOVED".
           05 FILLER PIC X(12) VALUE "  NEWLY OVER".
           05 FILLER PIC X(15) VALUE "  NEW HIGH-RISK".
       01 WS-PRINT-SITE-LINE.
           05 WS-PRT-SITE-ID PIC X(03).
           05 FILLER PIC X(03) VALUE SPACES.
           05 WS-PRT-SITE-NAME PIC X(20).
           05 FILLER PIC X(03) VALUE SPACES.
           05 WS-PRT-SITE-MEMBERS PIC ZZ,ZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 WS-PRT-SITE-MOVED PIC ZZ,ZZ9.
           05 FILLER PIC X(06) VALUE SPACES.
           05 WS-PRT-SITE-NEWLY-OVER PIC ZZ,ZZ9.
           05 FILLER PIC X(09) VALUE SPACES.
           05 WS-PRT-SITE-NEWLY-RISK PIC ZZ,ZZ9.
       01 WS-PRINT-MATRIX-HEADING.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "CURRENT \ PROPOSED".
           05 FILLER PIC X(12) VALUE " UNDERWEIGHT".
           05 FILLER PIC X(12) VALUE "      NORMAL".
           05 FILLER PIC X(12) VALUE "  OVERWEIGHT".
           05 FILLER PIC X(12) VALUE "       OBESE".
       01 WS-PRINT-MATRIX-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 WS-PRT-MATRIX-FROM PIC X(20).
           05 WS-PRT-MATRIX-CELL PIC Z(08),ZZ9 OCCURS 4 TIMES.
       01 WS-PRINT-COUNT-LINE.
           05 WS-PRT-COUNT-LABEL PIC X(50).
           05 WS-PRT-COUNT-VALUE PIC ZZ,ZZ9.
       01 WS-PRINT-DETAIL PIC X(132).

       PROCEDURE DIVISION.
       0100-START-HERE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE "UNDERWEIGHT" TO WS-CATEGORY-NAME(1).
           MOVE "NORMAL" TO WS-CATEGORY-NAME(2).
           MOVE "OVERWEIGHT" TO WS-CATEGORY-NAME(3).
           MOVE "OBESE" TO WS-CATEGORY-NAME(4).
           MOVE ZEROS TO WS-ALL-FROM-TABLE.
           DISPLAY "===== BMIPARM WHAT-IF IMPACT " WS-TODAY " =====".
           PERFORM 0110-LOAD-CONTROL.
           PERFORM 0120-LOAD-PARM-TABLE.
           PERFORM 0130-SET-CURRENT-LIMITS.
           PERFORM 0140-CHOOSE-PROPOSED-SET.
           IF WS-ENTRY-VALID NOT = "Y"
               DISPLAY "No proposed set to simulate - nothing run."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MEMBER-MASTER-FILE.
           IF MAST-STATUS-CODE = "35"
               DISPLAY "Member master file not found - run "
                   "MEMBER-MAINTENANCE to set up members first."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0150-LOAD-VOID-TABLE.
           PERFORM 0160-LOAD-LATEST-POSTINGS.
           PERFORM 0170-LOAD-LATEST-VITALS.
           PERFORM 0180-LOAD-SITE-TABLE.
           MOVE 1 TO WS-MEMBER-SUB.
           PERFORM 0200-EVALUATE-MEMBER
               UNTIL WS-MEMBER-SUB > WS-MEMBER-COUNT.
           CLOSE MEMBER-MASTER-FILE.
           MOVE WS-TODAY TO WS-PRINT-DATE.
           OPEN OUTPUT REPORT-PRINT-FILE.
           PERFORM 0500-PRINT-PARAMETER-SETS.
           PERFORM 0600-PRINT-SITE-IMPACT.
           PERFORM 0700-PRINT-THRESHOLD-AND-RISK.
           MOVE SPACES TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-DETAIL.
           STRING "GRAND TOTAL: " WS-MEMBERS-READ
               " MEMBERS RE-CLASSIFIED, " WS-MEMBERS-MOVED
               " CHANGE CATEGORY"
               DELIMITED BY SIZE INTO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "*** END OF REPORT ***" TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           CLOSE REPORT-PRINT-FILE.
           DISPLAY "Members re-classified:     " WS-MEMBERS-READ.
           DISPLAY "  Changing category:       " WS-MEMBERS-MOVED.
           DISPLAY "  Newly over threshold:    " WS-NEWLY-OVER-COUNT.
           DISPLAY "  Newly high-risk:         " WS-NEWLY-RISK-COUNT.
           DISPLAY "Inactive or unknown IDs skipped: "
               WS-MEMBERS-SKIPPED.
           IF WS-MEMBERS-DROPPED > ZERO
               DISPLAY "*** " WS-MEMBERS-DROPPED " member(s) past "
                   "the 9999-member table were not simulated ***"
           END-IF.
           DISPLAY "Report of record written to "
               WS-PRINT-FILE-NAME ".".
           STOP RUN.

       0110-LOAD-CONTROL.
           OPEN INPUT BMI-CONTROL-FILE.
           IF CTL-STATUS NOT = "35"
               READ BMI-CONTROL-FILE
                   AT END
                       CONTINUE
               END-READ
               COMPUTE WS-PARSED-VALUE =
                   FUNCTION NUMVAL(CTL-BMI-THRESHOLD-TEXT)
                   ON SIZE ERROR
                       MOVE ZERO TO WS-PARSED-VALUE
               END-COMPUTE
               IF WS-PARSED-VALUE > ZERO
                   MOVE WS-PARSED-VALUE TO WS-CUR-THRESHOLD
               ELSE
                   DISPLAY "BMICTL threshold value '"
                       CTL-BMI-THRESHOLD-TEXT
                       "' is not a usable number, keeping default "
                       WS-CUR-THRESHOLD
               END-IF
               CLOSE BMI-CONTROL-FILE
           END-IF.
           MOVE WS-CUR-THRESHOLD TO WS-NEW-THRESHOLD.

       0120-LOAD-PARM-TABLE.
           MOVE ZERO TO WS-PARM-COUNT.
           OPEN INPUT BMI-PARAMETER-FILE.
           IF PARM-STATUS-CODE NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0121-READ-PARM-RECORD
               PERFORM 0122-ADD-PARM-ENTRY
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE BMI-PARAMETER-FILE
           END-IF.

       0121-READ-PARM-RECORD.
           READ BMI-PARAMETER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0122-ADD-PARM-ENTRY.
           IF WS-PARM-COUNT < 999
               ADD 1 TO WS-PARM-COUNT
               MOVE PARM-EFFECTIVE-DATE
                   TO WS-PARM-EFFECTIVE(WS-PARM-COUNT)
               MOVE PARM-UNDERWEIGHT-TEXT
                   TO WS-PARM-UNDER-TEXT(WS-PARM-COUNT)
               MOVE PARM-NORMAL-TEXT
                   TO WS-PARM-NORMAL-TEXT(WS-PARM-COUNT)
               MOVE PARM-OBESE-TEXT
                   TO WS-PARM-OBESE-TEXT(WS-PARM-COUNT)
               MOVE PARM-HEIGHT-MIN
                   TO WS-PARM-HEIGHT-MIN(WS-PARM-COUNT)
               MOVE PARM-HEIGHT-MAX
                   TO WS-PARM-HEIGHT-MAX(WS-PARM-COUNT)
               MOVE PARM-WEIGHT-MIN
                   TO WS-PARM-WEIGHT-MIN(WS-PARM-COUNT)
               MOVE PARM-WEIGHT-MAX
                   TO WS-PARM-WEIGHT-MAX(WS-PARM-COUNT)
               MOVE ZERO TO WS-PARM-WAIST(WS-PARM-COUNT)
               MOVE ZERO TO WS-PARM-BP-SYS(WS-PARM-COUNT)
               MOVE ZERO TO WS-PARM-BP-DIA(WS-PARM-COUNT)
               IF PARM-WAIST-LIMIT IS NUMERIC
                   MOVE PARM-WAIST-LIMIT
                       TO WS-PARM-WAIST(WS-PARM-COUNT)
               END-IF
               IF PARM-BP-SYS-LIMIT IS NUMERIC
                   MOVE PARM-BP-SYS-LIMIT
                       TO WS-PARM-BP-SYS(WS-PARM-COUNT)
               END-IF
               IF PARM-BP-DIA-LIMIT IS NUMERIC
                   MOVE PARM-BP-DIA-LIMIT
                       TO WS-PARM-BP-DIA(WS-PARM-COUNT)
               END-IF
           END-IF.
           PERFORM 0121-READ-PARM-RECORD.

       0130-SET-CURRENT-LIMITS.
           MOVE ZERO TO WS-BEST-SUB.
           MOVE ZERO TO WS-BEST-DATE.
           MOVE 1 TO WS-SCAN-SUB.
           PERFORM 0131-SCAN-FOR-IN-FORCE
               UNTIL WS-SCAN-SUB > WS-PARM-COUNT.
           IF WS-BEST-SUB = ZERO
               MOVE "BUILT-IN LIMITS" TO WS-CURRENT-LABEL
               MOVE "NO BMIPARM SET IN FORCE TODAY"
                   TO WS-CURRENT-NOTE
           ELSE
               MOVE SPACES TO WS-CURRENT-LABEL
               STRING "SET EFFECTIVE " WS-BEST-DATE
                   DELIMITED BY SIZE INTO WS-CURRENT-LABEL
               MOVE WS-BEST-SUB TO WS-SET-SUB
               PERFORM 0135-CHECK-PARM-SET
               IF WS-SET-VALID = "Y"
                   MOVE WS-PARSED-UNDER TO WS-CUR-UNDER
                   MOVE WS-PARSED-NORMAL TO WS-CUR-NORMAL
                   MOVE WS-PARSED-OBESE TO WS-CUR-OBESE
               ELSE
                   MOVE "SET FAILS SANITY CHECKS - BUILT-IN CUT POINTS"
                       TO WS-CURRENT-NOTE
               END-IF
               IF WS-PARM-WAIST(WS-SET-SUB) > ZERO
                   AND WS-PARM-BP-DIA(WS-SET-SUB) > ZERO
                   AND WS-PARM-BP-DIA(WS-SET-SUB)
                   < WS-PARM-BP-SYS(WS-SET-SUB)
                   MOVE WS-PARM-WAIST(WS-SET-SUB) TO WS-CUR-WAIST
                   MOVE WS-PARM-BP-SYS(WS-SET-SUB) TO WS-CUR-BP-SYS
                   MOVE WS-PARM-BP-DIA(WS-SET-SUB) TO WS-CUR-BP-DIA
               END-IF
           END-IF.

       0131-SCAN-FOR-IN-FORCE.
           IF WS-PARM-EFFECTIVE(WS-SCAN-SUB) <= WS-TODAY
               AND WS-PARM-EFFECTIVE(WS-SCAN-SUB) >= WS-BEST-DATE
               MOVE WS-PARM-EFFECTIVE(WS-SCAN-SUB) TO WS-BEST-DATE
               MOVE WS-SCAN-SUB TO WS-BEST-SUB
           END-IF.
           ADD 1 TO WS-SCAN-SUB.

       0135-CHECK-PARM-SET.
           COMPUTE WS-PARSED-UNDER =
               FUNCTION NUMVAL(WS-PARM-UNDER-TEXT(WS-SET-SUB))
               ON SIZE ERROR
                   MOVE ZERO TO WS-PARSED-UNDER
           END-COMPUTE.
           COMPUTE WS-PARSED-NORMAL =
               FUNCTION NUMVAL(WS-PARM-NORMAL-TEXT(WS-SET-SUB))
               ON SIZE ERROR
                   MOVE ZERO TO WS-PARSED-NORMAL
           END-COMPUTE.
           COMPUTE WS-PARSED-OBESE =
               FUNCTION NUMVAL(WS-PARM-OBESE-TEXT(WS-SET-SUB))
               ON SIZE ERROR
                   MOVE ZERO TO WS-PARSED-OBESE
           END-COMPUTE.
           IF WS-PARSED-UNDER > ZERO
               AND WS-PARSED-UNDER < WS-PARSED-NORMAL
               AND WS-PARSED-NORMAL < WS-PARSED-OBESE
               AND WS-PARM-HEIGHT-MIN(WS-SET-SUB) > ZERO
               AND WS-PARM-HEIGHT-MIN(WS-SET-SUB)
               < WS-PARM-HEIGHT-MAX(WS-SET-SUB)
               AND WS-PARM-WEIGHT-MIN(WS-SET-SUB) > ZERO
               AND WS-PARM-WEIGHT-MIN(WS-SET-SUB)
               < WS-PARM-WEIGHT-MAX(WS-SET-SUB)
               MOVE "Y" TO WS-SET-VALID
           ELSE
               MOVE "N" TO WS-SET-VALID
           END-IF.

       0140-CHOOSE-PROPOSED-SET.
           MOVE "Y" TO WS-ENTRY-VALID.
           DISPLAY "F=future-dated set on BMIPARM, "
               "T=type a proposed set: ".
           ACCEPT WS-SOURCE-ANSWER.
           EVALUATE WS-SOURCE-ANSWER
               WHEN "F"
               WHEN "f"
                   PERFORM 0141-TAKE-FUTURE-SET
               WHEN "T"
               WHEN "t"
                   PERFORM 0145-TAKE-TYPED-SET
               WHEN OTHER
                   DISPLAY "Please choose F or T."
                   MOVE "N" TO WS-ENTRY-VALID
           END-EVALUATE.
           IF WS-ENTRY-VALID = "Y"
               PERFORM 0148-CAPTURE-THRESHOLD
           END-IF.

       0141-TAKE-FUTURE-SET.
           DISPLAY "Effective date of the future set YYYYMMDD "
               "(blank for the next one after today): ".
           ACCEPT WS-DATE-ANSWER.
           MOVE ZERO TO WS-BEST-SUB.
           IF FUNCTION TRIM(WS-DATE-ANSWER) = SPACES
               MOVE 99999999 TO WS-BEST-DATE
               MOVE 1 TO WS-SCAN-SUB
               PERFORM 0142-SCAN-FOR-NEXT-SET
                   UNTIL WS-SCAN-SUB > WS-PARM-COUNT
           ELSE
               IF WS-DATE-ANSWER IS NUMERIC
                   MOVE WS-DATE-ANSWER TO WS-PROPOSED-REDEF
                   MOVE 1 TO WS-SCAN-SUB
                   PERFORM 0143-SCAN-FOR-DATED-SET
                       UNTIL WS-SCAN-SUB > WS-PARM-COUNT
                       OR WS-BEST-SUB > ZERO
               ELSE
                   DISPLAY "That is not an 8-digit date."
               END-IF
           END-IF.
           IF WS-BEST-SUB = ZERO
               DISPLAY "No future-dated BMIPARM set found."
               MOVE "N" TO WS-ENTRY-VALID
           ELSE
               MOVE WS-PARM-EFFECTIVE(WS-BEST-SUB)
                   TO WS-PROPOSED-DATE
               MOVE SPACES TO WS-PROPOSED-LABEL
               STRING "SET EFFECTIVE " WS-PROPOSED-DATE
                   DELIMITED BY SIZE INTO WS-PROPOSED-LABEL
               MOVE WS-BEST-SUB TO WS-SET-SUB
               PERFORM 0135-CHECK-PARM-SET
               IF WS-SET-VALID = "Y"
                   MOVE WS-PARSED-UNDER TO WS-NEW-UNDER
                   MOVE WS-PARSED-NORMAL TO WS-NEW-NORMAL
                   MOVE WS-PARSED-OBESE TO WS-NEW-OBESE
               ELSE
                   MOVE "SET FAILS SANITY CHECKS - BUILT-IN CUT POINTS"
                       TO WS-PROPOSED-NOTE
                   DISPLAY "Set effective " WS-PROPOSED-DATE
                       " fails the batch's sanity checks; the batch "
                       "would run on the built-in cut points."
               END-IF
               IF WS-PARM-WAIST(WS-SET-SUB) > ZERO
                   AND WS-PARM-BP-DIA(WS-SET-SUB) > ZERO
                   AND WS-PARM-BP-DIA(WS-SET-SUB)
                   < WS-PARM-BP-SYS(WS-SET-SUB)
                   MOVE WS-PARM-WAIST(WS-SET-SUB) TO WS-NEW-WAIST
                   MOVE WS-PARM-BP-SYS(WS-SET-SUB) TO WS-NEW-BP-SYS
                   MOVE WS-PARM-BP-DIA(WS-SET-SUB) TO WS-NEW-BP-DIA
               END-IF
           END-IF.

       0142-SCAN-FOR-NEXT-SET.
           IF WS-PARM-EFFECTIVE(WS-SCAN-SUB) > WS-TODAY
               AND WS-PARM-EFFECTIVE(WS-SCAN-SUB) < WS-BEST-DATE
               MOVE WS-PARM-EFFECTIVE(WS-SCAN-SUB) TO WS-BEST-DATE
               MOVE WS-SCAN-SUB TO WS-BEST-SUB
           END-IF.
           ADD 1 TO WS-SCAN-SUB.

       0143-SCAN-FOR-DATED-SET.
           IF WS-PARM-EFFECTIVE(WS-SCAN-SUB) = WS-PROPOSED-DATE
               AND WS-PROPOSED-DATE > WS-TODAY
               MOVE WS-SCAN-SUB TO WS-BEST-SUB
           ELSE
               ADD 1 TO WS-SCAN-SUB
           END-IF.

       0145-TAKE-TYPED-SET.
           MOVE "TYPED, NOT SAVED" TO WS-PROPOSED-LABEL.
           DISPLAY "Underweight cut point, e.g. 018.50: ".
           ACCEPT WS-TEXT-ANSWER.
           PERFORM 0146-PARSE-CUT-POINT.
           MOVE WS-PARSED-VALUE TO WS-NEW-UNDER.
           DISPLAY "Normal cut point, e.g. 025.00: ".
           ACCEPT WS-TEXT-ANSWER.
           PERFORM 0146-PARSE-CUT-POINT.
           MOVE WS-PARSED-VALUE TO WS-NEW-NORMAL.
           DISPLAY "Obese cut point, e.g. 030.00: ".
           ACCEPT WS-TEXT-ANSWER.
           PERFORM 0146-PARSE-CUT-POINT.
           MOVE WS-PARSED-VALUE TO WS-NEW-OBESE.
           IF WS-NEW-UNDER = ZERO
               OR WS-NEW-NORMAL = ZERO
               OR WS-NEW-OBESE = ZERO
               DISPLAY "Each cut point must be a number above "
                   "zero with a decimal point."
               MOVE "N" TO WS-ENTRY-VALID
           ELSE
               IF WS-NEW-UNDER >= WS-NEW-NORMAL
                   OR WS-NEW-NORMAL >= WS-NEW-OBESE
                   DISPLAY "Cut points must be ascending: "
                       "underweight below normal below obese."
                   MOVE "N" TO WS-ENTRY-VALID
               END-IF
           END-IF.
           IF WS-ENTRY-VALID = "Y"
               MOVE WS-CUR-WAIST TO WS-NEW-WAIST
               MOVE WS-CUR-BP-SYS TO WS-NEW-BP-SYS
               MOVE WS-CUR-BP-DIA TO WS-NEW-BP-DIA
               DISPLAY "High-risk waist limit in inches "
                   "(blank keeps " WS-CUR-WAIST "): "
               PERFORM 0147-ACCEPT-LIMIT
               IF WS-RANGE-ANSWER NOT = SPACES
                   MOVE WS-RANGE-REDEF TO WS-NEW-WAIST
               END-IF
               DISPLAY "High-risk systolic BP limit "
                   "(blank keeps " WS-CUR-BP-SYS "): "
               PERFORM 0147-ACCEPT-LIMIT
               IF WS-RANGE-ANSWER NOT = SPACES
                   MOVE WS-RANGE-REDEF TO WS-NEW-BP-SYS
               END-IF
               DISPLAY "High-risk diastolic BP limit "
                   "(blank keeps " WS-CUR-BP-DIA "): "
               PERFORM 0147-ACCEPT-LIMIT
               IF WS-RANGE-ANSWER NOT = SPACES
                   MOVE WS-RANGE-REDEF TO WS-NEW-BP-DIA
               END-IF
           END-IF.
           IF WS-ENTRY-VALID = "Y"
               IF WS-NEW-WAIST = ZERO
                   OR WS-NEW-BP-SYS = ZERO
                   OR WS-NEW-BP-DIA = ZERO
                   OR WS-NEW-BP-DIA >= WS-NEW-BP-SYS
                   DISPLAY "High-risk limits must be above zero "
                       "with the diastolic below the systolic."
                   MOVE "N" TO WS-ENTRY-VALID
               END-IF
           END-IF.

       0146-PARSE-CUT-POINT.
           COMPUTE WS-PARSED-VALUE =
               FUNCTION NUMVAL(WS-TEXT-ANSWER)
               ON SIZE ERROR
                   MOVE ZERO TO WS-PARSED-VALUE
           END-COMPUTE.

       0147-ACCEPT-LIMIT.
           ACCEPT WS-RANGE-ANSWER.
           IF WS-RANGE-ANSWER NOT = SPACES
               AND WS-RANGE-ANSWER IS NOT NUMERIC
               DISPLAY "Limits must be typed as 3 digits, "
                   "e.g. 040 or 130."
               MOVE "N" TO WS-ENTRY-VALID
               MOVE "000" TO WS-RANGE-ANSWER
           END-IF.

       0148-CAPTURE-THRESHOLD.
           DISPLAY "Proposed wellness threshold, e.g. 028.00 "
               "(blank keeps BMICTL " WS-CUR-THRESHOLD "): ".
           ACCEPT WS-TEXT-ANSWER.
           IF FUNCTION TRIM(WS-TEXT-ANSWER) NOT = SPACES
               PERFORM 0146-PARSE-CUT-POINT
               IF WS-PARSED-VALUE > ZERO
                   MOVE WS-PARSED-VALUE TO WS-NEW-THRESHOLD
               ELSE
                   DISPLAY "Threshold '" WS-TEXT-ANSWER
                       "' is not a usable number, keeping "
                       WS-CUR-THRESHOLD
               END-IF
           END-IF.

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
               MOVE HIST-MEMBER-ID TO WS-CHECK-ID
               MOVE HIST-DATE-COMPUTED TO WS-CHECK-DATE
               PERFORM 0155-FIND-VOID-KEY
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

       0155-FIND-VOID-KEY.
           MOVE ZERO TO WS-VOID-FOUND-SUB.
           MOVE 1 TO WS-VOID-SUB.
           PERFORM 0156-SCAN-VOID-KEY
               UNTIL WS-VOID-SUB > WS-VOID-COUNT-ITEMS
               OR WS-VOID-FOUND-SUB > ZERO.

       0156-SCAN-VOID-KEY.
           IF WS-VOID-KEY-ID(WS-VOID-SUB) = WS-CHECK-ID
               AND WS-VOID-KEY-DATE(WS-VOID-SUB) = WS-CHECK-DATE
               MOVE WS-VOID-SUB TO WS-VOID-FOUND-SUB
           ELSE
               ADD 1 TO WS-VOID-SUB
           END-IF.

       0160-LOAD-LATEST-POSTINGS.
           MOVE ZERO TO WS-MEMBER-COUNT.
           OPEN INPUT BMI-HISTORY-FILE.
           IF HIST-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0151-READ-HISTORY-RECORD
               PERFORM 0161-TRACK-LATEST-POSTING
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE BMI-HISTORY-FILE
           END-IF.

       0161-TRACK-LATEST-POSTING.
           IF HIST-ADJUST-CODE NOT = "V"
               MOVE HIST-MEMBER-ID TO WS-CHECK-ID
               MOVE HIST-DATE-COMPUTED TO WS-CHECK-DATE
               PERFORM 0155-FIND-VOID-KEY
               IF WS-VOID-FOUND-SUB > ZERO
                   AND WS-VOID-REMAINING(WS-VOID-FOUND-SUB) > ZERO
                   SUBTRACT 1
                       FROM WS-VOID-REMAINING(WS-VOID-FOUND-SUB)
               ELSE
                   PERFORM 0162-KEEP-LATEST-POSTING
               END-IF
           END-IF.
           PERFORM 0151-READ-HISTORY-RECORD.

       0162-KEEP-LATEST-POSTING.
           PERFORM 0165-FIND-MEMBER.
           IF WS-MEMBER-FOUND-SUB = ZERO
               IF WS-MEMBER-COUNT < 9999
                   ADD 1 TO WS-MEMBER-COUNT
                   MOVE WS-MEMBER-COUNT TO WS-MEMBER-FOUND-SUB
                   MOVE WS-CHECK-ID TO WS-MBR-ID(WS-MEMBER-COUNT)
                   MOVE ZERO TO WS-MBR-DATE(WS-MEMBER-COUNT)
                   MOVE ZERO TO WS-MBR-VIT-DATE(WS-MEMBER-COUNT)
                   MOVE ZERO TO WS-MBR-WAIST(WS-MEMBER-COUNT)
                   MOVE ZERO TO WS-MBR-BP-SYS(WS-MEMBER-COUNT)
                   MOVE ZERO TO WS-MBR-BP-DIA(WS-MEMBER-COUNT)
               ELSE
                   ADD 1 TO WS-MEMBERS-DROPPED
               END-IF
           END-IF.
           IF WS-MEMBER-FOUND-SUB > ZERO
               IF HIST-DATE-COMPUTED
                   >= WS-MBR-DATE(WS-MEMBER-FOUND-SUB)
                   MOVE HIST-DATE-COMPUTED
                       TO WS-MBR-DATE(WS-MEMBER-FOUND-SUB)
                   MOVE HIST-BMI TO WS-MBR-BMI(WS-MEMBER-FOUND-SUB)
                   MOVE HIST-SITE-ID
                       TO WS-MBR-SITE(WS-MEMBER-FOUND-SUB)
               END-IF
           END-IF.

       0165-FIND-MEMBER.
           MOVE ZERO TO WS-MEMBER-FOUND-SUB.
           MOVE 1 TO WS-MEMBER-SUB.
           PERFORM 0166-SCAN-MEMBER-ENTRY
               UNTIL WS-MEMBER-SUB > WS-MEMBER-COUNT
               OR WS-MEMBER-FOUND-SUB > ZERO.

       0166-SCAN-MEMBER-ENTRY.
           IF WS-MBR-ID(WS-MEMBER-SUB) = WS-CHECK-ID
               MOVE WS-MEMBER-SUB TO WS-MEMBER-FOUND-SUB
           ELSE
               ADD 1 TO WS-MEMBER-SUB
           END-IF.

       0170-LOAD-LATEST-VITALS.
           OPEN INPUT MEMBER-VITALS-FILE.
           IF VITALS-STATUS-CODE NOT = "35"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 0171-READ-VITALS-RECORD
               PERFORM 0172-KEEP-LATEST-VITALS
                   UNTIL WS-EOF-SWITCH = "Y"
               CLOSE MEMBER-VITALS-FILE
           END-IF.

       0171-READ-VITALS-RECORD.
           READ MEMBER-VITALS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       0172-KEEP-LATEST-VITALS.
           MOVE VIT-MEMBER-ID TO WS-CHECK-ID.
           PERFORM 0165-FIND-MEMBER.
           IF WS-MEMBER-FOUND-SUB > ZERO
               IF VIT-DATE >= WS-MBR-VIT-DATE(WS-MEMBER-FOUND-SUB)
                   MOVE VIT-DATE
                       TO WS-MBR-VIT-DATE(WS-MEMBER-FOUND-SUB)
                   MOVE VIT-WAIST-INCHES
                       TO WS-MBR-WAIST(WS-MEMBER-FOUND-SUB)
                   MOVE VIT-BP-SYSTOLIC
                       TO WS-MBR-BP-SYS(WS-MEMBER-FOUND-SUB)
                   MOVE VIT-BP-DIASTOLIC
                       TO WS-MBR-BP-DIA(WS-MEMBER-FOUND-SUB)
               END-IF
           END-IF.
           PERFORM 0171-READ-VITALS-RECORD.

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
           PERFORM 0185-FIND-OR-ADD-SITE.
           IF WS-SITE-FOUND-SUB > ZERO
               MOVE SITE-MAST-NAME TO WS-SIT-NAME(WS-SITE-FOUND-SUB)
           END-IF.
           PERFORM 0181-READ-SITE-RECORD.

       0185-FIND-OR-ADD-SITE.
           MOVE ZERO TO WS-SITE-FOUND-SUB.
           MOVE 1 TO WS-SITE-SUB.
           PERFORM 0186-SCAN-SITE-ENTRY
               UNTIL WS-SITE-SUB > WS-SITE-COUNT
               OR WS-SITE-FOUND-SUB > ZERO.
           IF WS-SITE-FOUND-SUB = ZERO
               AND WS-SITE-COUNT < 99
               ADD 1 TO WS-SITE-COUNT
               MOVE WS-SITE-COUNT TO WS-SITE-FOUND-SUB
               MOVE WS-CHECK-SITE TO WS-SIT-ID(WS-SITE-COUNT)
               IF WS-CHECK-SITE = SPACES
                   MOVE "NO SITE ON POSTING"
                       TO WS-SIT-NAME(WS-SITE-COUNT)
               ELSE
                   MOVE "NOT ON SITE MASTER"
                       TO WS-SIT-NAME(WS-SITE-COUNT)
               END-IF
               MOVE ZERO TO WS-SIT-MEMBERS(WS-SITE-COUNT)
               MOVE ZERO TO WS-SIT-MOVED(WS-SITE-COUNT)
               MOVE ZERO TO WS-SIT-NEWLY-OVER(WS-SITE-COUNT)
               MOVE ZERO TO WS-SIT-NEWLY-RISK(WS-SITE-COUNT)
               MOVE 1 TO WS-FROM-SUB
               PERFORM 0187-CLEAR-SITE-MATRIX-ROW
                   UNTIL WS-FROM-SUB > 4
           END-IF.

       0186-SCAN-SITE-ENTRY.
           IF WS-SIT-ID(WS-SITE-SUB) = WS-CHECK-SITE
               MOVE WS-SITE-SUB TO WS-SITE-FOUND-SUB
           ELSE
               ADD 1 TO WS-SITE-SUB
           END-IF.

       0187-CLEAR-SITE-MATRIX-ROW.
           MOVE ZERO TO WS-SIT-TO-COUNT(WS-SITE-COUNT, WS-FROM-SUB, 1).
           MOVE ZERO TO WS-SIT-TO-COUNT(WS-SITE-COUNT, WS-FROM-SUB, 2).
           MOVE ZERO TO WS-SIT-TO-COUNT(WS-SITE-COUNT, WS-FROM-SUB, 3).
           MOVE ZERO TO WS-SIT-TO-COUNT(WS-SITE-COUNT, WS-FROM-SUB, 4).
           ADD 1 TO WS-FROM-SUB.

       0200-EVALUATE-MEMBER.
           MOVE WS-MBR-ID(WS-MEMBER-SUB) TO MAST-MEMBER-ID.
           READ MEMBER-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-MEMBERS-SKIPPED
               NOT INVALID KEY
                   IF MAST-STATUS = "A"
                       PERFORM 0210-SIMULATE-MEMBER
                   ELSE
                       ADD 1 TO WS-MEMBERS-SKIPPED
                   END-IF
           END-READ.
           ADD 1 TO WS-MEMBER-SUB.

       0210-SIMULATE-MEMBER.
           ADD 1 TO WS-MEMBERS-READ.
           MOVE WS-MBR-SITE(WS-MEMBER-SUB) TO WS-CHECK-SITE.
           PERFORM 0185-FIND-OR-ADD-SITE.
           MOVE WS-MBR-BMI(WS-MEMBER-SUB) TO WS-CLASS-BMI.
           MOVE WS-CUR-UNDER TO WS-CLASS-UNDER.
           MOVE WS-CUR-NORMAL TO WS-CLASS-NORMAL.
           MOVE WS-CUR-OBESE TO WS-CLASS-OBESE.
           PERFORM 0400-CLASSIFY-BMI.
           MOVE WS-CLASS-INDEX TO WS-CUR-INDEX.
           MOVE WS-NEW-UNDER TO WS-CLASS-UNDER.
           MOVE WS-NEW-NORMAL TO WS-CLASS-NORMAL.
           MOVE WS-NEW-OBESE TO WS-CLASS-OBESE.
           PERFORM 0400-CLASSIFY-BMI.
           MOVE WS-CLASS-INDEX TO WS-NEW-INDEX.
           ADD 1 TO WS-ALL-TO-COUNT(WS-CUR-INDEX, WS-NEW-INDEX).
           IF WS-SITE-FOUND-SUB > ZERO
               ADD 1 TO WS-SIT-MEMBERS(WS-SITE-FOUND-SUB)
               ADD 1 TO WS-SIT-TO-COUNT(WS-SITE-FOUND-SUB,
                   WS-CUR-INDEX, WS-NEW-INDEX)
           END-IF.
           IF WS-CUR-INDEX NOT = WS-NEW-INDEX
               ADD 1 TO WS-MEMBERS-MOVED
               IF WS-SITE-FOUND-SUB > ZERO
                   ADD 1 TO WS-SIT-MOVED(WS-SITE-FOUND-SUB)
               END-IF
           END-IF.
           IF WS-CLASS-BMI >= WS-CUR-THRESHOLD
               ADD 1 TO WS-CUR-OVER-COUNT
           END-IF.
           IF WS-CLASS-BMI >= WS-NEW-THRESHOLD
               ADD 1 TO WS-NEW-OVER-COUNT
           END-IF.
           IF WS-CLASS-BMI < WS-CUR-THRESHOLD
               AND WS-CLASS-BMI >= WS-NEW-THRESHOLD
               ADD 1 TO WS-NEWLY-OVER-COUNT
               IF WS-SITE-FOUND-SUB > ZERO
                   ADD 1 TO WS-SIT-NEWLY-OVER(WS-SITE-FOUND-SUB)
               END-IF
           END-IF.
           IF WS-CLASS-BMI >= WS-CUR-THRESHOLD
               AND WS-CLASS-BMI < WS-NEW-THRESHOLD
               ADD 1 TO WS-NO-LONGER-OVER-COUNT
           END-IF.
           IF WS-MBR-VIT-DATE(WS-MEMBER-SUB) = ZERO
               ADD 1 TO WS-NO-VITALS-COUNT
           ELSE
               PERFORM 0220-COMPARE-HIGH-RISK
           END-IF.

       0220-COMPARE-HIGH-RISK.
           MOVE WS-CUR-INDEX TO WS-CLASS-INDEX.
           MOVE WS-CUR-WAIST TO WS-RISK-WAIST-LIMIT.
           MOVE WS-CUR-BP-SYS TO WS-RISK-SYS-LIMIT.
           MOVE WS-CUR-BP-DIA TO WS-RISK-DIA-LIMIT.
           PERFORM 0410-CHECK-HIGH-RISK.
           MOVE WS-RISK-FLAG TO WS-CUR-RISK.
           MOVE WS-NEW-INDEX TO WS-CLASS-INDEX.
           MOVE WS-NEW-WAIST TO WS-RISK-WAIST-LIMIT.
           MOVE WS-NEW-BP-SYS TO WS-RISK-SYS-LIMIT.
           MOVE WS-NEW-BP-DIA TO WS-RISK-DIA-LIMIT.
           PERFORM 0410-CHECK-HIGH-RISK.
           MOVE WS-RISK-FLAG TO WS-NEW-RISK.
           IF WS-CUR-RISK = "Y"
               ADD 1 TO WS-CUR-RISK-COUNT
           END-IF.
           IF WS-NEW-RISK = "Y"
               ADD 1 TO WS-NEW-RISK-COUNT
           END-IF.
           IF WS-CUR-RISK = "N" AND WS-NEW-RISK = "Y"
               ADD 1 TO WS-NEWLY-RISK-COUNT
               IF WS-SITE-FOUND-SUB > ZERO
                   ADD 1 TO WS-SIT-NEWLY-RISK(WS-SITE-FOUND-SUB)
               END-IF
           END-IF.
           IF WS-CUR-RISK = "Y" AND WS-NEW-RISK = "N"
               ADD 1 TO WS-NO-LONGER-RISK-COUNT
           END-IF.

       0400-CLASSIFY-BMI.
           IF WS-CLASS-BMI < WS-CLASS-UNDER
               MOVE 1 TO WS-CLASS-INDEX
           ELSE
               IF WS-CLASS-BMI < WS-CLASS-NORMAL
                   MOVE 2 TO WS-CLASS-INDEX
               ELSE
                   IF WS-CLASS-BMI < WS-CLASS-OBESE
                       MOVE 3 TO WS-CLASS-INDEX
                   ELSE
                       MOVE 4 TO WS-CLASS-INDEX
                   END-IF
               END-IF
           END-IF.

       0410-CHECK-HIGH-RISK.
           MOVE "N" TO WS-RISK-FLAG.
           IF (WS-CLASS-INDEX > 2
               AND (WS-MBR-BP-SYS(WS-MEMBER-SUB) >= WS-RISK-SYS-LIMIT
                   OR WS-MBR-BP-DIA(WS-MEMBER-SUB)
                   >= WS-RISK-DIA-LIMIT))
               OR WS-MBR-WAIST(WS-MEMBER-SUB) >= WS-RISK-WAIST-LIMIT
               MOVE "Y" TO WS-RISK-FLAG
           END-IF.

       0500-PRINT-PARAMETER-SETS.
           MOVE "PARAMETER SETS COMPARED" TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE WS-PRINT-SET-HEADING TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "SOURCE" TO WS-PRT-SET-LABEL.
           MOVE WS-CURRENT-LABEL TO WS-PRT-SET-CURRENT.
           MOVE WS-PROPOSED-LABEL TO WS-PRT-SET-PROPOSED.
           MOVE WS-PRINT-SET-LINE TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "UNDERWEIGHT BELOW" TO WS-PRT-VALUE-LABEL.
           MOVE WS-CUR-UNDER TO WS-PRT-VALUE-CURRENT.
           MOVE WS-NEW-UNDER TO WS-PRT-VALUE-PROPOSED.
           MOVE WS-PRINT-VALUE-LINE TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "NORMAL BELOW" TO WS-PRT-VALUE-LABEL.
           MOVE WS-CUR-NORMAL TO WS-PRT-VALUE-CURRENT.
           MOVE WS-NEW-NORMAL TO WS-PRT-VALUE-PROPOSED.
           MOVE WS-PRINT-VALUE-LINE TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "OBESE AT OR ABOVE" TO WS-PRT-VALUE-LABEL.
           MOVE WS-CUR-OBESE TO WS-PRT-VALUE-CURRENT.
           MOVE WS-NEW-OBESE TO WS-PRT-VALUE-PROPOSED.
           MOVE WS-PRINT-VALUE-LINE TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "WELLNESS THRESHOLD" TO WS-PRT-VALUE-LABEL.
           MOVE WS-CUR-THRESHOLD TO WS-PRT-VALUE-CURRENT.
           MOVE WS-NEW-THRESHOLD TO WS-PRT-VALUE-PROPOSED.
           MOVE WS-PRINT-VALUE-LINE TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "HIGH-RISK WAIST" TO WS-PRT-LIMIT-LABEL.
           MOVE WS-CUR-WAIST TO WS-PRT-LIMIT-CURRENT.
           MOVE WS-NEW-WAIST TO WS-PRT-LIMIT-PROPOSED.
           MOVE WS-PRINT-LIMIT-LINE TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "HIGH-RISK SYSTOLIC" TO WS-PRT-LIMIT-LABEL.
           MOVE WS-CUR-BP-SYS TO WS-PRT-LIMIT-CURRENT.
           MOVE WS-NEW-BP-SYS TO WS-PRT-LIMIT-PROPOSED.
           MOVE WS-PRINT-LIMIT-LINE TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "HIGH-RISK DIASTOLIC" TO WS-PRT-LIMIT-LABEL.
           MOVE WS-CUR-BP-DIA TO WS-PRT-LIMIT-CURRENT.
           MOVE WS-NEW-BP-DIA TO WS-PRT-LIMIT-PROPOSED.
           MOVE WS-PRINT-LIMIT-LINE TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           IF WS-CURRENT-NOTE NOT = SPACES
               MOVE SPACES TO WS-PRINT-DETAIL
               STRING "CURRENT: " WS-CURRENT-NOTE
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
               PERFORM 0910-WRITE-PRINT-LINE
           END-IF.
           IF WS-PROPOSED-NOTE NOT = SPACES
               MOVE SPACES TO WS-PRINT-DETAIL
               STRING "PROPOSED: " WS-PROPOSED-NOTE
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
               PERFORM 0910-WRITE-PRINT-LINE
           END-IF.

       0600-PRINT-SITE-IMPACT.
           MOVE SPACES TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "IMPACT BY SITE" TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE WS-PRINT-SITE-HEADING TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE 1 TO WS-SITE-SUB.
           PERFORM 0610-PRINT-SITE-LINE
               UNTIL WS-SITE-SUB > WS-SITE-COUNT.
           MOVE 1 TO WS-SITE-SUB.
           PERFORM 0620-PRINT-SITE-MATRIX
               UNTIL WS-SITE-SUB > WS-SITE-COUNT.
           MOVE SPACES TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "CATEGORY MOVES - ALL SITES" TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE WS-PRINT-MATRIX-HEADING TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE 1 TO WS-FROM-SUB.
           PERFORM 0640-PRINT-ALL-MATRIX-ROW
               UNTIL WS-FROM-SUB > 4.

       0610-PRINT-SITE-LINE.
           IF WS-SIT-MEMBERS(WS-SITE-SUB) > ZERO
               MOVE WS-SIT-ID(WS-SITE-SUB) TO WS-PRT-SITE-ID
               MOVE WS-SIT-NAME(WS-SITE-SUB) TO WS-PRT-SITE-NAME
               MOVE WS-SIT-MEMBERS(WS-SITE-SUB)
                   TO WS-PRT-SITE-MEMBERS
               MOVE WS-SIT-MOVED(WS-SITE-SUB) TO WS-PRT-SITE-MOVED
               MOVE WS-SIT-NEWLY-OVER(WS-SITE-SUB)
                   TO WS-PRT-SITE-NEWLY-OVER
               MOVE WS-SIT-NEWLY-RISK(WS-SITE-SUB)
                   TO WS-PRT-SITE-NEWLY-RISK
               MOVE WS-PRINT-SITE-LINE TO WS-PRINT-DETAIL
               PERFORM 0910-WRITE-PRINT-LINE
           END-IF.
           ADD 1 TO WS-SITE-SUB.

       0620-PRINT-SITE-MATRIX.
           IF WS-SIT-MEMBERS(WS-SITE-SUB) > ZERO
               MOVE SPACES TO WS-PRINT-DETAIL
               PERFORM 0910-WRITE-PRINT-LINE
               MOVE SPACES TO WS-PRINT-DETAIL
               STRING "CATEGORY MOVES - SITE " WS-SIT-ID(WS-SITE-SUB)
                   " " WS-SIT-NAME(WS-SITE-SUB)
                   DELIMITED BY SIZE INTO WS-PRINT-DETAIL
               PERFORM 0910-WRITE-PRINT-LINE
               MOVE WS-PRINT-MATRIX-HEADING TO WS-PRINT-DETAIL
               PERFORM 0910-WRITE-PRINT-LINE
               MOVE 1 TO WS-FROM-SUB
               PERFORM 0630-PRINT-SITE-MATRIX-ROW
                   UNTIL WS-FROM-SUB > 4
           END-IF.
           ADD 1 TO WS-SITE-SUB.

       0630-PRINT-SITE-MATRIX-ROW.
           MOVE WS-CATEGORY-NAME(WS-FROM-SUB) TO WS-PRT-MATRIX-FROM.
           MOVE 1 TO WS-TO-SUB.
           PERFORM 0631-MOVE-SITE-CELL
               UNTIL WS-TO-SUB > 4.
           MOVE WS-PRINT-MATRIX-LINE TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           ADD 1 TO WS-FROM-SUB.

       0631-MOVE-SITE-CELL.
           MOVE WS-SIT-TO-COUNT(WS-SITE-SUB, WS-FROM-SUB, WS-TO-SUB)
               TO WS-PRT-MATRIX-CELL(WS-TO-SUB).
           ADD 1 TO WS-TO-SUB.

       0640-PRINT-ALL-MATRIX-ROW.
           MOVE WS-CATEGORY-NAME(WS-FROM-SUB) TO WS-PRT-MATRIX-FROM.
           MOVE 1 TO WS-TO-SUB.
           PERFORM 0641-MOVE-ALL-CELL
               UNTIL WS-TO-SUB > 4.
           MOVE WS-PRINT-MATRIX-LINE TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           ADD 1 TO WS-FROM-SUB.

       0641-MOVE-ALL-CELL.
           MOVE WS-ALL-TO-COUNT(WS-FROM-SUB, WS-TO-SUB)
               TO WS-PRT-MATRIX-CELL(WS-TO-SUB).
           ADD 1 TO WS-TO-SUB.

       0700-PRINT-THRESHOLD-AND-RISK.
           MOVE SPACES TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "WELLNESS THRESHOLD" TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "MEMBERS AT OR OVER THE CURRENT THRESHOLD"
               TO WS-PRT-COUNT-LABEL.
           MOVE WS-CUR-OVER-COUNT TO WS-PRT-COUNT-VALUE.
           PERFORM 0790-WRITE-COUNT-LINE.
           MOVE "MEMBERS AT OR OVER THE PROPOSED THRESHOLD"
               TO WS-PRT-COUNT-LABEL.
           MOVE WS-NEW-OVER-COUNT TO WS-PRT-COUNT-VALUE.
           PERFORM 0790-WRITE-COUNT-LINE.
           MOVE "NEWLY CROSSING THE THRESHOLD" TO WS-PRT-COUNT-LABEL.
           MOVE WS-NEWLY-OVER-COUNT TO WS-PRT-COUNT-VALUE.
           PERFORM 0790-WRITE-COUNT-LINE.
           MOVE "NO LONGER OVER THE THRESHOLD" TO WS-PRT-COUNT-LABEL.
           MOVE WS-NO-LONGER-OVER-COUNT TO WS-PRT-COUNT-VALUE.
           PERFORM 0790-WRITE-COUNT-LINE.
           IF WS-NEW-THRESHOLD = WS-CUR-THRESHOLD
               MOVE "(THE THRESHOLD IS A BMI VALUE - CUT POINTS ALONE "
                   TO WS-PRINT-DETAIL
               PERFORM 0910-WRITE-PRINT-LINE
               MOVE " DO NOT MOVE MEMBERS ACROSS IT)"
                   TO WS-PRINT-DETAIL
               PERFORM 0910-WRITE-PRINT-LINE
           END-IF.
           MOVE SPACES TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "HIGH RISK ON LATEST VITALS" TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "HIGH-RISK UNDER THE CURRENT LIMITS"
               TO WS-PRT-COUNT-LABEL.
           MOVE WS-CUR-RISK-COUNT TO WS-PRT-COUNT-VALUE.
           PERFORM 0790-WRITE-COUNT-LINE.
           MOVE "HIGH-RISK UNDER THE PROPOSED LIMITS"
               TO WS-PRT-COUNT-LABEL.
           MOVE WS-NEW-RISK-COUNT TO WS-PRT-COUNT-VALUE.
           PERFORM 0790-WRITE-COUNT-LINE.
           MOVE "NEWLY FLAGGED HIGH-RISK" TO WS-PRT-COUNT-LABEL.
           MOVE WS-NEWLY-RISK-COUNT TO WS-PRT-COUNT-VALUE.
           PERFORM 0790-WRITE-COUNT-LINE.
           MOVE "NO LONGER HIGH-RISK" TO WS-PRT-COUNT-LABEL.
           MOVE WS-NO-LONGER-RISK-COUNT TO WS-PRT-COUNT-VALUE.
           PERFORM 0790-WRITE-COUNT-LINE.
           MOVE "MEMBERS WITH NO VITALS ON FILE" TO WS-PRT-COUNT-LABEL.
           MOVE WS-NO-VITALS-COUNT TO WS-PRT-COUNT-VALUE.
           PERFORM 0790-WRITE-COUNT-LINE.
           MOVE SPACES TO WS-PRINT-DETAIL.
           PERFORM 0910-WRITE-PRINT-LINE.
           MOVE "INACTIVE OR UNKNOWN IDS SKIPPED"
               TO WS-PRT-COUNT-LABEL.
           MOVE WS-MEMBERS-SKIPPED TO WS-PRT-COUNT-VALUE.
           PERFORM 0790-WRITE-COUNT-LINE.
           IF WS-MEMBERS-DROPPED > ZERO
               MOVE "MEMBERS PAST THE 9999-MEMBER TABLE, NOT SIMULATED"
                   TO WS-PRT-COUNT-LABEL
               MOVE WS-MEMBERS-DROPPED TO WS-PRT-COUNT-VALUE
               PERFORM 0790-WRITE-COUNT-LINE
           END-IF.

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
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 4 TO WS-LINE-COUNT.
       END PROGRAM WHAT-IF-IMPACT.
