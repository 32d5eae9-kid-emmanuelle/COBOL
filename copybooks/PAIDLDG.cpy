      *This is the paid-events ledger record, one per incentive
      *INCENTIVE-PAYOUT has ever sent to payroll, kept on the
      *PAIDLDG file and never rewritten - each run only appends.
      *An event is a member, an event type and the date of the
      *event: PAID-EVENT-TYPE "G" is a goal reached (the MILE-DATE
      *of the "G" milestone) and "E" is a wellness enrollment (the
      *STAT-REFERRAL-DATE of the referral the member enrolled
      *from).  Before paying anything the job looks the event up
      *here, so rereading MILESTONE or WELLSTAT after a rerun can
      *never pay the same event twice.  PAID-AMOUNT is the amount
      *sent and PAID-RUN-DATE the run that sent it, so HR can say
      *when a member was paid.
       01  PAID-EVENT-RECORD.
           05  PAID-MEMBER-ID PIC X(06).
           05  PAID-EVENT-TYPE PIC X.
           05  PAID-EVENT-DATE PIC 9(08).
           05  PAID-AMOUNT PIC 9(05)V99.
           05  PAID-RUN-DATE PIC 9(08).
