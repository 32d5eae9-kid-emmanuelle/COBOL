      *This is the outbound payroll incentive record written by
      *INCENTIVE-PAYOUT to the dated INCPAY file (INCPAY- plus the
      *run date) payroll picks up.  Each
      *detail record (INC-RECORD-TYPE "D") pays one member one
      *event: INC-EVENT-TYPE "G" for a goal reached and "E" for a
      *wellness enrollment, with the date of the event and the
      *fixed incentive amount for that event type.  The file always
      *ends with one trailer record (INC-TRL-RECORD-TYPE "T")
      *carrying the run date, the number of detail records and the
      *dollar total, so payroll can prove the file arrived whole
      *and HR can tie it to the control report.
       01  INCENTIVE-DETAIL-RECORD.
           05  INC-RECORD-TYPE PIC X.
           05  INC-MEMBER-ID PIC X(06).
           05  INC-NAME PIC A(20).
           05  INC-EVENT-TYPE PIC X.
           05  INC-EVENT-DATE PIC 9(08).
           05  INC-AMOUNT PIC 9(05)V99.
       01  INCENTIVE-TRAILER-RECORD.
           05  INC-TRL-RECORD-TYPE PIC X.
           05  INC-TRL-RUN-DATE PIC 9(08).
           05  INC-TRL-EVENT-COUNT PIC 9(05).
           05  INC-TRL-AMOUNT-TOTAL PIC 9(07)V99.
