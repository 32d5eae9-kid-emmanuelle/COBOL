      *on records written before the field existed) means an
      *ordinary posting.  Reporting skips "V" records and any
      *ordinary record that has a matching "V" reversal.
      *"M" marks a posting MEMBER-MERGE carried over from a retired
      *duplicate ID; the original is reversed with a "V" under the
      *retired ID, and the "M" copy counts like any other posting.
       01  BMI-HISTORY-RECORD.
           05  HIST-MEMBER-ID PIC X(06).
           05  HIST-NAME PIC A(20).
