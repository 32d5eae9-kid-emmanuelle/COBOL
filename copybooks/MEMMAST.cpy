      *program loaded into a 9999-entry table; MEMBER-MASTER-CONVERT
      *loads a saved copy of that old file into the indexed master,
      *and enrollment is no longer capped by a table size.
      *MAST-MERGED-INTO is blank for every ordinary member.  When
      *MEMBER-MERGE folds a duplicate enrollment into the member's
      *surviving ID, the retired record is deactivated and this
      *field is set to the surviving ID, so anyone who looks the
      *old ID up is pointed at the member's real record.  A master
      *built before this field was added is carried over by running
      *MEMBER-MASTER-UNLOAD and then MEMBER-MASTER-CONVERT.
       01  MEMBER-MASTER-RECORD.
           05  MAST-MEMBER-ID PIC X(06).
           05  MAST-NAME PIC A(20).
           05  MAST-ENROLL-DATE PIC 9(08).
           05  MAST-STATUS PIC X.
           05  MAST-MERGED-INTO PIC X(06).
