      *This is the daily employer eligibility record HR sends in the
      *ELIGFEED file, one record per change, applied to the member
      *master by ELIG-FEED-LOAD.  ELIG-ACTION-CODE is "A" to enroll
      *a new member, "C" to change a member's official name, and
      *"T" to terminate a member who has left the employer.  The
      *name is required on an add or a change and ignored on a
      *term.  ELIG-EFFECTIVE-DATE is the employer's effective date
      *and becomes MAST-ENROLL-DATE on an add; a blank or zero date
      *enrolls the member on the day the file is applied, and any
      *other value must be a real calendar date or the add is
      *rejected.
       01  ELIGIBILITY-RECORD.
           05  ELIG-ACTION-CODE PIC X.
           05  ELIG-MEMBER-ID PIC X(06).
           05  ELIG-NAME PIC A(20).
           05  ELIG-EFFECTIVE-DATE PIC 9(08).
