      *BMI-CALCULATOR both append one of these whenever an entry is
      *rejected, so QA can review what the front desk actually
      *mistyped instead of the bad entry disappearing at the reprompt.
      *ELIG-FEED-LOAD appends one for every employer eligibility
      *record it refuses to apply (reason codes EL01 to EL09), so
      *HR's rejects land on the same list.
       01  EXCEPTION-RECORD.
           05  EXC-SOURCE-PROGRAM PIC X(14).
           05  EXC-MEMBER-ID PIC X(06).
