      *This is the stream-definition record, one per step, read by
      *STREAM-CONTROL to run the morning, evening and month-end
      *streams in order instead of an operator launching each job
      *by hand.  STEP-STREAM-NAME groups the steps of one stream
      *(MORNING, EVENING, MONTHEND or any other name the shift lead
      *keys) and STEP-NUMBER orders them; steps run in ascending
      *step number, so a job can be slotted in between two others
      *by numbering it between them.  STEP-PROGRAM is the job's
      *PROGRAM-ID as it appears on the stream status print and in
      *the status file, and STEP-COMMAND is the command line that
      *launches it.  A step whose STEP-PROGRAM is RUN-BALANCE is
      *followed by the same RUNLOG balance check DAY-CLOSE-OUT
      *makes, and the stream stops there if any of the day's runs
      *is out of balance.
       01  STREAM-STEP-RECORD.
           05  STEP-STREAM-NAME PIC X(08).
           05  STEP-NUMBER PIC 9(03).
           05  STEP-PROGRAM PIC X(24).
           05  STEP-COMMAND PIC X(60).
