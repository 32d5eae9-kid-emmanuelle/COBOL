      *This is the stream status record, appended - never
      *rewritten - by STREAM-CONTROL as each step of a stream
      *starts and ends, so the file is the running record of what
      *every stream did and where it stopped.  SST-STATUS is "R"
      *when a step is started, then "C" completed, "F" failed
      *(the job ended with a non-zero return code, carried in
      *SST-RETURN-CODE), "B" stopped out of balance after
      *RUN-BALANCE, or "S" skipped because an earlier launch of
      *the same stream run already completed it.  SST-RUN-DATE is
      *the day the stream run was first launched and is carried
      *forward when a stopped run is resumed, so every step of one
      *run shares it.  STREAM-CONTROL reads the last record for a
      *stream to decide where the next launch starts: at the
      *failed, out-of-balance or unfinished step of a run launched
      *the same day, or at step one when the last run went all the
      *way through or was launched on an earlier day.
       01  STREAM-STATUS-RECORD.
           05  SST-STREAM-NAME PIC X(08).
           05  SST-RUN-DATE PIC 9(08).
           05  SST-STEP-NUMBER PIC 9(03).
           05  SST-PROGRAM PIC X(24).
           05  SST-START-DATE PIC 9(08).
           05  SST-START-TIME PIC 9(06).
           05  SST-END-DATE PIC 9(08).
           05  SST-END-TIME PIC 9(06).
           05  SST-STATUS PIC X.
           05  SST-RETURN-CODE PIC S9(04).
