      *  BMI-HISTORY-ARCHIVE      parm 1 retention cutoff YYYYMMDD
      *  LAPSED-MEMBER-REPORT     parm 1 lapse limit in days,
      *                           parm 2 include archive Y or N
      *  NO-SHOW-REPORT           parm 1 appointment date YYYYMMDD,
      *                           blank for yesterday
      *  INTEGRITY-CHECK          parm 1 stale-goal limit in days
      *  COHORT-OUTCOMES-REPORT   parm 1 first enrollment YYYYMM,
      *                           parm 2 last enrollment YYYYMM,
      *                           blank for every cohort on file
      *  MEMBER-STATEMENTS        parm 1 statement month YYYYMM,
      *                           blank for last month,
      *                           parm 2 site ID, blank for all
      *A job with no card on file falls back to its console
      *prompts, so a hand run still works the way it always did.
      *The cards are plain text the shift lead can review before
