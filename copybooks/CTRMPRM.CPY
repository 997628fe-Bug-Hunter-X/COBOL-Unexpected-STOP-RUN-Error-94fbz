      *    CTRMPRM.CPY
      *    PARAMETER CARD FOR THE SEQMON NIGHTLY CAPACITY MONITOR.
      *    WARN-PCT IS THE PERCENT OF EACH SEQUENCE'S POLICY
      *    CEILING (CTRPOLF, DEFAULT 999999999) AT WHICH A
      *    SEQUENCE GOES ON WARNING (DEFAULT 80).  LEAD-DAYS IS THE
      *    TIME NEEDED TO ARRANGE A RANGE CHANGE: PROJECTED
      *    EXHAUSTION INSIDE THAT LEAD TIME IS CRITICAL (DEFAULT
