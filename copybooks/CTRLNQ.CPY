      *    AS "NOT ON LEDGER".
      *****************************************************************
       01  LNQ-RECORD.
           05  LNQ-BUSINESS-NO         PIC X(17).
           05  FILLER                  PIC X(63).
