      *****************************************************************
      *    CTRCBL.CPY
      *    CHARGEBACK RUN-LOG RECORD, ONE PER MONTH SEQCHG HAS
      *    BILLED, KEYED BY BILLING MONTH ON THE CTRCBL FILE.
      *    SEQCHG REFUSES TO BILL A MONTH ALREADY LOGGED UNLESS THE
      *    PARM CARD CARRIES THE RERUN FLAG, AND A RERUN OF A MONTH
      *    NEVER BILLED.  THE LOG CARRIES THE JOURNAL'S CONTROL
      *    TOTALS SO "WHAT WAS BILLED" IS ANSWERED WITHOUT THE
      *    OLD JOURNAL FILE; CBL-RUN-COUNT IS 1 FOR THE FIRST RUN
      *    AND COUNTS EACH RERUN.
      *****************************************************************
       01  CBL-RECORD.
           05  CBL-BILL-MONTH          PIC 9(6).
           05  CBL-RUN-TS              PIC X(26).
           05  CBL-DETAIL-COUNT        PIC 9(9).
           05  CBL-NET-QUANTITY        PIC S9(11)
                                       SIGN LEADING SEPARATE.
           05  CBL-TOTAL-AMOUNT        PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  CBL-HASH-TOTAL          PIC 9(12).
           05  CBL-RERUN-FLAG          PIC X(1).
           05  CBL-RUN-COUNT           PIC 9(3).
           05  FILLER                  PIC X(15).
