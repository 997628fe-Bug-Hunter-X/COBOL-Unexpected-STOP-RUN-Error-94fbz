      *****************************************************************
      *    CTRCBP.CPY
      *    PARAMETER CARD FOR THE SEQCHG MONTHLY CHARGEBACK.
      *    CBP-BILL-MONTH IS THE CALENDAR MONTH BILLED (YYYYMM);
      *    SPACES BILLS THE MONTH BEFORE THE RUN DATE.  A MONTH
      *    ALREADY ON THE CTRCBL RUN LOG IS ONLY BILLED AGAIN WITH
      *    CBP-RERUN-FLAG "Y", WHICH REPLACES THE PRIOR JOURNAL.
      *****************************************************************
       01  CBP-RECORD.
           05  CBP-BILL-MONTH          PIC X(6).
           05  CBP-RERUN-FLAG          PIC X(1).
           05  FILLER                  PIC X(73).
