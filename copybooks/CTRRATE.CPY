      *****************************************************************
      *    CTRRATE.CPY
      *    KEYED CHARGEBACK RATE RECORD, ONE PER SEQUENCE, KEYED BY
      *    SEQUENCE NAME ON THE CTRRATE FILE.  RATE-PER-NUMBER IS
      *    WHAT FINANCE RECHARGES FOR EACH NUMBER CONSUMED FROM THE
      *    SEQUENCE AND RATE-GL-ACCOUNT THE GL ACCOUNT THE CHARGE
      *    IS JOURNALLED TO.  SEQCHG PRICES EVERY MONTHLY TOTAL
      *    FROM HERE; A SEQUENCE WITH NO RATE RECORD IS JOURNALLED
      *    AT ZERO AND REPORTED.
      *****************************************************************
       01  RATE-RECORD.
           05  RATE-SEQ-NAME           PIC X(10).
           05  RATE-PER-NUMBER         PIC 9(3)V9(5).
           05  RATE-GL-ACCOUNT         PIC X(10).
           05  RATE-UPDATED-TS         PIC X(26).
           05  FILLER                  PIC X(26).
