      *****************************************************************
      *    CTRRTA.CPY
      *    ACCEPTED-RETURN JOURNAL RECORD.  SEQRTI APPENDS ONE TO
      *    THE CTRRTNA JOURNAL FOR EVERY RETURN IT PROVES AND MOVES
      *    TO THE RECYCLE POOL, SO THE ACCEPTED RETURNS STAY ON
      *    RECORD AFTER THE POOL ENTRY IS DRAWN AND THE LEDGER
      *    RECORD MOVES ON TO ITS NEXT HOLDER.  RTA-HOLDER-SYSTEM
      *    IS THE SYSTEM THAT HELD THE NUMBER WHEN IT CAME BACK
      *    (SPACES WHEN THE NUMBER PREDATES THE LEDGER) AND
      *    RTA-ACCEPT-TS IS THE INTAKE RUN THAT ACCEPTED IT.  THE
      *    SEQCHG CHARGEBACK CREDITS THE HOLDER FROM THIS JOURNAL.
      *****************************************************************
       01  RETURN-JOURNAL-RECORD.
           05  RTA-SEQ-NAME            PIC X(10).
           05  RTA-ISSUE-YEAR          PIC 9(4).
           05  RTA-NUMBER              PIC 9(9).
           05  RTA-RETURN-TS           PIC X(26).
           05  RTA-REASON-CODE         PIC X(4).
           05  RTA-HOLDER-SYSTEM       PIC X(8).
           05  RTA-ACCEPT-TS           PIC X(26).
           05  FILLER                  PIC X(13).
