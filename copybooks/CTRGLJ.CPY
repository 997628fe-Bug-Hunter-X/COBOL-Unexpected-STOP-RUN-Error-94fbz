      *****************************************************************
      *    CTRGLJ.CPY
      *    AGREED INTERFACE LAYOUT FOR THE SEQCHG MONTHLY JOURNAL
      *    TO THE FINANCE GENERAL LEDGER.  ONE "H" HEADER WITH RUN
      *    DATE, BILLING MONTH AND RERUN FLAG, ONE "D" DETAIL PER
      *    CHARGED UNIT (REQUESTING SYSTEM OR OWNING COST CENTER)
      *    AND SEQUENCE, AND ONE "T" TRAILER CARRYING THE DETAIL
      *    RECORD COUNT, THE TOTAL AMOUNT AND A HASH TOTAL (SUM OF
      *    THE ASSIGNED QUANTITIES, LOW-ORDER TWELVE DIGITS) SO THE
      *    LEDGER CAN VALIDATE COMPLETENESS ON LOAD.  NET QUANTITY
      *    IS ASSIGNED LESS RECLAIMED LESS RETURNED AND MAY BE
      *    NEGATIVE WHEN A MONTH'S RETURNS EXCEED ITS ASSIGNMENTS.
      *****************************************************************
       01  GLJ-HEADER-RECORD.
           05  GLJ-HDR-REC-TYPE        PIC X(1).
           05  GLJ-HDR-RUN-DATE        PIC 9(8).
           05  GLJ-HDR-BILL-MONTH      PIC 9(6).
           05  GLJ-HDR-RERUN-FLAG      PIC X(1).
           05  FILLER                  PIC X(84).

       01  GLJ-DETAIL-RECORD.
           05  GLJ-DTL-REC-TYPE        PIC X(1).
           05  GLJ-DTL-CHARGE-UNIT     PIC X(8).
           05  GLJ-DTL-SEQ-NAME        PIC X(10).
           05  GLJ-DTL-GL-ACCOUNT      PIC X(10).
           05  GLJ-DTL-ASSIGNED        PIC 9(9).
           05  GLJ-DTL-RECLAIMED       PIC 9(9).
           05  GLJ-DTL-RETURNED        PIC 9(9).
           05  GLJ-DTL-NET-QUANTITY    PIC S9(9)
                                       SIGN LEADING SEPARATE.
           05  GLJ-DTL-RATE            PIC 9(3)V9(5).
           05  GLJ-DTL-AMOUNT          PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(14).

       01  GLJ-TRAILER-RECORD.
           05  GLJ-TRL-REC-TYPE        PIC X(1).
           05  GLJ-TRL-RECORD-COUNT    PIC 9(9).
           05  GLJ-TRL-TOTAL-AMOUNT    PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
           05  GLJ-TRL-HASH-TOTAL      PIC 9(12).
           05  FILLER                  PIC X(62).
