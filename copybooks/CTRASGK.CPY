      *    SEGMENT ACKNOWLEDGED WHEN ITS CTRACKS ACKNOWLEDGMENT
      *    ARRIVES, AND AFTER THE GRACE PERIOD RECLAIMS AN
      *    UNACKNOWLEDGED SEGMENT BY FEEDING ITS NUMBERS BACK FOR
      *    REISSUE WITH REASON CODE "UNAK", STAMPING THE RECLAIM
      *    TIME IN ASGK-ACK-TS.  A SEGMENT STAYS ON
      *    FILE AS AN AUDITABLE TRACE OF WHAT WAS ASSIGNED,
      *    ACKNOWLEDGED AND RECLAIMED.  SEQCTR READS IT IN REQUEST
      *    MODE TO RECOGNIZE A RESUBMITTED REFERENCE AND SEND ITS
      *    UNRECLAIMED SEGMENTS BACK INSTEAD OF ISSUING AGAIN.
      *    SEQYEC MARKS A SEGMENT OF A CLOSED ISSUE YEAR THAT WAS
      *    NEVER ACKNOWLEDGED OR RECLAIMED AS CLOSED AT YEAR END
      *    (ASGK-ACK-SW "X", ASGK-ACK-TS THE CLOSE TIME); SEQACK
      *    NEITHER AGES NOR RECLAIMS IT AFTER THAT.
      *****************************************************************
       01  ASGK-RECORD.
           05  ASGK-KEY.
               10  ASGK-REFERENCE      PIC X(12).
               10  ASGK-SEGMENT        PIC 9(3).
           05  ASGK-SEQ-NAME           PIC X(10).
           05  ASGK-START-NUMBER       PIC 9(9).
           05  ASGK-END-NUMBER         PIC 9(9).
           05  ASGK-QUANTITY           PIC 9(5).
           05  ASGK-INCREMENT          PIC 9(3).
           05  ASGK-ASSIGN-TS          PIC X(26).
           05  ASGK-ACK-SW             PIC X(1).
               88  ASGK-ACKED               VALUE "Y".
               88  ASGK-YEAR-CLOSED         VALUE "X".
           05  ASGK-ACK-TS             PIC X(26).
           05  ASGK-RECLAIM-SW         PIC X(1).
               88  ASGK-RECLAIMED           VALUE "Y".
