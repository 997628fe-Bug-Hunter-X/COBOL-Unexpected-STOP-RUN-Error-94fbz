      *****************************************************************
      *    CTRRSV.CPY
      *    RESERVED NUMBER RANGE, KEYED BY SEQUENCE + ISSUE YEAR +
      *    FIRST RESERVED COUNT ON THE CTRRSV FILE.  MAINTAINED ONLY
      *    BY SEQRSV.  A RANGE HELD FOR AN OWNING SYSTEM (MIGRATION
      *    LOADS, PARTNER BLOCKS, PRE-PRINTED STOCK) IS NEVER ISSUED
      *    BY SEQCTR: AN ISSUING RUN THAT REACHES AN ACTIVE RANGE
      *    JUMPS OVER IT AND CONTINUES ABOVE RSV-TO-NUMBER.  A RANGE
      *    IS ACTIVE WHILE RSV-STATUS IS "A" AND RSV-EXPIRY-DATE
      *    (YYYYMMDD) HAS NOT PASSED; "C" IS A RANGE RELEASED EARLY.
      *    RECORDS ARE NEVER DELETED, SO SEQREC CAN STILL EXPLAIN A
      *    JUMP MADE WHILE A SINCE-EXPIRED OR RELEASED RANGE WAS IN
      *    FORCE, USING THE CREATED AND RELEASED TIMESTAMPS.  SEQMON
      *    TAKES THE ACTIVE RANGES ABOVE THE CURRENT POSITION OUT OF
      *    THE CAPACITY LEFT BELOW THE CEILING.
      *****************************************************************
       01  RESERVATION-RECORD.
           05  RSV-KEY.
               10  RSV-SEQ-NAME        PIC X(10).
               10  RSV-ISSUE-YEAR      PIC 9(4).
               10  RSV-FROM-NUMBER     PIC 9(9).
           05  RSV-TO-NUMBER           PIC 9(9).
           05  RSV-OWNER-SYSTEM        PIC X(8).
           05  RSV-EXPIRY-DATE         PIC 9(8).
           05  RSV-STATUS              PIC X(1).
               88  RSV-ACTIVE               VALUE "A".
               88  RSV-RELEASED             VALUE "C".
           05  RSV-CREATED-TS          PIC X(26).
           05  RSV-RELEASED-TS         PIC X(26).
           05  RSV-REASON-CODE         PIC X(4).
           05  RSV-REQUESTER           PIC X(8).
           05  RSV-APPROVER            PIC X(8).
           05  FILLER                  PIC X(7).
