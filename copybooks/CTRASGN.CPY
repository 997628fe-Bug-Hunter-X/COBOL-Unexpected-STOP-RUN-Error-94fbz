      *    ASGN-STATUS SAYS HOW THE REQUEST FARED: "F" FILLED IN
      *    FULL, "P" PARTIALLY FILLED (REMAINDER CARRIED OVER TO
      *    THE NEXT RUN ON CTRCARY), "D" DEFERRED IN FULL BY THE
      *    PER-SYSTEM DAILY QUOTA, "R" REJECTED, "S" RE-SENT: THE
      *    REFERENCE WAS RESUBMITTED AND THIS IS ONE OF ITS ORIGINAL
      *    SEGMENTS, WITH ITS ORIGINAL RANGE AND TIMESTAMP, SENT
      *    AGAIN FROM CTRASGK INSTEAD OF ISSUING A NEW BLOCK.
      *****************************************************************
       01  ASSIGN-RECORD.
           05  ASGN-SYSTEM             PIC X(8).
           05  ASGN-SEQ-NAME           PIC X(10).
           05  ASGN-REFERENCE          PIC X(12).
           05  ASGN-START-NUMBER       PIC 9(9).
           05  ASGN-END-NUMBER         PIC 9(9).
           05  ASGN-QUANTITY           PIC 9(5).
           05  ASGN-TIMESTAMP          PIC X(26).
           05  ASGN-INCREMENT          PIC 9(3).
