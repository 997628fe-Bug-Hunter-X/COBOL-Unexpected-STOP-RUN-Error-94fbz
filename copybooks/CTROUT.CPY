      *    CTRPOOL RECYCLE POOL INSTEAD OF ADVANCING THE COUNTER.
      *****************************************************************
       01  OUTPUT-RECORD.
           05  OUT-COUNT               PIC 9(9).
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  OUT-TIMESTAMP           PIC X(26).
           05  OUT-SEQ-NAME            PIC X(10).
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  OUT-BUSINESS-NO         PIC X(17).
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  OUT-REISSUE-FLAG        PIC X(1).
           05  FILLER                  PIC X(14).
