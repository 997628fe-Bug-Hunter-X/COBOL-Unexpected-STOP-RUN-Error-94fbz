           05  POOL-KEY.
               10  POOL-SEQ-NAME       PIC X(10).
               10  POOL-ISSUE-YEAR     PIC 9(4).
               10  POOL-NUMBER         PIC 9(9).
           05  POOL-RETURN-TS          PIC X(26).
           05  POOL-REASON-CODE        PIC X(4).
           05  FILLER                  PIC X(7).
