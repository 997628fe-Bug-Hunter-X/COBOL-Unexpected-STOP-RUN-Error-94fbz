      *****************************************************************
       01  RETURN-RECORD.
           05  RTN-SEQ-NAME            PIC X(10).
           05  RTN-NUMBER              PIC 9(9).
           05  RTN-RETURN-TS           PIC X(26).
           05  RTN-REASON-CODE         PIC X(4).
           05  RTN-ISSUE-YEAR          PIC 9(4).
           05  FILLER                  PIC X(27).
