      *****************************************************************
      *    CTRYCL.CPY
      *    CLOSED ISSUE YEAR, ONE RECORD PER SEQUENCE AND YEAR THE
      *    SEQYEC YEAR-END CLOSE HAS SIGNED OFF, KEYED BY SEQUENCE
      *    NAME + ISSUE YEAR ON THE CTRYCL FILE.  THE RECORD HOLDS
      *    THE FIGURES PRINTED ON THE ISSUANCE CERTIFICATE SO THEY
      *    CAN BE PRODUCED AGAIN WITHOUT RE-RUNNING THE CLOSE.
      *    ONCE A YEAR IS ON THIS FILE SEQMNT REJECTS A VALUE CHANGE
      *    THAT WOULD LAND IN IT AND SEQRTI REJECTS A RETURN OF ONE
      *    OF ITS NUMBERS, SO THE CERTIFIED FIGURES CANNOT MOVE.
      *****************************************************************
       01  YEAR-CLOSE-RECORD.
           05  YCL-KEY.
               10  YCL-SEQ-NAME        PIC X(10).
               10  YCL-ISSUE-YEAR      PIC 9(4).
           05  YCL-CLOSED-TS           PIC X(26).
           05  YCL-REQUESTER           PIC X(8).
           05  YCL-APPROVER            PIC X(8).
           05  YCL-FIRST-ISSUED        PIC 9(9).
           05  YCL-LAST-ISSUED         PIC 9(9).
           05  YCL-TOTAL-ISSUED        PIC 9(9).
           05  YCL-REISSUED            PIC 9(9).
           05  YCL-VOIDED              PIC 9(9).
           05  YCL-WRITTEN-OFF         PIC 9(9).
           05  YCL-RECLAIMED           PIC 9(9).
           05  YCL-RESERVED            PIC 9(9).
           05  YCL-HASH-TOTAL          PIC 9(15).
           05  FILLER                  PIC X(8).
