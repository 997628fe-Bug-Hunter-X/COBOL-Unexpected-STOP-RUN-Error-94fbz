      *    CTRPOLF POLICY FILE:
      *      STATUS   "A" ACTIVE, "S" SUSPENDED, "C" CLOSED
      *      CEILING  HIGHEST NUMBER THE SEQUENCE MAY ISSUE
      *               (BLANK OR ZERO DEFAULTS TO 999999999)
      *      FLOOR    BASE THE SEQUENCE STARTS AND RESTARTS FROM
      *      AUTH     UP TO FOUR SYSTEM IDS ALLOWED TO REQUEST FROM
      *               THE SEQUENCE; ALL BLANK MEANS ANY SYSTEM
       01  PCRD-RECORD.
           05  PCRD-SEQ-NAME           PIC X(10).
           05  PCRD-STATUS             PIC X(1).
           05  PCRD-CEILING            PIC 9(9).
           05  PCRD-FLOOR              PIC 9(9).
           05  PCRD-AUTH-LIST.
               10  PCRD-AUTH-SYSTEM    OCCURS 4 TIMES
                                       PIC X(8).
           05  PCRD-REASON-CODE        PIC X(4).
           05  PCRD-REQUESTER          PIC X(8).
           05  PCRD-APPROVER           PIC X(8).
           05  FILLER                  PIC X(3).
