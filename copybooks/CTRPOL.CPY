      *    PLACE OF THE FORMER GLOBAL 99999 CEILING.  A NON-BLANK
      *    AUTH LIST RESTRICTS REQUEST-MODE DRAWS TO THE SYSTEMS
      *    NAMED; AN ALL-BLANK LIST MEANS ANY SYSTEM MAY REQUEST.
      *    A SEQUENCE WITH NO POLICY RECORD IS ACTIVE, WITH THE
      *    FULL 999999999 CEILING, FLOOR ZERO AND OPEN TO ALL.
      *****************************************************************
       01  POLICY-RECORD.
           05  POL-KEY                 PIC X(10).
               88  POL-ACTIVE               VALUE "A".
               88  POL-SUSPENDED            VALUE "S".
               88  POL-CLOSED               VALUE "C".
           05  POL-CEILING             PIC 9(9).
           05  POL-FLOOR               PIC 9(9).
           05  POL-AUTH-LIST.
               10  POL-AUTH-SYSTEM     OCCURS 4 TIMES
                                       PIC X(8).
           05  POL-LAST-UPDATED        PIC X(26).
           05  FILLER                  PIC X(13).
