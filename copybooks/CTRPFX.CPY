      *****************************************************************
      *    CTRPFX.CPY
      *    PREFIX REGISTRY RECORD, KEYED BY BUSINESS-NUMBER PREFIX
      *    ON THE CTRPFX FILE.  EVERY PREFIX EVER GIVEN TO A
      *    SEQUENCE BY SEQONB IS REGISTERED HERE AGAINST THE
      *    SEQUENCE THAT OWNS IT, SO THE PREFIX SEQBVF AND SEQLNQ
      *    FIND ON A NUMBER ALWAYS MAPS BACK TO EXACTLY ONE
      *    SEQUENCE.  PFX-STATUS "A" IS
      *    A LIVE PREFIX; "R" IS A RETIRED ONE WHOSE SEQUENCE HAS
      *    BEEN CLOSED.  RETIRED ENTRIES ARE NEVER DELETED: NUMBERS
      *    CARRYING THE PREFIX ARE STILL OUT IN THE WORLD, SO THE
      *    PREFIX MAY NEVER BE GIVEN TO ANOTHER SEQUENCE.
      *****************************************************************
       01  PREFIX-RECORD.
           05  PFX-KEY                 PIC X(3).
           05  PFX-SEQ-NAME            PIC X(10).
           05  PFX-STATUS              PIC X(1).
               88  PFX-ACTIVE               VALUE "A".
               88  PFX-RETIRED              VALUE "R".
           05  PFX-REGISTERED-TS       PIC X(26).
           05  PFX-RETIRED-TS          PIC X(26).
           05  PFX-REQUESTER           PIC X(8).
           05  PFX-APPROVER            PIC X(8).
           05  FILLER                  PIC X(18).
