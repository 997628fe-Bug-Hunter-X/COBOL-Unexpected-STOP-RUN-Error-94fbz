      *    PARM-MODE "R" SELECTS REQUEST MODE, WHERE THE RUN IS
      *    DRIVEN BY THE CTRREQS REQUESTS FILE INSTEAD OF A SINGLE
      *    BLOCK SIZED BY PARM-LIMIT; BLANK OR "S" IS SINGLE-BLOCK.
      *    PARM-SIMULATE "Y" MAKES THE RUN A WHAT-IF: THE FULL LOGIC
      *    RUNS AGAINST THE LIVE FILES BUT NOTHING IS COMMITTED, NO
      *    RUN LOCK IS TAKEN, AND THE PROJECTED ASSIGNMENTS GO TO THE
      *    CTRSIM REPORT INSTEAD OF CTRRPT.
      *****************************************************************
       01  PARM-RECORD.
           05  PARM-LIMIT              PIC 9(5).
           05  PARM-JOB-ID             PIC X(8).
           05  PARM-SEQ-NAME           PIC X(10).
           05  PARM-MODE               PIC X(1).
           05  PARM-SIMULATE           PIC X(1).
           05  FILLER                  PIC X(52).
