      *****************************************************************
      *    CTRGET.CPY
      *    PARAMETER AREA FOR THE SEQGET NEXT-NUMBER SUBROUTINE.  A
      *    BATCH PROGRAM THAT NEEDS ONE BUSINESS NUMBER PART WAY
      *    THROUGH ITS PROCESSING FILLS IN THE SEQUENCE, ITS OWN
      *    SYSTEM ID AND OPTIONALLY A REFERENCE, AND CALLS SEQGET.
      *    GET-INCREMENT IS THE COUNTER STEP; ZERO MEANS ONE.
      *    ON RETURN GET-NUMBER-ISSUED MEANS GET-BUSINESS-NO HOLDS
      *    THE NUMBER NOW ON THE CTRLGR LEDGER UNDER THE CALLING
      *    SYSTEM.  GET-ISSUED-SEQ IS THE SEQUENCE IT CAME FROM,
      *    WHICH IS THE SUCCESSOR WHEN THE NAMED SEQUENCE WAS AT ITS
      *    CEILING, AND GET-REISSUE-FLAG IS "R" WHEN THE NUMBER CAME
      *    OUT OF THE CTRPOOL RECYCLE POOL.
      *    GET-NUMBER-REFUSED CARRIES THE REASON IN GET-ERROR-CODE.
      *    A RUN LOCK HELD BY AN ISSUING OR MAINTENANCE JOB IS
      *    WORTH RETRYING LATER; THE OTHER CODES ARE NOT.  A FILE
      *    ERROR RAISED AFTER THE NUMBER WAS WRITTEN LEAVES THE
      *    NUMBER IN GET-BUSINESS-NO SO THE CALLER CAN REPORT IT.
      *****************************************************************
       01  GET-PARM-AREA.
           05  GET-SEQ-NAME            PIC X(10).
           05  GET-SYSTEM              PIC X(8).
           05  GET-REFERENCE           PIC X(12).
           05  GET-INCREMENT           PIC 9(3).
           05  GET-ISSUED-SEQ          PIC X(10).
           05  GET-COUNT               PIC 9(9).
           05  GET-BUSINESS-NO         PIC X(17).
           05  GET-REISSUE-FLAG        PIC X(1).
           05  GET-RESULT              PIC X(1).
               88  GET-NUMBER-ISSUED        VALUE "Y".
               88  GET-NUMBER-REFUSED       VALUE "N".
           05  GET-ERROR-CODE          PIC 9(2).
               88  GET-ERR-NONE             VALUE 00.
               88  GET-ERR-PARMS            VALUE 01.
               88  GET-ERR-LOCK-HELD        VALUE 02.
               88  GET-ERR-NOT-ACTIVE       VALUE 03.
               88  GET-ERR-NOT-AUTHORIZED   VALUE 04.
               88  GET-ERR-EXHAUSTED        VALUE 05.
               88  GET-ERR-FILE             VALUE 06.
