      *    EXISTED MEANS SEQCTR0001).  AUDIT-REC-TYPE IS "I" FOR AN
      *    ISSUING BLOCK AND "M" FOR A SEQMNT MAINTENANCE ACTION,
      *    WHERE START/END COUNT CARRY THE BEFORE AND AFTER VALUES
      *    AND AUDIT-REASON-CODE CARRIES THE STATED REASON; ON
      *    RECORDS SINCE THE CTRMNTA JOURNAL WAS ADDED AUDIT-LIMIT
      *    CARRIES THE MASTER'S ISSUE YEAR AFTER THE ACTION.
      *    TYPE "P" IS A SEQPOL POLICY CHANGE (START/END COUNT
      *    CARRY THE BEFORE AND AFTER CEILING).  TYPE "R" IS THE
      *    OUTCOME OF A SEQREC RECONCILIATION RUN: END COUNT
      *    SUCCESSOR ROLLOVER: SEQCTR CLOSED THE NAMED SEQUENCE
      *    OUT AT THE RECORDED VALUE AND CONTINUED THE BLOCK ON
      *    ITS SUCCESSOR; SEQREC TREATS IT AS A SANCTIONED VALUE
      *    JUMP IN ITS CONTINUITY CHECKS.  TYPE "O" IS A SEQONB
      *    ONBOARDING CARD, APPLIED OR NOT: END COUNT CARRIES THE
      *    NEW SEQUENCE'S STARTING VALUE AND RETURN-CODE IS 0 WHEN
      *    THE CARD WAS APPLIED, 8 WHEN IT WAS REJECTED.  TYPE "V"
      *    IS A SEQRSV RESERVED-RANGE CHANGE: START/END COUNT CARRY
      *    THE RANGE AND AUDIT-LIMIT THE ISSUE YEAR IT BELONGS TO.
      *    A NUMBER DRAWN THROUGH THE SEQGET SUBROUTINE IS ITS OWN
      *    ONE-NUMBER "I" BLOCK WITH THE CALLING SYSTEM AS JOB-ID
      *    AND REASON CODE "GET".  AN "I" BLOCK ISSUED IN REQUEST
      *    MODE CARRIES REASON CODE "RQST" (ITS NUMBERS ARE ON
      *    CTRASGK); A SINGLE-BLOCK RUN LEAVES THE REASON BLANK.
      *    TYPE "Y" IS A SEQYEC YEAR-END CLOSE: AUDIT-LIMIT CARRIES
      *    THE YEAR CLOSED, START/END COUNT THE FIRST AND LAST
      *    NUMBER ISSUED IN IT, AND THE REASON CODE IS "YEND".
      *****************************************************************
       01  AUDIT-RECORD.
           05  AUDIT-JOB-ID            PIC X(8).
           05  AUDIT-END-TS            PIC X(26).
           05  AUDIT-LIMIT             PIC 9(5).
           05  AUDIT-INCREMENT         PIC 9(3).
           05  AUDIT-START-COUNT       PIC 9(9).
           05  AUDIT-END-COUNT         PIC 9(9).
           05  AUDIT-RETURN-CODE       PIC 9(4).
           05  AUDIT-SEQ-NAME          PIC X(10).
           05  AUDIT-REC-TYPE          PIC X(1).
