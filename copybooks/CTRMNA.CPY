      *****************************************************************
      *    CTRMNA.CPY
      *    APPLIED-MAINTENANCE JOURNAL RECORD.  SEQMNT APPENDS ONE
      *    TO THE CTRMNTA JOURNAL FOR EVERY CARD IT APPLIES, WITH
      *    THE MASTER'S VALUE, ISSUE YEAR AND SUCCESSOR AS THEY
      *    STOOD AFTER THE CHANGE.  THE TYPE "M" AUDIT RECORD HAS
      *    NO ROOM FOR THE SUCCESSOR NAME, SO THIS IS WHERE A CHAIN
      *    CARD'S SUCCESSOR STAYS ON RECORD; THE SEQRCV FORWARD
      *    RECOVERY READS IT TO PUT SUCCESSORS BACK ON A RESTORED
      *    MASTER.  MNA-APPLIED-TS IS THE TIMESTAMP OF THE MATCHING
      *    TYPE "M" AUDIT RECORD.
      *****************************************************************
       01  MNT-JOURNAL-RECORD.
           05  MNA-SEQ-NAME            PIC X(10).
           05  MNA-ACTION              PIC X(8).
           05  MNA-BEFORE-VALUE        PIC 9(9).
           05  MNA-AFTER-VALUE         PIC 9(9).
           05  MNA-ISSUE-YEAR          PIC 9(4).
           05  MNA-SUCCESSOR           PIC X(10).
           05  MNA-APPLIED-TS          PIC X(26).
           05  MNA-REASON-CODE         PIC X(4).
           05  MNA-REQUESTER           PIC X(8).
           05  MNA-APPROVER            PIC X(8).
           05  FILLER                  PIC X(4).
