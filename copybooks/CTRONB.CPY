      *****************************************************************
      *    CTRONB.CPY
      *    DEFINITION CARD FOR THE SEQONB SEQUENCE ONBOARDING JOB.
      *    ONE CARD PER ACTION:
      *      DEFINE   - CREATE A NEW SEQUENCE: THE SEQMSTR RECORD
      *                 STARTING AT THE FLOOR, ITS CTRPOLF POLICY
      *                 (ACTIVE, CEILING, FLOOR, AUTH LIST), A
      *                 CTRQUOT CARD FOR EACH AUTHORIZED SYSTEM
      *                 GIVEN A QUOTA, AND THE PREFIX REGISTRATION
      *      RETIRE   - RETIRE THE PREFIX OF A SEQUENCE SEQPOL HAS
      *                 ALREADY CLOSED; THE PREFIX STAYS ON THE
      *                 REGISTRY AND CAN NEVER BE REUSED
      *    CEILING BLANK OR ZERO DEFAULTS TO 999999999.  AN AUTH
      *    ENTRY NAMES A SYSTEM ALLOWED TO REQUEST FROM THE
      *    SEQUENCE (ALL BLANK MEANS ANY SYSTEM) AND OPTIONALLY ITS
      *    DAILY QUOTA; A BLANK OR ZERO QUOTA ADDS NO QUOTA CARD,
      *    AND A SYSTEM THAT ALREADY HAS A CTRQUOT CARD KEEPS IT.
      *    EVERY CARD NEEDS A REASON CODE AND TWO DIFFERENT IDS,
      *    REQUESTER AND APPROVER, AS ON SEQMNT MAINTENANCE CARDS.
      *****************************************************************
       01  ONB-RECORD.
           05  ONB-SEQ-NAME            PIC X(10).
           05  ONB-ACTION              PIC X(8).
           05  ONB-PREFIX              PIC X(3).
           05  ONB-CEILING             PIC 9(9).
           05  ONB-FLOOR               PIC 9(9).
           05  ONB-AUTH-ENTRY          OCCURS 4 TIMES.
               10  ONB-AUTH-SYSTEM     PIC X(8).
               10  ONB-AUTH-QUOTA      PIC 9(7).
           05  ONB-REASON-CODE         PIC X(4).
           05  ONB-REQUESTER           PIC X(8).
           05  ONB-APPROVER            PIC X(8).
           05  FILLER                  PIC X(1).
