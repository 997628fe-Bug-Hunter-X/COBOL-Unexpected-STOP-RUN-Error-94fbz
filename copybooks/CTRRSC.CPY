      *****************************************************************
      *    CTRRSC.CPY
      *    RESERVATION CARD FOR THE SEQRSV RESERVED-RANGE
      *    MAINTENANCE JOB.  ONE CARD PER ACTION:
      *      RESERVE  - HOLD RSC-FROM-NUMBER THRU RSC-TO-NUMBER OF
      *                 THE ISSUE YEAR FOR RSC-OWNER-SYSTEM UNTIL
      *                 RSC-EXPIRY-DATE (YYYYMMDD)
      *      RELEASE  - GIVE THE RANGE STARTING AT RSC-FROM-NUMBER
      *                 BACK TO NORMAL ISSUING BEFORE IT EXPIRES
      *      EXTEND   - MOVE THE EXPIRY OF THE RANGE STARTING AT
      *                 RSC-FROM-NUMBER TO RSC-EXPIRY-DATE
      *    AN ISSUE YEAR OF ZEROS MEANS THE CURRENT YEAR.  EVERY CARD
      *    NEEDS A REASON CODE AND TWO DIFFERENT IDS, REQUESTER AND
      *    APPROVER, OR IT IS REJECTED.
      *****************************************************************
       01  RSC-RECORD.
           05  RSC-SEQ-NAME            PIC X(10).
           05  RSC-ACTION              PIC X(8).
           05  RSC-ISSUE-YEAR          PIC 9(4).
           05  RSC-FROM-NUMBER         PIC 9(9).
           05  RSC-TO-NUMBER           PIC 9(9).
           05  RSC-OWNER-SYSTEM        PIC X(8).
           05  RSC-EXPIRY-DATE         PIC 9(8).
           05  RSC-REASON-CODE         PIC X(4).
           05  RSC-REQUESTER           PIC X(8).
           05  RSC-APPROVER            PIC X(8).
           05  FILLER                  PIC X(4).
