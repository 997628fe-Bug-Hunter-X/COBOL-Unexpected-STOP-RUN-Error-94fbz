      *****************************************************************
      *    CTRYEC.CPY
      *    YEAR-END CLOSE CARD FOR THE SEQYEC JOB (YECPARM).  ONE
      *    CARD PER RUN NAMES THE SEQUENCE AND THE ISSUE YEAR BEING
      *    CLOSED, WHICH MUST BE BEFORE THE CURRENT YEAR.  THE
      *    REQUESTER AND APPROVER SIGN THE ISSUANCE CERTIFICATE AND
      *    MUST BE TWO DIFFERENT IDS, OR THE CARD IS REJECTED.
      *****************************************************************
       01  YEC-RECORD.
           05  YEC-SEQ-NAME            PIC X(10).
           05  YEC-CLOSE-YEAR          PIC 9(4).
           05  YEC-REQUESTER           PIC X(8).
           05  YEC-APPROVER            PIC X(8).
           05  FILLER                  PIC X(50).
