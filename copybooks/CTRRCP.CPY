      *****************************************************************
      *    CTRRCP.CPY
      *    PARAMETER CARD FOR THE SEQRCV FORWARD RECOVERY.  ONE
      *    CARD, READ FROM RCVPARM:
      *      RCP-BACKUP-TS   WHEN THE RESTORED SEQMSTR AND CTRPOOL
      *                      BACKUP WAS TAKEN, IN THE CTRAUDT
      *                      TIMESTAMP FORM (AT LEAST YYYYMMDDHHMMSS
      *                      PUNCHED).  EVERYTHING RECORDED AFTER IT
      *                      IS ROLLED FORWARD ONTO THE BACKUP.
      *    THE REBUILD REPLACES THE LIVE COUNTERS, SO LIKE SEQMNT
      *    CARDS IT NEEDS A REASON CODE AND TWO DIFFERENT IDS,
      *    REQUESTER AND APPROVER.
      *****************************************************************
       01  RCP-RECORD.
           05  RCP-BACKUP-TS           PIC X(26).
           05  RCP-REASON-CODE         PIC X(4).
           05  RCP-REQUESTER           PIC X(8).
           05  RCP-APPROVER            PIC X(8).
           05  FILLER                  PIC X(34).
