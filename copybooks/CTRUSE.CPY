      *****************************************************************
      *    CTRUSE.CPY
      *    USAGE CONFIRMATION RECORD.  EACH REQUESTING SYSTEM SENDS
      *    A DAILY USAGE FILE WITH ONE RECORD PER BUSINESS NUMBER IT
      *    ACTUALLY CONSUMED (A CLAIM OR TICKET WAS POSTED AGAINST
      *    IT).  THE SEQUSE INTAKE PROVES EACH NUMBER AND MOVES ITS
      *    CTRLGR LEDGER RECORD TO STATE "U" (USED).
      *    USE-TIMESTAMP IS WHEN THE NUMBER WAS USED; SPACES MEANS
      *    THE INTAKE RUN TIME.  USE-REFERENCE IS THE USING SYSTEM'S
      *    OWN CLAIM OR TICKET ID AND IS ONLY SHOWN ON EXCEPTIONS.
      *****************************************************************
       01  USAGE-RECORD.
           05  USE-BUSINESS-NO         PIC X(17).
           05  USE-SYSTEM              PIC X(8).
           05  USE-TIMESTAMP           PIC X(26).
           05  USE-REFERENCE           PIC X(12).
           05  FILLER                  PIC X(17).
