      *****************************************************************
       01  CHECKPOINT-RECORD.
           05  CKPT-KEY                PIC X(10).
           05  CKPT-COUNT              PIC 9(9).
           05  CKPT-TIMESTAMP          PIC X(26).
           05  CKPT-ISSUE-YEAR         PIC 9(4).
           05  FILLER                  PIC X(31).
