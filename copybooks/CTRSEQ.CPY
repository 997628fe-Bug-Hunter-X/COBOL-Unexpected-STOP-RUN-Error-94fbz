      *****************************************************************
       01  SEQ-MASTER-RECORD.
           05  SEQ-KEY                 PIC X(10).
           05  SEQ-LAST-NUMBER         PIC 9(9).
           05  SEQ-LAST-UPDATED        PIC X(26).
           05  SEQ-PREFIX              PIC X(3).
           05  SEQ-ISSUE-YEAR          PIC 9(4).
           05  SEQ-SUCCESSOR           PIC X(10).
           05  FILLER                  PIC X(18).
