       01  XTR-DETAIL-RECORD.
           05  XTR-DTL-REC-TYPE        PIC X(1).
           05  XTR-DTL-SEQ-NAME        PIC X(10).
           05  XTR-DTL-COUNT           PIC 9(9).
           05  XTR-DTL-BUSINESS-NO     PIC X(17).
           05  XTR-DTL-ISSUE-TS        PIC X(26).
           05  XTR-DTL-REISSUE-FLAG    PIC X(1).
           05  FILLER                  PIC X(16).

       01  XTR-TRAILER-RECORD.
           05  XTR-TRL-REC-TYPE        PIC X(1).
