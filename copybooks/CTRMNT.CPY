       01  MNT-RECORD.
           05  MNT-SEQ-NAME            PIC X(10).
           05  MNT-ACTION              PIC X(8).
           05  MNT-NEW-VALUE           PIC 9(9).
           05  MNT-REASON-CODE         PIC X(4).
           05  MNT-REQUESTER           PIC X(8).
           05  MNT-APPROVER            PIC X(8).
           05  MNT-SUCCESSOR           PIC X(10).
           05  FILLER                  PIC X(23).
