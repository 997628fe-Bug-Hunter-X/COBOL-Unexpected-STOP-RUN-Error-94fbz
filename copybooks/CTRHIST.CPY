           05  HIST-END-TS             PIC X(26).
           05  HIST-LIMIT              PIC 9(5).
           05  HIST-INCREMENT          PIC 9(3).
           05  HIST-START-COUNT        PIC 9(9).
           05  HIST-END-COUNT          PIC 9(9).
           05  HIST-RETURN-CODE        PIC 9(4).
           05  HIST-REC-TYPE           PIC X(1).
           05  HIST-REASON-CODE        PIC X(4).
