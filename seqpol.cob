       01  WS-RETURN-CODE              PIC 9(4) VALUE 0.
       01  WS-JOB-ID                   PIC X(8) VALUE "SEQPOL".
       01  WS-FORMATTED-TIMESTAMP      PIC X(26).
       01  WS-BEFORE-CEILING           PIC 9(9) VALUE 0.
       01  WS-AFTER-CEILING            PIC 9(9) VALUE 0.
       01  WS-CARD-CEILING             PIC 9(9) VALUE 0.
       01  WS-REJECT-TEXT              PIC X(30) VALUE SPACES.
       01  WS-CARDS-READ               PIC 9(5) VALUE 0.
       01  WS-CARDS-APPLIED            PIC 9(5) VALUE 0.
       01  RPT-HEADER-2.
           05  FILLER                  PIC X(12) VALUE "SEQUENCE".
           05  FILLER                  PIC X(8)  VALUE "STATUS".
           05  FILLER                  PIC X(13) VALUE "CEILING".
           05  FILLER                  PIC X(12) VALUE "FLOOR".
           05  FILLER                  PIC X(6)  VALUE "RSN".
           05  FILLER                  PIC X(10) VALUE "REQUESTER".
           05  FILLER                  PIC X(10) VALUE "APPROVER".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-POL-STATUS      PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-CEILING         PIC Z(8)9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  RPT-DTL-FLOOR           PIC Z(8)9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RPT-DTL-REASON          PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           PERFORM 2000-GET-NEXT-CARD.

       3100-VALIDATE-CARD.
           MOVE 999999999 TO WS-CARD-CEILING
           IF PCRD-CEILING NUMERIC AND PCRD-CEILING > 0
               MOVE PCRD-CEILING TO WS-CARD-CEILING
           END-IF
