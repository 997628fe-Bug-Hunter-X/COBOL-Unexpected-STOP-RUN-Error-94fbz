       01  WS-SEQMSTR-STATUS           PIC XX VALUE "00".
       01  WS-LEDGER-STATUS            PIC XX VALUE "00".
       01  WS-RETURN-CODE              PIC 9(4) VALUE 0.
       01  WS-BUSINESS-NO              PIC X(17) VALUE SPACES.
       01  WS-LOOKUP-PREFIX            PIC X(3) VALUE SPACES.
       01  WS-LOOKUP-YEAR              PIC X(4) VALUE SPACES.
       01  WS-LOOKUP-COUNT             PIC 9(9) VALUE 0.
       01  WS-LEDGER-HITS              PIC 9(3) VALUE 0.
       01  WS-MASTER-EOF-SW            PIC X VALUE "N".
           88  WS-MASTER-EOF                VALUE "Y".
               "SEQCTR NUMBER-STATUS LEDGER INQUIRY".
       01  RPT-INQUIRY-LINE-2.
           05  FILLER                  PIC X(8)  VALUE "NUMBER:".
           05  RPT-BUSINESS-NO         PIC X(17).
       01  RPT-STATE-LINE.
           05  FILLER                  PIC X(10) VALUE "SEQUENCE:".
           05  RPT-SEQ-NAME            PIC X(10).
           ELSE
               MOVE WS-BUSINESS-NO(1:3) TO WS-LOOKUP-PREFIX
               MOVE WS-BUSINESS-NO(4:4) TO WS-LOOKUP-YEAR
               MOVE WS-BUSINESS-NO(8:9) TO WS-LOOKUP-COUNT
           END-IF.

      *****************************************************************
                   MOVE "RETURNED" TO RPT-STATE
               WHEN LGR-REISSUED
                   MOVE "REISSUED" TO RPT-STATE
               WHEN LGR-USED
                   MOVE "USED" TO RPT-STATE
               WHEN OTHER
                   MOVE LGR-STATE TO RPT-STATE
           END-EVALUATE
