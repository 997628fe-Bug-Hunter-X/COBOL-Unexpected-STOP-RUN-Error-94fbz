           05  RPT-SEQ-NAME            PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "VALUE:".
           05  RPT-CURRENT-VALUE       PIC Z(8)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE "YEAR:".
           05  RPT-ISSUE-YEAR          PIC X(4).
