           05  FILLER                  PIC X(10) VALUE "JOB".
           05  FILLER                  PIC X(12) VALUE "SEQUENCE".
           05  FILLER                  PIC X(16) VALUE "START".
           05  FILLER                  PIC X(11) VALUE "FROM".
           05  FILLER                  PIC X(11) VALUE "TO".
           05  FILLER                  PIC X(9)  VALUE "ISSUED".
           05  FILLER                  PIC X(6)  VALUE "RC".
           05  FILLER                  PIC X(9)  VALUE "ELAPSED".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-START-TS        PIC X(14).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-FROM            PIC Z(8)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-TO              PIC Z(8)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-ISSUED          PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
