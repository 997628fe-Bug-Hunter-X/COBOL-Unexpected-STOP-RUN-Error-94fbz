       01  WS-HEALTH-TABLE.
           05  WS-HEALTH-ENTRY OCCURS 100 TIMES.
               10  HLT-SEQ-NAME        PIC X(10).
               10  HLT-LAST-NUMBER     PIC 9(9).
               10  HLT-ISSUE-YEAR      PIC X(4).
               10  HLT-CEILING         PIC 9(9).
               10  HLT-POL-STATUS      PIC X(1).
               10  HLT-ISSUED-YDAY     PIC 9(7).
               10  HLT-SEVERITY        PIC X(8).
       01  RPT-HEADER-2.
           05  FILLER                  PIC X(12) VALUE "SEQUENCE".
           05  FILLER                  PIC X(6)  VALUE "YEAR".
           05  FILLER                  PIC X(12) VALUE "VALUE".
           05  FILLER                  PIC X(13) VALUE "CEILING".
           05  FILLER                  PIC X(10) VALUE "YDAY-ISS".
           05  FILLER                  PIC X(10) VALUE "SEVERITY".
           05  FILLER                  PIC X(30) VALUE "EXCEPTION".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-YEAR            PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-VALUE           PIC Z(8)9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RPT-DTL-CEILING         PIC Z(8)9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  RPT-DTL-YDAY            PIC ZZZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           END-READ.

       2200-LOOK-UP-POLICY.
           MOVE 999999999 TO HLT-CEILING(WS-TAB-USED)
           MOVE "A" TO HLT-POL-STATUS(WS-TAB-USED)
           IF WS-POLFILE-OPEN
               MOVE HLT-SEQ-NAME(WS-TAB-USED) TO POL-KEY

      *****************************************************************
      *    SEQMON'S ALRTFIL IS A FIXED-COLUMN REPORT: SEQUENCE NAME
      *    IN COLUMNS 1-10 AND SEVERITY IN COLUMNS 60-67.  ONLY
      *    LINES WHOSE FIRST TEN COLUMNS NAME A KNOWN SEQUENCE ARE
      *    DETAIL LINES; HEADERS AND THE TRAILER FALL THROUGH.
      *****************************************************************
           MOVE ALERT-LINE(1:10) TO WS-WORK-SEQ-NAME
           PERFORM 7000-FIND-SEQUENCE-ENTRY
           IF WS-TAB-HIT-IX > 0
               MOVE ALERT-LINE(60:8)
                   TO HLT-SEVERITY(WS-TAB-HIT-IX)
           END-IF
           PERFORM 4100-READ-ALERT-LINE.
