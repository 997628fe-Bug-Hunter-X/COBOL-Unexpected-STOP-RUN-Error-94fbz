      *    SEQUENCE ON THE MASTER AND THE RECENT CTRAUDT ISSUING
      *    HISTORY, COMPUTES THE AVERAGE DAILY CONSUMPTION PER
      *    SEQUENCE, AND PROJECTS THE DATE EACH SEQUENCE'S OWN
      *    POLICY CEILING (CTRPOLF, DEFAULT 999999999 WHEN A SEQUENCE
      *    HAS NO POLICY RECORD) WILL BE
      *    HIT.  EVERY SEQUENCE GETS A LINE ON THE ALRTFIL OPERATOR
      *    ALERT FILE WITH ITS SEVERITY, SO EXHAUSTION IS READ ABOUT
      *    IN A MORNING REPORT INSTEAD OF AN ABEND.  NUMBERS HELD
      *    IN ACTIVE CTRRSV RESERVED RANGES ABOVE THE CURRENT
      *    POSITION WILL NEVER BE ISSUED, SO THEY COME OFF THE
      *    CAPACITY REMAINING BELOW THE CEILING.
      *
      *    RETURN CODES:  8 WHEN ANY SEQUENCE IS PROJECTED TO
      *    EXHAUST INSIDE THE LEAD TIME NEEDED TO ARRANGE A RANGE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RESERVE-FILE ASSIGN TO "CTRRSV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSV-KEY
               FILE STATUS IS WS-CTRRSV-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ALRTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           RECORDING MODE IS F.
           COPY CTRAUDT.

       FD  RESERVE-FILE.
           COPY CTRRSV.

       FD  ALERT-FILE
           RECORDING MODE IS F.
       01  ALERT-LINE                 PIC X(132).
       01  WS-CTRPOL-STATUS            PIC XX VALUE "00".
       01  WS-AUDIT-STATUS             PIC XX VALUE "00".
       01  WS-ALERT-STATUS             PIC XX VALUE "00".
       01  WS-CTRRSV-STATUS            PIC XX VALUE "00".
       01  WS-RETURN-CODE              PIC 9(4) VALUE 0.
       01  WS-CEILING                  PIC 9(9) VALUE 999999999.
       01  WS-WARN-PCT                 PIC 9(3) VALUE 80.
       01  WS-LEAD-DAYS                PIC 9(3) VALUE 30.
       01  WS-HISTORY-DAYS             PIC 9(3) VALUE 30.
       01  WS-DATE-WORK                PIC 9(8) VALUE 0.
       01  WS-DAY-WORK                 PIC 9(7) VALUE 0.
       01  WS-WORK-ISSUED              PIC 9(7) VALUE 0.
       01  WS-REMAINING                PIC 9(9) VALUE 0.
       01  WS-AVG-DAILY                PIC 9(7)V99 VALUE 0.
       01  WS-DAYS-LEFT                PIC 9(7) VALUE 0.
       01  WS-PCT-USED                 PIC 9(3) VALUE 0.
       01  WS-WARN-LEVEL               PIC 9(9) VALUE 0.
       01  WS-MASTER-EOF-SW            PIC X VALUE "N".
           88  WS-MASTER-EOF                VALUE "Y".
       01  WS-AUDIT-EOF-SW             PIC X VALUE "N".
           88  WS-AUDIT-OPEN                VALUE "Y".
       01  WS-ALERT-OPEN-SW            PIC X VALUE "N".
           88  WS-ALERT-OPEN                VALUE "Y".
       01  WS-RSVFILE-OPEN-SW          PIC X VALUE "N".
           88  WS-RSVFILE-OPEN              VALUE "Y".
       01  WS-RSV-EOF-SW               PIC X VALUE "N".
           88  WS-RSV-EOF                   VALUE "Y".
       01  WS-RSV-LOW                  PIC 9(9) VALUE 0.
       01  WS-RSV-HIGH                 PIC 9(9) VALUE 0.
       01  WS-RSV-COUNT                PIC 9(9) VALUE 0.
       01  WS-TAB-MAX                  PIC 9(3) VALUE 100.
       01  WS-TAB-USED                 PIC 9(3) VALUE 0.
       01  WS-TAB-IX                   PIC 9(3) VALUE 0.
       01  WS-MONITOR-TABLE.
           05  WS-MONITOR-ENTRY OCCURS 100 TIMES.
               10  MON-SEQ-NAME        PIC X(10).
               10  MON-LAST-NUMBER     PIC 9(9).
               10  MON-CONSUMED        PIC 9(7).
               10  MON-CEILING         PIC 9(9).
               10  MON-ISSUE-YEAR      PIC 9(4).
               10  MON-RESERVED        PIC 9(9).

       01  ALR-HEADER-1.
           05  FILLER                  PIC X(10) VALUE "SEQMON".

       01  ALR-HEADER-2.
           05  FILLER                  PIC X(12) VALUE "SEQUENCE".
           05  FILLER                  PIC X(11) VALUE "LAST".
           05  FILLER                  PIC X(6)  VALUE "PCT".
           05  FILLER                  PIC X(10) VALUE "AVG/DAY".
           05  FILLER                  PIC X(9)  VALUE "DAYSLEFT".
           05  FILLER                  PIC X(10) VALUE "EXHAUSTS".
           05  FILLER                  PIC X(10) VALUE "SEVERITY".
           05  FILLER                  PIC X(9)  VALUE "RESERVED".

       01  ALR-DETAIL-LINE.
           05  ALR-DTL-SEQ-NAME        PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  ALR-DTL-LAST            PIC Z(8)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  ALR-DTL-PCT             PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  ALR-DTL-EXHAUST-DATE    PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  ALR-DTL-SEVERITY        PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  ALR-DTL-RESERVED        PIC Z(8)9.

       01  ALR-TRAILER-LINE.
           05  FILLER                  PIC X(12) VALUE "SEQUENCES:".
           PERFORM 1000-OPEN-FILES
           IF WS-RETURN-CODE = 0
               PERFORM 2000-LOAD-MASTER-SEQUENCES
               PERFORM 2500-TALLY-RESERVED-RANGES
               PERFORM 3000-TALLY-RECENT-CONSUMPTION
               PERFORM 4000-FORECAST-SEQUENCES
               PERFORM 8000-WRITE-ALERT-TRAILER
               ELSE
                   IF WS-CTRPOL-STATUS = "35"
                       DISPLAY "SEQMON0015I - NO POLICY FILE, "
                           "FULL-WIDTH CEILING ASSUMED"
                   ELSE
                       DISPLAY "SEQMON0016E - UNABLE TO OPEN "
                           "CTRPOLF " WS-CTRPOL-STATUS
                   END-IF
               END-IF
           END-IF
           IF WS-RETURN-CODE = 0
               OPEN INPUT RESERVE-FILE
               IF WS-CTRRSV-STATUS = "00"
                   SET WS-RSVFILE-OPEN TO TRUE
               ELSE
                   IF WS-CTRRSV-STATUS = "35"
                       DISPLAY "SEQMON0017I - NO RESERVATION FILE"
                   ELSE
                       DISPLAY "SEQMON0018E - UNABLE TO OPEN "
                           "CTRRSV " WS-CTRRSV-STATUS
                       MOVE 12 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-RETURN-CODE = 0
               OPEN INPUT AUDIT-FILE
               IF WS-AUDIT-STATUS = "00"
                       MOVE SEQ-LAST-NUMBER
                           TO MON-LAST-NUMBER(WS-TAB-USED)
                       MOVE 0 TO MON-CONSUMED(WS-TAB-USED)
                       MOVE 0 TO MON-RESERVED(WS-TAB-USED)
                       IF SEQ-ISSUE-YEAR NUMERIC
                          AND SEQ-ISSUE-YEAR > 0
                           MOVE SEQ-ISSUE-YEAR
                               TO MON-ISSUE-YEAR(WS-TAB-USED)
                       ELSE
                           MOVE WS-TODAY-DATE(1:4)
                               TO MON-ISSUE-YEAR(WS-TAB-USED)
                       END-IF
                       PERFORM 2200-LOOK-UP-POLICY-CEILING
                   END-IF
           END-READ.
      *****************************************************************
      *    THE FORECAST RUNS AGAINST EACH SEQUENCE'S OWN POLICY
      *    CEILING; A SEQUENCE WITHOUT A CTRPOLF RECORD KEEPS THE
      *    FULL-WIDTH DEFAULT OF 999999999.
      *****************************************************************
       2200-LOOK-UP-POLICY-CEILING.
           MOVE WS-CEILING TO MON-CEILING(WS-TAB-USED)
               END-IF
           END-IF.

      *****************************************************************
      *    ONLY RANGES IN FORCE TODAY, IN THE YEAR THE SEQUENCE IS
      *    ISSUING FROM, COUNT: THE PART OF A RANGE ABOVE THE
      *    CURRENT POSITION AND UP TO THE CEILING IS CAPACITY THAT
      *    SEQCTR WILL JUMP OVER.
      *****************************************************************
       2500-TALLY-RESERVED-RANGES.
           IF WS-RSVFILE-OPEN
               MOVE LOW-VALUES TO RSV-KEY
               START RESERVE-FILE KEY NOT < RSV-KEY
                   INVALID KEY
                       SET WS-RSV-EOF TO TRUE
               END-START
               PERFORM 2550-TALLY-ONE-RANGE
                   UNTIL WS-RSV-EOF
           END-IF.

       2550-TALLY-ONE-RANGE.
           READ RESERVE-FILE NEXT RECORD
               AT END
                   SET WS-RSV-EOF TO TRUE
               NOT AT END
                   IF RSV-ACTIVE
                      AND RSV-EXPIRY-DATE >= WS-TODAY-DATE
                       MOVE RSV-SEQ-NAME TO WS-WORK-SEQ-NAME
                       PERFORM 6000-FIND-SEQUENCE-ENTRY
                       IF WS-TAB-HIT-IX > 0
                          AND RSV-ISSUE-YEAR =
                              MON-ISSUE-YEAR(WS-TAB-HIT-IX)
                           PERFORM 2600-ADD-RESERVED-COUNT
                       END-IF
                   END-IF
           END-READ.

       2600-ADD-RESERVED-COUNT.
           MOVE RSV-FROM-NUMBER TO WS-RSV-LOW
           IF WS-RSV-LOW <= MON-LAST-NUMBER(WS-TAB-HIT-IX)
               COMPUTE WS-RSV-LOW =
                   MON-LAST-NUMBER(WS-TAB-HIT-IX) + 1
           END-IF
           MOVE RSV-TO-NUMBER TO WS-RSV-HIGH
           IF WS-RSV-HIGH > MON-CEILING(WS-TAB-HIT-IX)
               MOVE MON-CEILING(WS-TAB-HIT-IX) TO WS-RSV-HIGH
           END-IF
           IF WS-RSV-HIGH >= WS-RSV-LOW
               COMPUTE WS-RSV-COUNT = WS-RSV-HIGH - WS-RSV-LOW + 1
               ADD WS-RSV-COUNT TO MON-RESERVED(WS-TAB-HIT-IX)
           END-IF.

       3000-TALLY-RECENT-CONSUMPTION.
           IF WS-AUDIT-OPEN
               PERFORM 3100-READ-AUDIT-RECORD
                   MON-CEILING(WS-TAB-IX)
                   - MON-LAST-NUMBER(WS-TAB-IX)
           END-IF
           IF MON-RESERVED(WS-TAB-IX) >= WS-REMAINING
               MOVE 0 TO WS-REMAINING
           ELSE
               SUBTRACT MON-RESERVED(WS-TAB-IX) FROM WS-REMAINING
           END-IF
           COMPUTE WS-PCT-USED ROUNDED =
               (MON-LAST-NUMBER(WS-TAB-IX) * 100)
               / MON-CEILING(WS-TAB-IX)
               WHEN WS-AVG-DAILY > 0
                   COMPUTE WS-DAYS-LEFT =
                       WS-REMAINING / WS-AVG-DAILY
                       ON SIZE ERROR
                           MOVE 9999999 TO WS-DAYS-LEFT
                   END-COMPUTE
               WHEN OTHER
                   MOVE 9999999 TO WS-DAYS-LEFT
           END-EVALUATE
           MOVE WS-PCT-USED TO ALR-DTL-PCT
           MOVE WS-AVG-DAILY TO ALR-DTL-AVG
           MOVE WS-DAYS-LEFT TO ALR-DTL-DAYS-LEFT
           MOVE MON-RESERVED(WS-TAB-IX) TO ALR-DTL-RESERVED
           PERFORM 4200-SET-EXHAUST-DATE
           PERFORM 4300-SET-SEVERITY
           WRITE ALERT-LINE FROM ALR-DETAIL-LINE.
           IF WS-AUDIT-OPEN
               CLOSE AUDIT-FILE
           END-IF
           IF WS-RSVFILE-OPEN
               CLOSE RESERVE-FILE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
