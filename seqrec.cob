      *    AUDITED VALUE JUMPS: THE CONTINUITY CHECKS RESTART FROM
      *    THE MAINTAINED VALUE AT EACH JUMP, SO A SANCTIONED SET
      *    OR RESET IS NOT REPORTED AS GAPS OR DUPLICATES.
      *    A JUMP OVER A RANGE RESERVED ON CTRRSV (SEE SEQRSV) WHILE
      *    THE RANGE WAS IN FORCE IS EXPLAINED, NOT A GAP: THE
      *    SKIPPED NUMBERS ARE SHOWN IN THEIR OWN RSVD COLUMN.
      *    EXCEPTIONS GO TO THE RECRPT REPORT AND THE JOB ENDS
      *    WITH RETURN CODE 8 WHEN ANYTHING IS OUT OF BALANCE SO
      *    THE SCHEDULER CAN HOLD DOWNSTREAM JOBS.
               RECORD KEY IS SEQ-KEY
               FILE STATUS IS WS-SEQMSTR-STATUS.

           SELECT RESERVE-FILE ASSIGN TO "CTRRSV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSV-KEY
               FILE STATUS IS WS-CTRRSV-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECRPT-STATUS.
       FD  SEQ-MASTER-FILE.
           COPY CTRSEQ.

       FD  RESERVE-FILE.
           COPY CTRRSV.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(132).
       01  WS-HIST-STATUS              PIC XX VALUE "00".
       01  WS-SEQMSTR-STATUS           PIC XX VALUE "00".
       01  WS-RECRPT-STATUS            PIC XX VALUE "00".
       01  WS-CTRRSV-STATUS            PIC XX VALUE "00".
       01  WS-RETURN-CODE              PIC 9(4) VALUE 0.
       01  WS-AUDIT-EOF-SW             PIC X VALUE "N".
           88  WS-AUDIT-EOF                 VALUE "Y".
           88  WS-HIST-OPEN                 VALUE "Y".
       01  WS-HIST-EOF-SW              PIC X VALUE "N".
           88  WS-HIST-EOF                  VALUE "Y".
       01  WS-RSV-EOF-SW               PIC X VALUE "N".
           88  WS-RSV-EOF                   VALUE "Y".
       01  WS-RSV-DONE-SW              PIC X VALUE "N".
           88  WS-RSV-DONE                  VALUE "Y".

       01  WS-RSV-MAX                  PIC 9(3) VALUE 500.
       01  WS-RSV-USED                 PIC 9(3) VALUE 0.
       01  WS-RSV-IX                   PIC 9(3) VALUE 0.
       01  WS-RSV-HIT-IX               PIC 9(3) VALUE 0.
       01  WS-WALK-POS                 PIC 9(9) VALUE 0.
       01  WS-WALK-NEXT                PIC 9(10) VALUE 0.
       01  WS-WALK-LOW-TS              PIC X(26) VALUE SPACES.
       01  WS-WALK-HIGH-TS             PIC X(26) VALUE SPACES.

      *****************************************************************
      *    EVERY RESERVED RANGE EVER RECORDED ON CTRRSV, RELEASED
      *    AND EXPIRED ONES INCLUDED, SO A JUMP MADE WHILE A RANGE
      *    WAS IN FORCE STAYS EXPLAINED AFTER IT LAPSES.
      *****************************************************************
       01  WS-RESERVE-TABLE.
           05  WS-RESERVE-ENTRY OCCURS 500 TIMES.
               10  RSV-TAB-SEQ-NAME    PIC X(10).
               10  RSV-TAB-YEAR        PIC X(4).
               10  RSV-TAB-FROM        PIC 9(9).
               10  RSV-TAB-TO          PIC 9(9).
               10  RSV-TAB-EXPIRY      PIC X(8).
               10  RSV-TAB-CREATED-TS  PIC X(26).
               10  RSV-TAB-RELEASED-TS PIC X(26).

       01  WS-MNT-MAX                  PIC 9(3) VALUE 200.
       01  WS-MNT-USED                 PIC 9(3) VALUE 0.
               10  MNT-TAB-SEQ-NAME    PIC X(10).
               10  MNT-TAB-YEAR        PIC X(4).
               10  MNT-TAB-TS          PIC X(26).
               10  MNT-TAB-AFTER       PIC 9(9).
               10  MNT-TAB-APPLIED-SW  PIC X(1).

       01  WS-ACC-AUDIT-FIELDS.
           05  WS-ACC-INCREMENT-X      PIC X(3).
           05  WS-ACC-INCREMENT REDEFINES WS-ACC-INCREMENT-X
                                       PIC 9(3).
           05  WS-ACC-START-X          PIC X(9).
           05  WS-ACC-START-COUNT REDEFINES WS-ACC-START-X
                                       PIC 9(9).
           05  WS-ACC-END-X            PIC X(9).
           05  WS-ACC-END-COUNT REDEFINES WS-ACC-END-X
                                       PIC 9(9).
       01  WS-EXCEPTION-COUNT          PIC 9(5) VALUE 0.
       01  WS-WORK-SEQ-NAME            PIC X(10).
       01  WS-WORK-SEQ-YEAR            PIC X(4).
       01  WS-LATEST-YEAR              PIC X(4).
       01  WS-WORK-ISSUED              PIC 9(7) VALUE 0.
       01  WS-WORK-GAP                 PIC S9(9) VALUE 0.
       01  WS-TAB-MAX                  PIC 9(3) VALUE 100.
       01  WS-TAB-USED                 PIC 9(3) VALUE 0.
       01  WS-TAB-IX                   PIC 9(3) VALUE 0.
               10  TAB-YEAR            PIC X(4).
               10  TAB-INCREMENT       PIC 9(3).
               10  TAB-ISSUED          PIC 9(7).
               10  TAB-FIRST           PIC 9(9).
               10  TAB-LAST            PIC 9(9).
               10  TAB-PRIOR           PIC 9(9).
               10  TAB-PRIOR-TS        PIC X(26).
               10  TAB-RESERVED        PIC 9(7).
               10  TAB-GAPS            PIC 9(7).
               10  TAB-DUPS            PIC 9(7).
               10  TAB-REISSUED        PIC 9(7).
               10  TAB-AUDIT-ISSUED    PIC 9(7).
               10  TAB-AUDIT-END       PIC 9(9).
               10  TAB-MASTER-LAST     PIC 9(9).
               10  TAB-ON-MASTER-SW    PIC X(1).
                   88  TAB-ON-MASTER        VALUE "Y".
               10  TAB-MASTER-SEEN-SW  PIC X(1).
           05  FILLER                  PIC X(6)  VALUE "YEAR".
           05  FILLER                  PIC X(9)  VALUE "ISSUED".
           05  FILLER                  PIC X(9)  VALUE "AUDIT".
           05  FILLER                  PIC X(11) VALUE "LAST".
           05  FILLER                  PIC X(11) VALUE "AUDEND".
           05  FILLER                  PIC X(11) VALUE "MASTER".
           05  FILLER                  PIC X(8)  VALUE "GAPS".
           05  FILLER                  PIC X(8)  VALUE "DUPS".
           05  FILLER                  PIC X(8)  VALUE "REISS".
           05  FILLER                  PIC X(8)  VALUE "RSVD".

       01  RPT-DETAIL-LINE.
           05  RPT-DTL-SEQ-NAME        PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-AUDIT           PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-LAST            PIC Z(8)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-AUDIT-END       PIC Z(8)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-MASTER          PIC Z(8)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-GAPS            PIC ZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-DUPS            PIC ZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-REISSUED        PIC ZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-RESERVED        PIC ZZZZZ9.

       01  RPT-EXCEPTION-LINE.
           05  FILLER                  PIC X(12) VALUE "EXCEPTION:".
      *    AUDIT BLOCKS AND MAINTENANCE JUMPS ARE SEEN IN THE ORDER
      *    THEY HAPPENED.
      *****************************************************************
           IF WS-RETURN-CODE = 0
               PERFORM 1600-LOAD-RESERVED-RANGES
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM 2500-TALLY-HISTORY-FILE
               PERFORM 2000-TALLY-AUDIT-TRAIL
               END-IF
           END-IF.

      *****************************************************************
      *    NO CTRRSV FILE MEANS NOTHING HAS EVER BEEN RESERVED.
      *****************************************************************
       1600-LOAD-RESERVED-RANGES.
           OPEN INPUT RESERVE-FILE
           IF WS-CTRRSV-STATUS = "35"
               DISPLAY "SEQREC0016I - NO RESERVATION FILE"
           ELSE
               IF WS-CTRRSV-STATUS = "00"
                   MOVE LOW-VALUES TO RSV-KEY
                   START RESERVE-FILE KEY NOT < RSV-KEY
                       INVALID KEY
                           SET WS-RSV-EOF TO TRUE
                   END-START
                   PERFORM 1650-LOAD-ONE-RANGE
                       UNTIL WS-RSV-EOF
                   CLOSE RESERVE-FILE
               ELSE
                   DISPLAY "SEQREC0017E - UNABLE TO OPEN CTRRSV "
                       WS-CTRRSV-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF.

       1650-LOAD-ONE-RANGE.
           READ RESERVE-FILE NEXT RECORD
               AT END
                   SET WS-RSV-EOF TO TRUE
               NOT AT END
                   IF WS-RSV-USED >= WS-RSV-MAX
                       DISPLAY "SEQREC0023E - RESERVATION TABLE FULL"
                       MOVE 12 TO WS-RETURN-CODE
                       SET WS-RSV-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-RSV-USED
                       MOVE RSV-SEQ-NAME
                           TO RSV-TAB-SEQ-NAME(WS-RSV-USED)
                       MOVE RSV-ISSUE-YEAR
                           TO RSV-TAB-YEAR(WS-RSV-USED)
                       MOVE RSV-FROM-NUMBER
                           TO RSV-TAB-FROM(WS-RSV-USED)
                       MOVE RSV-TO-NUMBER
                           TO RSV-TAB-TO(WS-RSV-USED)
                       MOVE RSV-EXPIRY-DATE
                           TO RSV-TAB-EXPIRY(WS-RSV-USED)
                       MOVE RSV-CREATED-TS
                           TO RSV-TAB-CREATED-TS(WS-RSV-USED)
                       IF RSV-RELEASED
                           MOVE RSV-RELEASED-TS
                               TO RSV-TAB-RELEASED-TS(WS-RSV-USED)
                       ELSE
                           MOVE HIGH-VALUES
                               TO RSV-TAB-RELEASED-TS(WS-RSV-USED)
                       END-IF
                   END-IF
           END-READ.

       1500-WRITE-REPORT-HEADERS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RPT-H1-DATE
           WRITE REPORT-LINE FROM RPT-HEADER-1
              OR TAB-PRIOR-SET-SW(WS-TAB-HIT-IX) = "N"
               MOVE OUT-COUNT TO TAB-PRIOR(WS-TAB-HIT-IX)
               MOVE OUT-COUNT TO TAB-LAST(WS-TAB-HIT-IX)
               MOVE OUT-TIMESTAMP TO TAB-PRIOR-TS(WS-TAB-HIT-IX)
           END-IF
           MOVE "Y" TO TAB-PRIOR-SET-SW(WS-TAB-HIT-IX)
           ADD 1 TO TAB-ISSUED(WS-TAB-HIT-IX).
              AND MNT-TAB-TS(WS-MNT-IX) <= OUT-TIMESTAMP
               MOVE MNT-TAB-AFTER(WS-MNT-IX)
                   TO TAB-PRIOR(WS-TAB-HIT-IX)
               MOVE MNT-TAB-TS(WS-MNT-IX)
                   TO TAB-PRIOR-TS(WS-TAB-HIT-IX)
               MOVE "Y" TO TAB-PRIOR-SET-SW(WS-TAB-HIT-IX)
               MOVE "Y" TO MNT-TAB-APPLIED-SW(WS-MNT-IX)
           END-IF.
                - TAB-INCREMENT(WS-TAB-HIT-IX))
               / TAB-INCREMENT(WS-TAB-HIT-IX)
           IF WS-WORK-GAP > 0
               MOVE WS-TAB-HIT-IX TO WS-TAB-IX
               MOVE TAB-PRIOR-TS(WS-TAB-HIT-IX) TO WS-WALK-LOW-TS
               MOVE OUT-TIMESTAMP TO WS-WALK-HIGH-TS
               PERFORM 6500-WALK-RESERVED-RANGES
               COMPUTE WS-WALK-NEXT =
                   WS-WALK-POS + TAB-INCREMENT(WS-TAB-HIT-IX)
               IF WS-WALK-NEXT = OUT-COUNT
                   ADD WS-WORK-GAP TO TAB-RESERVED(WS-TAB-HIT-IX)
               ELSE
                   ADD WS-WORK-GAP TO TAB-GAPS(WS-TAB-HIT-IX)
               END-IF
           END-IF.

      *****************************************************************
       5100-EVALUATE-ONE-SEQUENCE.
           ADD 1 TO WS-TAB-IX
           PERFORM 5050-APPLY-TRAILING-MAINT
           PERFORM 5070-APPLY-TRAILING-RESERVE
           MOVE TAB-SEQ-NAME(WS-TAB-IX) TO RPT-DTL-SEQ-NAME
           MOVE TAB-YEAR(WS-TAB-IX) TO RPT-DTL-YEAR
           MOVE TAB-ISSUED(WS-TAB-IX) TO RPT-DTL-ISSUED
           MOVE TAB-GAPS(WS-TAB-IX) TO RPT-DTL-GAPS
           MOVE TAB-DUPS(WS-TAB-IX) TO RPT-DTL-DUPS
           MOVE TAB-REISSUED(WS-TAB-IX) TO RPT-DTL-REISSUED
           MOVE TAB-RESERVED(WS-TAB-IX) TO RPT-DTL-RESERVED
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE
           IF TAB-GAPS(WS-TAB-IX) > 0
               MOVE "GAPS IN ISSUED NUMBERS" TO RPT-EXC-TEXT
               MOVE "Y" TO MNT-TAB-APPLIED-SW(WS-MNT-IX)
           END-IF.

      *****************************************************************
      *    A BLOCK THAT STOPPED RIGHT AFTER JUMPING A RESERVED RANGE
      *    LEAVES THE AUDIT TRAIL AND THE MASTER AT THE TOP OF THE
      *    RANGE WITH NOTHING ISSUED ABOVE IT YET.  WHEN THE RANGES
      *    ACCOUNT FOR THE WHOLE DISTANCE, THAT POSITION IS TAKEN AS
      *    THE SEQUENCE'S LAST NUMBER.
      *****************************************************************
       5070-APPLY-TRAILING-RESERVE.
           IF TAB-PRIOR-SET-SW(WS-TAB-IX) = "Y"
              AND TAB-AUDIT-END(WS-TAB-IX) > TAB-PRIOR(WS-TAB-IX)
               IF TAB-INCREMENT(WS-TAB-IX) = 0
                   MOVE 1 TO TAB-INCREMENT(WS-TAB-IX)
               END-IF
               MOVE TAB-PRIOR-TS(WS-TAB-IX) TO WS-WALK-LOW-TS
               MOVE HIGH-VALUES TO WS-WALK-HIGH-TS
               PERFORM 6500-WALK-RESERVED-RANGES
               IF WS-WALK-POS = TAB-AUDIT-END(WS-TAB-IX)
                   COMPUTE WS-WORK-GAP =
                       (WS-WALK-POS - TAB-PRIOR(WS-TAB-IX))
                       / TAB-INCREMENT(WS-TAB-IX)
                   ADD WS-WORK-GAP TO TAB-RESERVED(WS-TAB-IX)
                   MOVE WS-WALK-POS TO TAB-PRIOR(WS-TAB-IX)
               END-IF
           END-IF.

       5200-WRITE-EXCEPTION.
           MOVE TAB-SEQ-NAME(WS-TAB-IX) TO RPT-EXC-SEQ-NAME
           WRITE REPORT-LINE FROM RPT-EXCEPTION-LINE
               MOVE 0 TO TAB-FIRST(WS-TAB-HIT-IX)
               MOVE 0 TO TAB-LAST(WS-TAB-HIT-IX)
               MOVE 0 TO TAB-PRIOR(WS-TAB-HIT-IX)
               MOVE SPACES TO TAB-PRIOR-TS(WS-TAB-HIT-IX)
               MOVE 0 TO TAB-RESERVED(WS-TAB-HIT-IX)
               MOVE 0 TO TAB-GAPS(WS-TAB-HIT-IX)
               MOVE 0 TO TAB-DUPS(WS-TAB-HIT-IX)
               MOVE 0 TO TAB-REISSUED(WS-TAB-HIT-IX)
               MOVE "N" TO TAB-PRIOR-SET-SW(WS-TAB-HIT-IX)
           END-IF.

      *****************************************************************
      *    FOLLOW THE RESERVED RANGES UP FROM TAB-PRIOR OF ENTRY
      *    WS-TAB-IX THE WAY SEQCTR JUMPS THEM: WHILE THE NEXT
      *    NUMBER FALLS IN A RANGE THAT WAS IN FORCE BETWEEN THE LOW
      *    AND HIGH TIMESTAMPS, MOVE TO THE TOP OF THAT RANGE.
      *    WS-WALK-POS ENDS ON THE POSITION SEQCTR WOULD HAVE
      *    ISSUED FROM NEXT.
      *****************************************************************
       6500-WALK-RESERVED-RANGES.
           MOVE TAB-PRIOR(WS-TAB-IX) TO WS-WALK-POS
           MOVE "N" TO WS-RSV-DONE-SW
           PERFORM 6550-WALK-ONE-STEP
               UNTIL WS-RSV-DONE.

       6550-WALK-ONE-STEP.
           COMPUTE WS-WALK-NEXT =
               WS-WALK-POS + TAB-INCREMENT(WS-TAB-IX)
           MOVE 0 TO WS-RSV-HIT-IX
           MOVE 0 TO WS-RSV-IX
           PERFORM 6600-SCAN-ONE-RANGE
               WS-RSV-USED TIMES
           IF WS-RSV-HIT-IX > 0
               MOVE RSV-TAB-TO(WS-RSV-HIT-IX) TO WS-WALK-POS
           ELSE
               SET WS-RSV-DONE TO TRUE
           END-IF.

       6600-SCAN-ONE-RANGE.
           ADD 1 TO WS-RSV-IX
           IF WS-RSV-HIT-IX = 0
              AND RSV-TAB-SEQ-NAME(WS-RSV-IX) = TAB-SEQ-NAME(WS-TAB-IX)
              AND RSV-TAB-YEAR(WS-RSV-IX) = TAB-YEAR(WS-TAB-IX)
              AND RSV-TAB-FROM(WS-RSV-IX) <= WS-WALK-NEXT
              AND RSV-TAB-TO(WS-RSV-IX) >= WS-WALK-NEXT
              AND RSV-TAB-CREATED-TS(WS-RSV-IX) <= WS-WALK-HIGH-TS
              AND RSV-TAB-RELEASED-TS(WS-RSV-IX) > WS-WALK-LOW-TS
              AND RSV-TAB-EXPIRY(WS-RSV-IX) >= WS-WALK-LOW-TS(1:8)
               MOVE WS-RSV-IX TO WS-RSV-HIT-IX
           END-IF.

       8000-WRITE-REPORT-TRAILER.
           MOVE WS-TAB-USED TO RPT-TRL-SEQUENCES
           MOVE WS-EXCEPTION-COUNT TO RPT-TRL-EXCEPTIONS
