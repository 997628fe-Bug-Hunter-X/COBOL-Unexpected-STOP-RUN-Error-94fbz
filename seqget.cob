       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEQGET.
       AUTHOR. BATCH-SUPPORT.
      *****************************************************************
      *    SEQGET - NEXT BUSINESS NUMBER SUBROUTINE
      *
      *    CALLED BY BATCH PROGRAMS (CLAIMS INTAKE, TICKETING) THAT
      *    NEED ONE NUMBER IN THE MIDDLE OF THEIR OWN PROCESSING
      *    INSTEAD OF PRE-ORDERING A BLOCK THROUGH CTRREQS.  EACH
      *    CALL ISSUES EXACTLY ONE NUMBER FROM THE NAMED SEQUENCE
      *    FOR THE CALLING SYSTEM (SEE CTRGET) UNDER THE SAME RULES
      *    AS A SEQCTR REQUEST:
      *      - THE CTRLOCK RUN LOCK IS CLAIMED FOR THE LENGTH OF THE
      *        CALL, SO A NUMBER CAN NEVER RACE AN ISSUING RUN OR A
      *        MAINTENANCE JOB.  A HELD LOCK REFUSES THE CALL; THERE
      *        IS NO STALE OVERRIDE HERE, AS IN SEQMNT.
      *      - THE CTRPOLF POLICY MUST BE ACTIVE AND THE CALLING
      *        SYSTEM MUST BE ON ITS AUTH LIST (BLANK LIST = OPEN).
      *      - A NUMBER WAITING IN THE CTRPOOL RECYCLE POOL FOR THE
      *        SEQUENCE AND ISSUE YEAR GOES OUT FIRST.
      *      - OTHERWISE THE COUNTER ADVANCES, JUMPING ANY ACTIVE
      *        CTRRSV RESERVED RANGE, AND A SEQUENCE AT ITS CEILING
      *        ROLLS TO ITS SUCCESSOR WITH THE USUAL AUDIT "S" MARK.
      *    THE NUMBER IS WRITTEN TO CTROUT, SO SEQREC AND SEQXTR
      *    SEE IT LIKE ANY OTHER ISSUE, PUT ON THE CTRLGR LEDGER
      *    UNDER THE CALLING SYSTEM AND REFERENCE, AND RECORDED ON
      *    CTRAUDT AS A ONE-NUMBER "I" BLOCK WITH THE CALLING SYSTEM
      *    AS JOB-ID AND REASON "GET".
      *
      *    FILES ARE OPENED AND CLOSED ON EVERY CALL AND THE LOCK IS
      *    RELEASED BEFORE RETURNING, SO THE CALLER NEVER HOLDS THE
      *    SEQUENCE FILES OR THE LOCK BETWEEN NUMBERS.  SYSTEM DAILY
      *    QUOTAS (CTRQUOT) APPLY TO REQUEST-MODE RUNS ONLY.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEQ-MASTER-FILE ASSIGN TO "SEQMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEQ-KEY
               FILE STATUS IS WS-SEQMSTR-STATUS.

           SELECT POLICY-FILE ASSIGN TO "CTRPOLF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POL-KEY
               FILE STATUS IS WS-CTRPOL-STATUS.

           SELECT OUTPUT-FILE ASSIGN TO "CTROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTROUT-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "CTRCKPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKPT-KEY
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "CTRAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT POOL-FILE ASSIGN TO "CTRPOOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POOL-KEY
               FILE STATUS IS WS-POOL-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "CTRLGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGR-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT RESERVE-FILE ASSIGN TO "CTRRSV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSV-KEY
               FILE STATUS IS WS-CTRRSV-STATUS.

           SELECT LOCK-FILE ASSIGN TO "CTRLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRLOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEQ-MASTER-FILE.
           COPY CTRSEQ.

       FD  POLICY-FILE.
           COPY CTRPOL.

       FD  OUTPUT-FILE
           RECORDING MODE IS F.
           COPY CTROUT.

       FD  CHECKPOINT-FILE.
           COPY CTRCKPT.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY CTRAUDT.

       FD  POOL-FILE.
           COPY CTRPOOL.

       FD  LEDGER-FILE.
           COPY CTRLGR.

       FD  RESERVE-FILE.
           COPY CTRRSV.

       FD  LOCK-FILE
           RECORDING MODE IS F.
           COPY CTRLOCK.

       WORKING-STORAGE SECTION.
       01  WS-DATA-AREA.
           05  WS-COUNT                PIC 9(9) VALUE 0.
           05  WS-NUMBER               PIC 9(3) VALUE 1.

       01  WS-FORMATTED-TIMESTAMP      PIC X(26).
       01  WS-START-TIMESTAMP          PIC X(26).
       01  WS-JOB-ID                   PIC X(8) VALUE "SEQGET".
       01  WS-SEQ-NAME                 PIC X(10) VALUE SPACES.
       01  WS-CUR-SYSTEM               PIC X(8) VALUE SPACES.
       01  WS-CUR-REFERENCE            PIC X(12) VALUE SPACES.
       01  WS-ADD-CHECK                PIC 9(10) VALUE 0.
       01  WS-START-COUNT              PIC 9(9) VALUE 0.
       01  WS-ISSUE-NUMBER             PIC 9(9) VALUE 0.
       01  WS-REISSUE-FLAG             PIC X(1) VALUE SPACE.
       01  WS-SEQ-PREFIX               PIC X(3) VALUE SPACES.
       01  WS-ISSUE-YEAR               PIC 9(4) VALUE 0.
       01  WS-MASTER-YEAR              PIC 9(4) VALUE 0.
       01  WS-SEQ-SUCCESSOR            PIC X(10) VALUE SPACES.
       01  WS-ROLL-COUNT               PIC 9(1) VALUE 0.
       01  WS-ROLL-MAX                 PIC 9(1) VALUE 3.
       01  WS-ROLL-OLD-NAME            PIC X(10) VALUE SPACES.
       01  WS-SEQ-CEILING              PIC 9(9) VALUE 999999999.
       01  WS-SEQ-FLOOR                PIC 9(9) VALUE 0.
       01  WS-POL-STATUS               PIC X(1) VALUE "A".
           88  WS-POL-ACTIVE                VALUE "A".
           88  WS-POL-SUSPENDED             VALUE "S".
           88  WS-POL-CLOSED                VALUE "C".
       01  WS-POL-AUTH-LIST.
           05  WS-POL-AUTH-SYSTEM      OCCURS 4 TIMES
                                       PIC X(8).
       01  WS-AUTH-IX                  PIC 9(1) VALUE 0.
      *****************************************************************
      *    ACTIVE CTRRSV RANGES FOR THE SEQUENCE AND ISSUE YEAR
      *    ABOVE THE CURRENT POSITION, RELOADED ON EVERY CALL AND
      *    AGAIN AFTER A ROLLOVER.
      *****************************************************************
       01  WS-RSV-MAX                  PIC 9(3) VALUE 100.
       01  WS-RSV-USED                 PIC 9(3) VALUE 0.
       01  WS-RSV-IX                   PIC 9(3) VALUE 0.
       01  WS-RSV-HIT-IX               PIC 9(3) VALUE 0.
       01  WS-RSV-TODAY                PIC 9(8) VALUE 0.
       01  WS-RESERVE-TABLE.
           05  WS-RESERVE-ENTRY OCCURS 100 TIMES.
               10  RSV-TAB-FROM        PIC 9(9).
               10  RSV-TAB-TO          PIC 9(9).
               10  RSV-TAB-OWNER       PIC X(8).

       01  WS-BUSINESS-NUMBER.
           05  WS-BUS-PREFIX           PIC X(3).
           05  WS-BUS-YEAR             PIC X(4).
           05  WS-BUS-COUNT            PIC 9(9).
           05  WS-BUS-CHECK-DIGIT      PIC X(1).
           COPY CTRVAL.

       01  WS-SEQMSTR-STATUS           PIC XX VALUE "00".
       01  WS-CTRPOL-STATUS            PIC XX VALUE "00".
       01  WS-CTROUT-STATUS            PIC XX VALUE "00".
       01  WS-CKPT-STATUS              PIC XX VALUE "00".
       01  WS-AUDIT-STATUS             PIC XX VALUE "00".
       01  WS-POOL-STATUS              PIC XX VALUE "00".
       01  WS-LEDGER-STATUS            PIC XX VALUE "00".
       01  WS-CTRLOCK-STATUS           PIC XX VALUE "00".
       01  WS-CTRRSV-STATUS            PIC XX VALUE "00".
       01  WS-SEQMSTR-FOUND-SW         PIC X VALUE "N".
           88  WS-SEQMSTR-FOUND             VALUE "Y".
       01  WS-NUMBER-DONE-SW           PIC X VALUE "N".
           88  WS-NUMBER-DONE               VALUE "Y".
       01  WS-OUTFILE-OPEN-SW          PIC X VALUE "N".
           88  WS-OUTFILE-OPEN              VALUE "Y".
       01  WS-SEQMSTR-OPEN-SW          PIC X VALUE "N".
           88  WS-SEQMSTR-OPEN              VALUE "Y".
       01  WS-POLFILE-OPEN-SW          PIC X VALUE "N".
           88  WS-POLFILE-OPEN              VALUE "Y".
       01  WS-POL-FOUND-SW             PIC X VALUE "N".
           88  WS-POL-FOUND                 VALUE "Y".
       01  WS-AUTH-OK-SW               PIC X VALUE "Y".
           88  WS-AUTH-OK                   VALUE "Y".
       01  WS-CKPT-OPEN-SW             PIC X VALUE "N".
           88  WS-CKPT-OPEN                 VALUE "Y".
       01  WS-POOLFILE-OPEN-SW         PIC X VALUE "N".
           88  WS-POOLFILE-OPEN             VALUE "Y".
       01  WS-POOL-HIT-SW              PIC X VALUE "N".
           88  WS-POOL-HIT                  VALUE "Y".
       01  WS-LGRFILE-OPEN-SW          PIC X VALUE "N".
           88  WS-LGRFILE-OPEN              VALUE "Y".
       01  WS-LGR-FOUND-SW             PIC X VALUE "N".
           88  WS-LGR-FOUND                 VALUE "Y".
       01  WS-LOCK-OWNED-SW            PIC X VALUE "N".
           88  WS-LOCK-OWNED                VALUE "Y".
       01  WS-RSVFILE-OPEN-SW          PIC X VALUE "N".
           88  WS-RSVFILE-OPEN              VALUE "Y".
       01  WS-RSV-EOF-SW               PIC X VALUE "N".
           88  WS-RSV-EOF                   VALUE "Y".
       01  WS-HELD-JOB-ID              PIC X(8) VALUE SPACES.
       01  WS-HELD-TS                  PIC X(26) VALUE SPACES.
       01  WS-MY-LOCK-TS               PIC X(26) VALUE SPACES.

       LINKAGE SECTION.
           COPY CTRGET.

       PROCEDURE DIVISION USING GET-PARM-AREA.
       0000-MAIN-LOGIC.
           PERFORM 0100-START-CALL
           IF GET-ERR-NONE
               PERFORM 0900-CLAIM-RUN-LOCK
           END-IF
           IF GET-ERR-NONE
               PERFORM 1000-OPEN-FILES
           END-IF
           IF GET-ERR-NONE
               PERFORM 2000-CHECK-POLICY
           END-IF
           IF GET-ERR-NONE
               PERFORM 3000-ISSUE-ONE-NUMBER
           END-IF
           PERFORM 9999-END-OF-CALL
           GOBACK.

      *****************************************************************
      *    WORKING-STORAGE LIVES ON BETWEEN CALLS, SO EVERY SWITCH
      *    IS PUT BACK BEFORE THE CALL IS LOOKED AT.
      *****************************************************************
       0100-START-CALL.
           MOVE "N" TO GET-RESULT
           MOVE 00 TO GET-ERROR-CODE
           MOVE SPACES TO GET-ISSUED-SEQ
           MOVE 0 TO GET-COUNT
           MOVE SPACES TO GET-BUSINESS-NO
           MOVE SPACE TO GET-REISSUE-FLAG
           MOVE "N" TO WS-SEQMSTR-FOUND-SW
           MOVE "N" TO WS-NUMBER-DONE-SW
           MOVE "N" TO WS-OUTFILE-OPEN-SW
           MOVE "N" TO WS-SEQMSTR-OPEN-SW
           MOVE "N" TO WS-POLFILE-OPEN-SW
           MOVE "N" TO WS-CKPT-OPEN-SW
           MOVE "N" TO WS-POOLFILE-OPEN-SW
           MOVE "N" TO WS-LGRFILE-OPEN-SW
           MOVE "N" TO WS-LOCK-OWNED-SW
           MOVE "N" TO WS-RSVFILE-OPEN-SW
           MOVE 0 TO WS-ROLL-COUNT
           MOVE 0 TO WS-RSV-USED
           MOVE GET-SEQ-NAME TO WS-SEQ-NAME
           MOVE GET-SYSTEM TO WS-CUR-SYSTEM
           MOVE GET-REFERENCE TO WS-CUR-REFERENCE
           IF GET-INCREMENT NUMERIC AND GET-INCREMENT > 0
               MOVE GET-INCREMENT TO WS-NUMBER
           ELSE
               MOVE 1 TO WS-NUMBER
           END-IF
           IF WS-SEQ-NAME = SPACES OR WS-CUR-SYSTEM = SPACES
               DISPLAY "SEQGET0010E - SEQUENCE AND CALLING SYSTEM "
                   "ARE REQUIRED"
               SET GET-ERR-PARMS TO TRUE
           END-IF.

      *****************************************************************
      *    THE NUMBER IS DRAWN UNDER THE SEQCTR RUN LOCK.  NO STALE
      *    OVERRIDE HERE - A CALLER MUST NEVER TAKE THE LOCK FROM A
      *    RUN THAT MAY STILL BE ISSUING; THE CALL IS REFUSED AND
      *    THE CALLER MAY TRY AGAIN LATER.
      *****************************************************************
       0900-CLAIM-RUN-LOCK.
           OPEN INPUT LOCK-FILE
           IF WS-CTRLOCK-STATUS = "35"
               PERFORM 0950-WRITE-RUN-LOCK
           ELSE
               IF WS-CTRLOCK-STATUS = "00"
                   MOVE SPACES TO WS-HELD-JOB-ID
                   READ LOCK-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE LOCK-JOB-ID TO WS-HELD-JOB-ID
                   END-READ
                   CLOSE LOCK-FILE
                   IF WS-HELD-JOB-ID = SPACES
                       PERFORM 0950-WRITE-RUN-LOCK
                   ELSE
                       DISPLAY "SEQGET0080E - RUN LOCK HELD BY "
                           WS-HELD-JOB-ID ", NUMBER REFUSED"
                       SET GET-ERR-LOCK-HELD TO TRUE
                   END-IF
               ELSE
                   DISPLAY "SEQGET0081E - UNABLE TO OPEN CTRLOCK "
                       WS-CTRLOCK-STATUS
                   SET GET-ERR-FILE TO TRUE
               END-IF
           END-IF.

       0950-WRITE-RUN-LOCK.
           OPEN OUTPUT LOCK-FILE
           IF WS-CTRLOCK-STATUS = "00"
               PERFORM 1400-GET-CURRENT-TIMESTAMP
               MOVE WS-FORMATTED-TIMESTAMP TO WS-MY-LOCK-TS
               MOVE SPACES TO LOCK-RECORD
               MOVE WS-JOB-ID TO LOCK-JOB-ID
               MOVE WS-MY-LOCK-TS TO LOCK-START-TS
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
               PERFORM 0960-VERIFY-RUN-LOCK
           ELSE
               DISPLAY "SEQGET0082E - UNABLE TO CLAIM CTRLOCK "
                   WS-CTRLOCK-STATUS
               SET GET-ERR-FILE TO TRUE
           END-IF.

      *****************************************************************
      *    RE-READ THE LOCK AFTER CLAIMING IT SO A RUN THAT WROTE
      *    OVER OURS IN THE CHECK-THEN-WRITE WINDOW IS DETECTED AND
      *    THE CALL BACKS OFF INSTEAD OF RACING IT.
      *****************************************************************
       0960-VERIFY-RUN-LOCK.
           OPEN INPUT LOCK-FILE
           IF WS-CTRLOCK-STATUS = "00"
               MOVE SPACES TO WS-HELD-JOB-ID
               MOVE SPACES TO WS-HELD-TS
               READ LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LOCK-JOB-ID TO WS-HELD-JOB-ID
                       MOVE LOCK-START-TS TO WS-HELD-TS
               END-READ
               CLOSE LOCK-FILE
               IF WS-HELD-JOB-ID = WS-JOB-ID
                  AND WS-HELD-TS = WS-MY-LOCK-TS
                   SET WS-LOCK-OWNED TO TRUE
               ELSE
                   DISPLAY "SEQGET0084E - LOCK CLAIMED BY "
                       WS-HELD-JOB-ID " WHILE CLAIMING, "
                       "NUMBER REFUSED"
                   SET GET-ERR-LOCK-HELD TO TRUE
               END-IF
           ELSE
               DISPLAY "SEQGET0085E - UNABLE TO VERIFY CTRLOCK "
                   WS-CTRLOCK-STATUS
               SET GET-ERR-FILE TO TRUE
           END-IF.

      *****************************************************************
      *    THE SAME FILES, OPENED THE SAME WAY, AS AN ISSUING RUN.
      *    NO POLICY, CHECKPOINT, POOL OR RESERVATION FILE SIMPLY
      *    MEANS NONE IS IN EFFECT.
      *****************************************************************
       1000-OPEN-FILES.
           OPEN I-O SEQ-MASTER-FILE
           IF WS-SEQMSTR-STATUS = "35"
               OPEN OUTPUT SEQ-MASTER-FILE
               CLOSE SEQ-MASTER-FILE
               OPEN I-O SEQ-MASTER-FILE
           END-IF
           IF WS-SEQMSTR-STATUS = "00"
               SET WS-SEQMSTR-OPEN TO TRUE
           ELSE
               DISPLAY "SEQGET0021E - UNABLE TO OPEN SEQ MASTER "
                   WS-SEQMSTR-STATUS
               SET GET-ERR-FILE TO TRUE
           END-IF
           IF GET-ERR-NONE
               OPEN INPUT POLICY-FILE
               IF WS-CTRPOL-STATUS = "00"
                   SET WS-POLFILE-OPEN TO TRUE
               ELSE
                   IF WS-CTRPOL-STATUS NOT = "35"
                       DISPLAY "SEQGET0093E - UNABLE TO OPEN CTRPOLF "
                           WS-CTRPOL-STATUS
                       SET GET-ERR-FILE TO TRUE
                   END-IF
               END-IF
           END-IF
           IF GET-ERR-NONE
               OPEN INPUT CHECKPOINT-FILE
               IF WS-CKPT-STATUS = "00"
                   SET WS-CKPT-OPEN TO TRUE
               ELSE
                   IF WS-CKPT-STATUS NOT = "35"
                       DISPLAY "SEQGET0032E - UNABLE TO OPEN "
                           "CHECKPOINT-FILE " WS-CKPT-STATUS
                       SET GET-ERR-FILE TO TRUE
                   END-IF
               END-IF
           END-IF
           IF GET-ERR-NONE
               OPEN I-O POOL-FILE
               IF WS-POOL-STATUS = "00"
                   SET WS-POOLFILE-OPEN TO TRUE
               ELSE
                   IF WS-POOL-STATUS NOT = "35"
                       DISPLAY "SEQGET0072E - UNABLE TO OPEN CTRPOOL "
                           WS-POOL-STATUS
                       SET GET-ERR-FILE TO TRUE
                   END-IF
               END-IF
           END-IF
           IF GET-ERR-NONE
               OPEN I-O LEDGER-FILE
               IF WS-LEDGER-STATUS = "35"
                   OPEN OUTPUT LEDGER-FILE
                   CLOSE LEDGER-FILE
                   OPEN I-O LEDGER-FILE
               END-IF
               IF WS-LEDGER-STATUS = "00"
                   SET WS-LGRFILE-OPEN TO TRUE
               ELSE
                   DISPLAY "SEQGET0078E - UNABLE TO OPEN CTRLGR "
                       WS-LEDGER-STATUS
                   SET GET-ERR-FILE TO TRUE
               END-IF
           END-IF
           IF GET-ERR-NONE
               OPEN INPUT RESERVE-FILE
               IF WS-CTRRSV-STATUS = "00"
                   SET WS-RSVFILE-OPEN TO TRUE
               ELSE
                   IF WS-CTRRSV-STATUS NOT = "35"
                       DISPLAY "SEQGET0095E - UNABLE TO OPEN CTRRSV "
                           WS-CTRRSV-STATUS
                       SET GET-ERR-FILE TO TRUE
                   END-IF
               END-IF
           END-IF
           IF GET-ERR-NONE
               OPEN EXTEND OUTPUT-FILE
               IF WS-CTROUT-STATUS = "35"
                   OPEN OUTPUT OUTPUT-FILE
               END-IF
               IF WS-CTROUT-STATUS = "00"
                   SET WS-OUTFILE-OPEN TO TRUE
               ELSE
                   DISPLAY "SEQGET0060E - UNABLE TO OPEN CTROUT "
                       WS-CTROUT-STATUS
                   SET GET-ERR-FILE TO TRUE
               END-IF
           END-IF.

       2000-CHECK-POLICY.
           PERFORM 1250-READ-POLICY-RECORD
           IF NOT WS-POL-ACTIVE
               DISPLAY "SEQGET0090E - SEQUENCE " WS-SEQ-NAME
                   " IS NOT ACTIVE, NUMBER REFUSED"
               SET GET-ERR-NOT-ACTIVE TO TRUE
           ELSE
               PERFORM 3120-CHECK-SYSTEM-AUTH
               IF NOT WS-AUTH-OK
                   DISPLAY "SEQGET0091E - SYSTEM " WS-CUR-SYSTEM
                       " NOT AUTHORIZED FOR " WS-SEQ-NAME
                   SET GET-ERR-NOT-AUTHORIZED TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      *    ONE NUMBER: THE POOL FIRST, THEN THE COUNTER.  A ROLLOVER
      *    SENDS THE DRAW ROUND AGAIN ON THE SUCCESSOR, WHOSE OWN
      *    POOL IS TRIED BEFORE ITS COUNTER.
      *****************************************************************
       3000-ISSUE-ONE-NUMBER.
           PERFORM 1400-GET-CURRENT-TIMESTAMP
           MOVE WS-FORMATTED-TIMESTAMP TO WS-START-TIMESTAMP
           MOVE WS-FORMATTED-TIMESTAMP(1:4) TO WS-ISSUE-YEAR
           PERFORM 3050-POSITION-SEQUENCE
           PERFORM 3100-DRAW-NUMBER
               UNTIL WS-NUMBER-DONE
                  OR NOT GET-ERR-NONE
           IF WS-NUMBER-DONE
               PERFORM 2100-WRITE-OUTPUT-RECORD
               PERFORM 9000-UPDATE-SEQUENCE-MASTER
               PERFORM 9200-WRITE-AUDIT-RECORD
               MOVE WS-SEQ-NAME TO GET-ISSUED-SEQ
               MOVE WS-ISSUE-NUMBER TO GET-COUNT
               MOVE VAL-NUMBER TO GET-BUSINESS-NO
               MOVE WS-REISSUE-FLAG TO GET-REISSUE-FLAG
           END-IF.

       3050-POSITION-SEQUENCE.
           PERFORM 1200-READ-SEQUENCE-RECORD
           PERFORM 1350-READ-CHECKPOINT-RECORD
           PERFORM 2070-LOAD-RESERVED-RANGES
           MOVE WS-COUNT TO WS-START-COUNT.

       3100-DRAW-NUMBER.
           PERFORM 2010-SEARCH-RECYCLE-POOL
           IF WS-POOL-HIT
               PERFORM 2400-REISSUE-RETURNED-NUMBER
           ELSE
               PERFORM 2055-CHECK-ONE-CEILING
           END-IF.

      *****************************************************************
      *    THE POOL IS KEYED BY SEQUENCE + ISSUE YEAR + NUMBER, SO
      *    THE LOWEST POOLED NUMBER FOR THE CURRENT YEAR COMES BACK
      *    FIRST.
      *****************************************************************
       2010-SEARCH-RECYCLE-POOL.
           MOVE "N" TO WS-POOL-HIT-SW
           IF WS-POOLFILE-OPEN
               MOVE WS-SEQ-NAME TO POOL-SEQ-NAME
               MOVE WS-ISSUE-YEAR TO POOL-ISSUE-YEAR
               MOVE 0 TO POOL-NUMBER
               START POOL-FILE KEY NOT < POOL-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-POOL-STATUS = "00"
                   READ POOL-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF POOL-SEQ-NAME = WS-SEQ-NAME
                              AND POOL-ISSUE-YEAR = WS-ISSUE-YEAR
                               SET WS-POOL-HIT TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *****************************************************************
      *    THE POOL RECORD GOES BEFORE THE NUMBER IS HANDED OUT, SO
      *    A FAILED DELETE REFUSES THE CALL RATHER THAN LEAVE THE
      *    NUMBER IN THE POOL FOR A SECOND HOLDER.
      *****************************************************************
       2400-REISSUE-RETURNED-NUMBER.
           MOVE POOL-NUMBER TO WS-ISSUE-NUMBER
           DELETE POOL-FILE RECORD
               INVALID KEY
                   DISPLAY "SEQGET0074E - POOL DELETE FAILED"
                   SET GET-ERR-FILE TO TRUE
           END-DELETE
           IF GET-ERR-NONE
               MOVE "R" TO WS-REISSUE-FLAG
               MOVE WS-COUNT TO WS-START-COUNT
               SET WS-NUMBER-DONE TO TRUE
           END-IF.

      *****************************************************************
      *    THE NEXT COUNT MUST FIT UNDER THE CEILING AND MUST NOT
      *    FALL IN AN ACTIVE RESERVED RANGE.  A RESERVED RANGE MOVES
      *    THE COUNT TO ITS TOP AND THE DRAW IS TRIED AGAIN; A FULL
      *    SEQUENCE ROLLS TO ITS SUCCESSOR, AT MOST WS-ROLL-MAX HOPS
      *    PER CALL SO A CIRCULAR CHAIN CANNOT LOOP.
      *****************************************************************
       2055-CHECK-ONE-CEILING.
           COMPUTE WS-ADD-CHECK = WS-COUNT + WS-NUMBER
           IF WS-ADD-CHECK <= WS-SEQ-CEILING
               PERFORM 2080-FIND-RESERVED-RANGE
               IF WS-RSV-HIT-IX > 0
                   DISPLAY "SEQGET0089I - SEQUENCE " WS-SEQ-NAME
                       " RESERVED " RSV-TAB-FROM(WS-RSV-HIT-IX)
                       " THRU " RSV-TAB-TO(WS-RSV-HIT-IX) " SKIPPED"
                   MOVE RSV-TAB-TO(WS-RSV-HIT-IX) TO WS-COUNT
               ELSE
                   MOVE WS-COUNT TO WS-START-COUNT
                   MOVE WS-ADD-CHECK TO WS-COUNT
                   MOVE WS-COUNT TO WS-ISSUE-NUMBER
                   MOVE SPACE TO WS-REISSUE-FLAG
                   SET WS-NUMBER-DONE TO TRUE
               END-IF
           ELSE
               IF WS-SEQ-SUCCESSOR NOT = SPACES
                  AND WS-SEQ-SUCCESSOR NOT = WS-SEQ-NAME
                  AND WS-ROLL-COUNT < WS-ROLL-MAX
                   PERFORM 2600-ROLL-TO-SUCCESSOR
               ELSE
                   DISPLAY "SEQGET0099E - SEQUENCE " WS-SEQ-NAME
                       " AT CEILING " WS-SEQ-CEILING
                       ", NO USABLE SUCCESSOR"
                   SET GET-ERR-EXHAUSTED TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      *    ONLY RANGES STILL IN FORCE TODAY AND NOT YET BEHIND THE
      *    CURRENT POSITION CAN STOP AN ISSUE.  A TABLE TOO SMALL
      *    FOR THEM REFUSES THE CALL RATHER THAN RISK ISSUING INTO
      *    A RANGE THAT DID NOT FIT.
      *****************************************************************
       2070-LOAD-RESERVED-RANGES.
           MOVE 0 TO WS-RSV-USED
           MOVE WS-FORMATTED-TIMESTAMP(1:8) TO WS-RSV-TODAY
           IF WS-RSVFILE-OPEN
               MOVE "N" TO WS-RSV-EOF-SW
               MOVE WS-SEQ-NAME TO RSV-SEQ-NAME
               MOVE WS-ISSUE-YEAR TO RSV-ISSUE-YEAR
               MOVE 0 TO RSV-FROM-NUMBER
               START RESERVE-FILE KEY NOT < RSV-KEY
                   INVALID KEY
                       SET WS-RSV-EOF TO TRUE
               END-START
               PERFORM 2075-LOAD-ONE-RANGE
                   UNTIL WS-RSV-EOF
           END-IF.

       2075-LOAD-ONE-RANGE.
           READ RESERVE-FILE NEXT RECORD
               AT END
                   SET WS-RSV-EOF TO TRUE
               NOT AT END
                   IF RSV-SEQ-NAME NOT = WS-SEQ-NAME
                      OR RSV-ISSUE-YEAR NOT = WS-ISSUE-YEAR
                       SET WS-RSV-EOF TO TRUE
                   ELSE
                       IF RSV-ACTIVE
                          AND RSV-EXPIRY-DATE >= WS-RSV-TODAY
                          AND RSV-TO-NUMBER > WS-COUNT
                           IF WS-RSV-USED >= WS-RSV-MAX
                               DISPLAY "SEQGET0096E - RESERVATION "
                                   "TABLE FULL FOR " WS-SEQ-NAME
                               SET GET-ERR-FILE TO TRUE
                               SET WS-RSV-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-RSV-USED
                               MOVE RSV-FROM-NUMBER
                                   TO RSV-TAB-FROM(WS-RSV-USED)
                               MOVE RSV-TO-NUMBER
                                   TO RSV-TAB-TO(WS-RSV-USED)
                               MOVE RSV-OWNER-SYSTEM
                                   TO RSV-TAB-OWNER(WS-RSV-USED)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2080-FIND-RESERVED-RANGE.
           MOVE 0 TO WS-RSV-HIT-IX
           MOVE 0 TO WS-RSV-IX
           PERFORM 2085-SCAN-ONE-RANGE
               WS-RSV-USED TIMES.

       2085-SCAN-ONE-RANGE.
           ADD 1 TO WS-RSV-IX
           IF WS-RSV-HIT-IX = 0
              AND RSV-TAB-FROM(WS-RSV-IX) <= WS-ADD-CHECK
              AND RSV-TAB-TO(WS-RSV-IX) >= WS-ADD-CHECK
               MOVE WS-RSV-IX TO WS-RSV-HIT-IX
           END-IF.

      *****************************************************************
      *    CLOSE OUT THE EXHAUSTED SEQUENCE - MASTER AND AUDIT "S"
      *    ROLLOVER MARK, AS SEQCTR DOES - THEN SWITCH TO THE
      *    SUCCESSOR.  THE SUCCESSOR MUST ITSELF BE ACTIVE AND OPEN
      *    TO THE CALLING SYSTEM; IF NOT, THE OLD NAME COMES BACK
      *    AND THE CALL IS REFUSED AS EXHAUSTED.
      *****************************************************************
       2600-ROLL-TO-SUCCESSOR.
           ADD 1 TO WS-ROLL-COUNT
           MOVE WS-SEQ-NAME TO WS-ROLL-OLD-NAME
           PERFORM 1400-GET-CURRENT-TIMESTAMP
           PERFORM 9000-UPDATE-SEQUENCE-MASTER
           PERFORM 9250-WRITE-ROLLOVER-AUDIT
           DISPLAY "SEQGET0088I - SEQUENCE " WS-SEQ-NAME
               " EXHAUSTED, ROLLING TO " WS-SEQ-SUCCESSOR
           MOVE WS-SEQ-SUCCESSOR TO WS-SEQ-NAME
           PERFORM 1250-READ-POLICY-RECORD
           PERFORM 3120-CHECK-SYSTEM-AUTH
           IF NOT WS-POL-ACTIVE OR NOT WS-AUTH-OK
               DISPLAY "SEQGET0087E - SUCCESSOR " WS-SEQ-NAME
                   " NOT USABLE, NUMBER REFUSED"
               MOVE WS-ROLL-OLD-NAME TO WS-SEQ-NAME
               SET GET-ERR-EXHAUSTED TO TRUE
           ELSE
               PERFORM 3050-POSITION-SEQUENCE
           END-IF.

       9250-WRITE-ROLLOVER-AUDIT.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = "00"
               MOVE SPACES TO AUDIT-RECORD
               MOVE WS-CUR-SYSTEM TO AUDIT-JOB-ID
               MOVE WS-FORMATTED-TIMESTAMP TO AUDIT-START-TS
               MOVE WS-FORMATTED-TIMESTAMP TO AUDIT-END-TS
               MOVE 0 TO AUDIT-LIMIT
               MOVE 0 TO AUDIT-INCREMENT
               MOVE WS-COUNT TO AUDIT-START-COUNT
               MOVE WS-COUNT TO AUDIT-END-COUNT
               MOVE 0 TO AUDIT-RETURN-CODE
               MOVE WS-SEQ-NAME TO AUDIT-SEQ-NAME
               MOVE "S" TO AUDIT-REC-TYPE
               MOVE "ROLL" TO AUDIT-REASON-CODE
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "SEQGET0079E - UNABLE TO WRITE ROLLOVER "
                   "AUDIT " WS-AUDIT-STATUS
               SET GET-ERR-FILE TO TRUE
           END-IF.

       2100-WRITE-OUTPUT-RECORD.
           PERFORM 1400-GET-CURRENT-TIMESTAMP
           PERFORM 2150-COMPOSE-BUSINESS-NUMBER
           MOVE SPACES TO OUTPUT-RECORD
           MOVE WS-ISSUE-NUMBER TO OUT-COUNT
           MOVE WS-FORMATTED-TIMESTAMP TO OUT-TIMESTAMP
           MOVE WS-SEQ-NAME TO OUT-SEQ-NAME
           MOVE VAL-NUMBER TO OUT-BUSINESS-NO
           MOVE WS-REISSUE-FLAG TO OUT-REISSUE-FLAG
           WRITE OUTPUT-RECORD
           IF WS-CTROUT-STATUS NOT = "00"
               DISPLAY "SEQGET0061E - CTROUT WRITE FAILED "
                   WS-CTROUT-STATUS
               SET GET-ERR-FILE TO TRUE
           END-IF
           PERFORM 2170-UPDATE-LEDGER-RECORD.

      *****************************************************************
      *    THE LEDGER RECORD NAMES THE CALLING SYSTEM AND ITS
      *    REFERENCE AS HOLDER - NOT SEQGET - SO SEQLNQ AND THE
      *    RETURNS PATH SEE WHO REALLY HAS THE NUMBER.  A POOLED
      *    NUMBER FINDS ITS EXISTING RECORD AND MOVES TO STATE "E".
      *****************************************************************
       2170-UPDATE-LEDGER-RECORD.
           IF WS-LGRFILE-OPEN
               MOVE "N" TO WS-LGR-FOUND-SW
               MOVE WS-SEQ-NAME TO LGR-SEQ-NAME
               MOVE WS-ISSUE-YEAR TO LGR-ISSUE-YEAR
               MOVE WS-ISSUE-NUMBER TO LGR-NUMBER
               READ LEDGER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-LEDGER-STATUS = "00"
                   SET WS-LGR-FOUND TO TRUE
               END-IF
               IF NOT WS-LGR-FOUND
                   MOVE SPACES TO LEDGER-RECORD
                   MOVE WS-SEQ-NAME TO LGR-SEQ-NAME
                   MOVE WS-ISSUE-YEAR TO LGR-ISSUE-YEAR
                   MOVE WS-ISSUE-NUMBER TO LGR-NUMBER
                   MOVE WS-FORMATTED-TIMESTAMP
                       TO LGR-FIRST-ISSUE-TS
                   MOVE WS-CUR-SYSTEM TO LGR-FIRST-SYSTEM
                   MOVE SPACES TO LGR-RETURN-TS
                   MOVE SPACES TO LGR-RETURN-REASON
                   MOVE 0 TO LGR-ISSUE-COUNT
               END-IF
               MOVE VAL-NUMBER TO LGR-BUSINESS-NO
               IF WS-REISSUE-FLAG = "R"
                   MOVE "E" TO LGR-STATE
               ELSE
                   MOVE "I" TO LGR-STATE
               END-IF
               MOVE WS-FORMATTED-TIMESTAMP TO LGR-STATE-TS
               MOVE WS-CUR-SYSTEM TO LGR-HOLDER-SYSTEM
               MOVE WS-CUR-REFERENCE TO LGR-HOLDER-REF
               ADD 1 TO LGR-ISSUE-COUNT
               IF WS-LGR-FOUND
                   REWRITE LEDGER-RECORD
                       INVALID KEY
                           DISPLAY "SEQGET0076E - LEDGER UPDATE "
                               "FAILED"
                           SET GET-ERR-FILE TO TRUE
                   END-REWRITE
               ELSE
                   WRITE LEDGER-RECORD
                       INVALID KEY
                           DISPLAY "SEQGET0077E - LEDGER WRITE "
                               "FAILED"
                           SET GET-ERR-FILE TO TRUE
                   END-WRITE
               END-IF
           END-IF.

       2150-COMPOSE-BUSINESS-NUMBER.
           MOVE WS-SEQ-PREFIX TO WS-BUS-PREFIX
           MOVE WS-ISSUE-YEAR TO WS-BUS-YEAR
           MOVE WS-ISSUE-NUMBER TO WS-BUS-COUNT
           MOVE "0" TO WS-BUS-CHECK-DIGIT
           SET VAL-FUNC-CHECK-DIGIT TO TRUE
           MOVE WS-BUSINESS-NUMBER TO VAL-NUMBER
           CALL "SEQVAL" USING VAL-PARM-AREA
           IF VAL-NUMBER-BAD
               DISPLAY "SEQGET0065E - CHECK DIGIT FAILURE "
                   VAL-ERROR-CODE
           END-IF.

       3120-CHECK-SYSTEM-AUTH.
           IF NOT WS-POL-FOUND OR WS-POL-AUTH-LIST = SPACES
               MOVE "Y" TO WS-AUTH-OK-SW
           ELSE
               MOVE "N" TO WS-AUTH-OK-SW
               MOVE 0 TO WS-AUTH-IX
               PERFORM 3130-SCAN-AUTH-SYSTEM 4 TIMES
           END-IF.

       3130-SCAN-AUTH-SYSTEM.
           ADD 1 TO WS-AUTH-IX
           IF WS-POL-AUTH-SYSTEM(WS-AUTH-IX) = WS-CUR-SYSTEM
              AND WS-CUR-SYSTEM NOT = SPACES
               MOVE "Y" TO WS-AUTH-OK-SW
           END-IF.

       1400-GET-CURRENT-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-FORMATTED-TIMESTAMP.

      *****************************************************************
      *    A CHECKPOINT AHEAD OF THE MASTER IS LEFT BY A KILLED
      *    ISSUING RUN; THE NUMBERS UP TO IT MAY ALREADY BE OUT, SO
      *    THE CALL CONTINUES FROM THE CHECKPOINT.  A CHECKPOINT
      *    FROM A PRIOR ISSUE YEAR IS IGNORED.
      *****************************************************************
       1350-READ-CHECKPOINT-RECORD.
           IF WS-CKPT-OPEN
               MOVE WS-SEQ-NAME TO CKPT-KEY
               READ CHECKPOINT-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CKPT-STATUS = "00" AND CKPT-COUNT > WS-COUNT
                  AND (CKPT-ISSUE-YEAR NOT NUMERIC
                       OR CKPT-ISSUE-YEAR = 0
                       OR CKPT-ISSUE-YEAR = WS-ISSUE-YEAR)
                   MOVE CKPT-COUNT TO WS-COUNT
                   DISPLAY "SEQGET0031I - RESTART FROM CKPT " WS-COUNT
               END-IF
           END-IF.

      *****************************************************************
      *    SAME POSITIONING AS SEQCTR: A MASTER FROM AN EARLIER ISSUE
      *    YEAR RESTARTS FROM THE BASE, A ZERO OR NON-NUMERIC YEAR IS
      *    THE CURRENT YEAR, AND THE COUNT NEVER STARTS BELOW THE
      *    POLICY FLOOR.
      *****************************************************************
       1200-READ-SEQUENCE-RECORD.
           MOVE "N" TO WS-SEQMSTR-FOUND-SW
           MOVE 0 TO WS-COUNT
           MOVE WS-SEQ-NAME TO SEQ-KEY
           READ SEQ-MASTER-FILE
               INVALID KEY
                   DISPLAY "SEQGET0020I - NO SEQ MASTER " WS-SEQ-NAME
           END-READ
           MOVE SPACES TO WS-SEQ-SUCCESSOR
           IF WS-SEQMSTR-STATUS = "00"
               SET WS-SEQMSTR-FOUND TO TRUE
               MOVE SEQ-LAST-NUMBER TO WS-COUNT
               MOVE SEQ-PREFIX TO WS-SEQ-PREFIX
               MOVE SEQ-SUCCESSOR TO WS-SEQ-SUCCESSOR
               MOVE 0 TO WS-MASTER-YEAR
               IF SEQ-ISSUE-YEAR NUMERIC
                   MOVE SEQ-ISSUE-YEAR TO WS-MASTER-YEAR
               END-IF
               IF WS-MASTER-YEAR > 0
                  AND WS-MASTER-YEAR < WS-ISSUE-YEAR
                   DISPLAY "SEQGET0025I - NEW ISSUE YEAR "
                       WS-ISSUE-YEAR " FOR " WS-SEQ-NAME
                       ", RESTART FROM BASE"
                   MOVE 0 TO WS-COUNT
               END-IF
           ELSE
               MOVE SPACES TO WS-SEQ-PREFIX
           END-IF
           IF WS-SEQ-PREFIX = SPACES
               MOVE WS-SEQ-NAME(1:3) TO WS-SEQ-PREFIX
           END-IF
           IF WS-COUNT < WS-SEQ-FLOOR
               MOVE WS-SEQ-FLOOR TO WS-COUNT
           END-IF.

      *****************************************************************
      *    A SEQUENCE WITH NO POLICY RECORD KEEPS THE HISTORIC
      *    DEFAULTS: ACTIVE, FULL-WIDTH CEILING, FLOOR ZERO, OPEN TO
      *    ALL CALLERS.
      *****************************************************************
       1250-READ-POLICY-RECORD.
           MOVE "N" TO WS-POL-FOUND-SW
           MOVE "A" TO WS-POL-STATUS
           MOVE 999999999 TO WS-SEQ-CEILING
           MOVE 0 TO WS-SEQ-FLOOR
           MOVE SPACES TO WS-POL-AUTH-LIST
           IF WS-POLFILE-OPEN
               MOVE WS-SEQ-NAME TO POL-KEY
               READ POLICY-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CTRPOL-STATUS = "00"
                   SET WS-POL-FOUND TO TRUE
                   MOVE POL-STATUS TO WS-POL-STATUS
                   IF POL-CEILING NUMERIC AND POL-CEILING > 0
                       MOVE POL-CEILING TO WS-SEQ-CEILING
                   END-IF
                   IF POL-FLOOR NUMERIC
                       MOVE POL-FLOOR TO WS-SEQ-FLOOR
                   END-IF
                   MOVE POL-AUTH-LIST TO WS-POL-AUTH-LIST
               END-IF
           END-IF.

      *****************************************************************
      *    A MASTER CREATED HERE STARTS WITH NO SUCCESSOR; ONLY
      *    SEQMNT CHAIN CARDS SET ONE.  ONCE WRITTEN, A LATER UPDATE
      *    IN THE SAME CALL (A ROLLOVER) MUST REWRITE IT.
      *****************************************************************
       9000-UPDATE-SEQUENCE-MASTER.
           IF WS-SEQMSTR-OPEN
               MOVE WS-SEQ-NAME TO SEQ-KEY
               MOVE WS-COUNT TO SEQ-LAST-NUMBER
               MOVE FUNCTION CURRENT-DATE TO SEQ-LAST-UPDATED
               MOVE WS-SEQ-PREFIX TO SEQ-PREFIX
               MOVE WS-ISSUE-YEAR TO SEQ-ISSUE-YEAR
               IF WS-SEQMSTR-FOUND
                   REWRITE SEQ-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "SEQGET0050E - MSTR UPDATE FAILED"
                           SET GET-ERR-FILE TO TRUE
                   END-REWRITE
               ELSE
                   MOVE SPACES TO SEQ-SUCCESSOR
                   WRITE SEQ-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "SEQGET0051E - SEQ MSTR WRITE FAILED"
                           SET GET-ERR-FILE TO TRUE
                       NOT INVALID KEY
                           SET WS-SEQMSTR-FOUND TO TRUE
                   END-WRITE
               END-IF
           END-IF.

      *****************************************************************
      *    ONE "I" BLOCK PER CALL.  A NEW NUMBER IS THE ONE-STEP
      *    BLOCK FROM THE PRIOR COUNT; A POOLED NUMBER LEAVES THE
      *    COUNTER WHERE IT WAS, SO START AND END ARE THE SAME AND
      *    SEQREC'S CROSS-FOOT IS UNCHANGED, AS FOR A SEQCTR BLOCK
      *    MADE UP OF REISSUES.
      *****************************************************************
       9200-WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = "00"
               MOVE SPACES TO AUDIT-RECORD
               MOVE WS-CUR-SYSTEM TO AUDIT-JOB-ID
               MOVE WS-START-TIMESTAMP TO AUDIT-START-TS
               MOVE WS-FORMATTED-TIMESTAMP TO AUDIT-END-TS
               MOVE 1 TO AUDIT-LIMIT
               MOVE WS-NUMBER TO AUDIT-INCREMENT
               MOVE WS-START-COUNT TO AUDIT-START-COUNT
               MOVE WS-COUNT TO AUDIT-END-COUNT
               MOVE 0 TO AUDIT-RETURN-CODE
               MOVE WS-SEQ-NAME TO AUDIT-SEQ-NAME
               MOVE "I" TO AUDIT-REC-TYPE
               MOVE "GET" TO AUDIT-REASON-CODE
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "SEQGET0052E - UNABLE TO OPEN AUDIT-FILE "
                   WS-AUDIT-STATUS
               SET GET-ERR-FILE TO TRUE
           END-IF.

       9400-RELEASE-RUN-LOCK.
           OPEN OUTPUT LOCK-FILE
           IF WS-CTRLOCK-STATUS = "00"
               MOVE SPACES TO LOCK-RECORD
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
           ELSE
               DISPLAY "SEQGET0083E - UNABLE TO RELEASE CTRLOCK "
                   WS-CTRLOCK-STATUS
               SET GET-ERR-FILE TO TRUE
           END-IF.

       9999-END-OF-CALL.
           IF WS-SEQMSTR-OPEN
               CLOSE SEQ-MASTER-FILE
           END-IF
           IF WS-POLFILE-OPEN
               CLOSE POLICY-FILE
           END-IF
           IF WS-CKPT-OPEN
               CLOSE CHECKPOINT-FILE
           END-IF
           IF WS-POOLFILE-OPEN
               CLOSE POOL-FILE
           END-IF
           IF WS-LGRFILE-OPEN
               CLOSE LEDGER-FILE
           END-IF
           IF WS-RSVFILE-OPEN
               CLOSE RESERVE-FILE
           END-IF
           IF WS-OUTFILE-OPEN
               CLOSE OUTPUT-FILE
           END-IF
           IF WS-LOCK-OWNED
               PERFORM 9400-RELEASE-RUN-LOCK
           END-IF
           IF GET-ERR-NONE
               SET GET-NUMBER-ISSUED TO TRUE
           ELSE
               SET GET-NUMBER-REFUSED TO TRUE
           END-IF.
