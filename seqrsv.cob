       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEQRSV.
       AUTHOR. BATCH-SUPPORT.
      *****************************************************************
      *    SEQRSV - RESERVED NUMBER RANGE MAINTENANCE
      *
      *    THE ONLY SANCTIONED WAY TO SET A RANGE OF A SEQUENCE ASIDE
      *    FOR AN OWNING SYSTEM.  READS RESERVATION CARDS (RSVPARM,
      *    CTRRSC LAYOUT) AND FOR EACH ONE MAINTAINS THE CTRRSV
      *    RESERVED-RANGE FILE:
      *      RESERVE  HOLD A RANGE OF AN ISSUE YEAR UNTIL AN EXPIRY
      *               DATE.  THE RANGE MUST LIE WHOLLY ABOVE WHAT
      *               THE SEQUENCE HAS ALREADY ISSUED, WITHIN ITS
      *               POLICY CEILING, AND MAY NOT OVERLAP ANOTHER
      *               ACTIVE RANGE OF THE SAME SEQUENCE AND YEAR
      *      RELEASE  GIVE AN ACTIVE RANGE BACK BEFORE IT EXPIRES
      *      EXTEND   MOVE THE EXPIRY DATE OF AN ACTIVE RANGE
      *    SEQCTR JUMPS OVER EVERY ACTIVE RANGE INSTEAD OF ISSUING
      *    INTO IT, SEQREC ACCEPTS THE JUMP AS EXPLAINED AND SEQMON
      *    TAKES THE RANGE OUT OF THE CAPACITY LEFT TO THE CEILING.
      *    THE SAME RULES AS SEQMNT APPLY: EVERY CARD MUST CARRY A
      *    REASON CODE AND TWO DIFFERENT IDS, REQUESTER AND APPROVER
      *    (DUAL AUTHORIZATION), A CLOSED SEQUENCE MAY NOT BE
      *    TOUCHED, EACH APPLIED ACTION WRITES AN AUDIT RECORD (TYPE
      *    "V") TO CTRAUDT AND EVERY CARD GETS A LINE ON THE RSVRPT
      *    CONFIRMATION REPORT.  ANY REJECTED CARD ENDS THE JOB WITH
      *    RC 8.  THE SEQCTR RUN LOCK IS CLAIMED FOR THE DURATION SO
      *    A RANGE CANNOT BE RESERVED UNDER AN ISSUING RUN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "RSVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSC-STATUS.

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

           SELECT RESERVE-FILE ASSIGN TO "CTRRSV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSV-KEY
               FILE STATUS IS WS-CTRRSV-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "CTRAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RSVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSVRPT-STATUS.

           SELECT LOCK-FILE ASSIGN TO "CTRLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRLOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           RECORDING MODE IS F.
           COPY CTRRSC.

       FD  SEQ-MASTER-FILE.
           COPY CTRSEQ.

       FD  POLICY-FILE.
           COPY CTRPOL.

       FD  RESERVE-FILE.
           COPY CTRRSV.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY CTRAUDT.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(132).

       FD  LOCK-FILE
           RECORDING MODE IS F.
           COPY CTRLOCK.

       WORKING-STORAGE SECTION.
       01  WS-RSC-STATUS               PIC XX VALUE "00".
       01  WS-SEQMSTR-STATUS           PIC XX VALUE "00".
       01  WS-CTRPOL-STATUS            PIC XX VALUE "00".
       01  WS-CTRRSV-STATUS            PIC XX VALUE "00".
       01  WS-AUDIT-STATUS             PIC XX VALUE "00".
       01  WS-RSVRPT-STATUS            PIC XX VALUE "00".
       01  WS-CTRLOCK-STATUS           PIC XX VALUE "00".
       01  WS-RETURN-CODE              PIC 9(4) VALUE 0.
       01  WS-JOB-ID                   PIC X(8) VALUE "SEQRSV".
       01  WS-FORMATTED-TIMESTAMP      PIC X(26).
       01  WS-TODAY-DATE               PIC 9(8) VALUE 0.
       01  WS-CURRENT-YEAR             PIC 9(4) VALUE 0.
       01  WS-CARD-YEAR                PIC 9(4) VALUE 0.
       01  WS-MASTER-YEAR              PIC 9(4) VALUE 0.
       01  WS-MASTER-LAST              PIC 9(9) VALUE 0.
       01  WS-CEILING                  PIC 9(9) VALUE 999999999.
       01  WS-REJECT-TEXT              PIC X(30) VALUE SPACES.
       01  WS-CARDS-READ               PIC 9(5) VALUE 0.
       01  WS-CARDS-APPLIED            PIC 9(5) VALUE 0.
       01  WS-CARDS-REJECTED           PIC 9(5) VALUE 0.
       01  WS-HELD-JOB-ID              PIC X(8) VALUE SPACES.
       01  WS-HELD-TS                  PIC X(26) VALUE SPACES.
       01  WS-MY-LOCK-TS               PIC X(26) VALUE SPACES.
       01  WS-RSC-EOF-SW               PIC X VALUE "N".
           88  WS-RSC-EOF                   VALUE "Y".
       01  WS-RSCFILE-OPEN-SW          PIC X VALUE "N".
           88  WS-RSCFILE-OPEN              VALUE "Y".
       01  WS-SEQMSTR-OPEN-SW          PIC X VALUE "N".
           88  WS-SEQMSTR-OPEN              VALUE "Y".
       01  WS-POLFILE-OPEN-SW          PIC X VALUE "N".
           88  WS-POLFILE-OPEN              VALUE "Y".
       01  WS-RSVFILE-OPEN-SW          PIC X VALUE "N".
           88  WS-RSVFILE-OPEN              VALUE "Y".
       01  WS-RPTFILE-OPEN-SW          PIC X VALUE "N".
           88  WS-RPTFILE-OPEN              VALUE "Y".
       01  WS-SEQMSTR-FOUND-SW         PIC X VALUE "N".
           88  WS-SEQMSTR-FOUND             VALUE "Y".
       01  WS-CARD-REJECTED-SW         PIC X VALUE "N".
           88  WS-CARD-REJECTED             VALUE "Y".
       01  WS-LOCK-OWNED-SW            PIC X VALUE "N".
           88  WS-LOCK-OWNED                VALUE "Y".
       01  WS-RSV-EOF-SW               PIC X VALUE "N".
           88  WS-RSV-EOF                   VALUE "Y".

       01  RPT-HEADER-1.
           05  FILLER                  PIC X(10) VALUE "SEQRSV".
           05  FILLER                  PIC X(34) VALUE
                   "RESERVED RANGE CONFIRMATION".
           05  FILLER                  PIC X(10) VALUE "RUN DATE:".
           05  RPT-H1-DATE             PIC X(8).

       01  RPT-HEADER-2.
           05  FILLER                  PIC X(12) VALUE "SEQUENCE".
           05  FILLER                  PIC X(10) VALUE "ACTION".
           05  FILLER                  PIC X(6)  VALUE "YEAR".
           05  FILLER                  PIC X(11) VALUE "FROM".
           05  FILLER                  PIC X(11) VALUE "TO".
           05  FILLER                  PIC X(10) VALUE "OWNER".
           05  FILLER                  PIC X(10) VALUE "EXPIRES".
           05  FILLER                  PIC X(6)  VALUE "RSN".
           05  FILLER                  PIC X(10) VALUE "REQUESTER".
           05  FILLER                  PIC X(10) VALUE "APPROVER".
           05  FILLER                  PIC X(30) VALUE "STATUS".

       01  RPT-DETAIL-LINE.
           05  RPT-DTL-SEQ-NAME        PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-ACTION          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-YEAR            PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-FROM            PIC Z(8)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-TO              PIC Z(8)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-OWNER           PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-EXPIRY          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-REASON          PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-REQUESTER       PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-APPROVER        PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-STATUS          PIC X(41).

       01  RPT-TRAILER-LINE.
           05  FILLER                  PIC X(8)  VALUE "CARDS:".
           05  RPT-TRL-CARDS           PIC ZZZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE "APPLIED:".
           05  RPT-TRL-APPLIED         PIC ZZZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "REJECTED:".
           05  RPT-TRL-REJECTED        PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0900-CLAIM-RUN-LOCK
           IF WS-RETURN-CODE = 0
               PERFORM 1000-OPEN-FILES
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM 2000-GET-NEXT-CARD
               PERFORM 3000-PROCESS-CARD
                   UNTIL WS-RSC-EOF
               PERFORM 8000-WRITE-REPORT-TRAILER
           END-IF
           PERFORM 9999-END-OF-JOB.

      *****************************************************************
      *    RESERVATIONS SHARE THE SEQCTR RUN LOCK SO A RANGE CAN
      *    NEVER BE SET ASIDE WHILE AN ISSUING RUN IS ALREADY INSIDE
      *    IT.  NO STALE OVERRIDE HERE - AN OPERATOR CLEARS A
      *    LEFTOVER LOCK FIRST.
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
                       DISPLAY "SEQRSV0080E - RUN LOCK HELD BY "
                           WS-HELD-JOB-ID ", RESERVATIONS REFUSED"
                       MOVE 8 TO WS-RETURN-CODE
                   END-IF
               ELSE
                   DISPLAY "SEQRSV0081E - UNABLE TO OPEN CTRLOCK "
                       WS-CTRLOCK-STATUS
                   MOVE 12 TO WS-RETURN-CODE
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
               DISPLAY "SEQRSV0082E - UNABLE TO CLAIM CTRLOCK "
                   WS-CTRLOCK-STATUS
               MOVE 12 TO WS-RETURN-CODE
           END-IF.

      *****************************************************************
      *    RE-READ THE LOCK AFTER CLAIMING IT SO A RUN THAT WROTE
      *    OVER OURS IN THE CHECK-THEN-WRITE WINDOW IS DETECTED AND
      *    THIS JOB BACKS OFF INSTEAD OF RACING IT.
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
                   DISPLAY "SEQRSV0084E - LOCK CLAIMED BY "
                       WS-HELD-JOB-ID " WHILE CLAIMING, "
                       "RESERVATIONS REFUSED"
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           ELSE
               DISPLAY "SEQRSV0085E - UNABLE TO VERIFY CTRLOCK "
                   WS-CTRLOCK-STATUS
               MOVE 12 TO WS-RETURN-CODE
           END-IF.

       1000-OPEN-FILES.
           OPEN INPUT CARD-FILE
           IF WS-RSC-STATUS = "00"
               SET WS-RSCFILE-OPEN TO TRUE
           ELSE
               DISPLAY "SEQRSV0010E - UNABLE TO OPEN RSVPARM "
                   WS-RSC-STATUS
               MOVE 12 TO WS-RETURN-CODE
           END-IF
           IF WS-RETURN-CODE = 0
               OPEN OUTPUT REPORT-FILE
               IF WS-RSVRPT-STATUS = "00"
                   SET WS-RPTFILE-OPEN TO TRUE
                   PERFORM 1500-WRITE-REPORT-HEADERS
               ELSE
                   DISPLAY "SEQRSV0011E - UNABLE TO OPEN RSVRPT "
                       WS-RSVRPT-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-RETURN-CODE = 0
               OPEN INPUT SEQ-MASTER-FILE
               IF WS-SEQMSTR-STATUS = "00"
                   SET WS-SEQMSTR-OPEN TO TRUE
               ELSE
                   IF WS-SEQMSTR-STATUS = "35"
                       DISPLAY "SEQRSV0013I - NO SEQ MASTER FILE"
                   ELSE
                       DISPLAY "SEQRSV0012E - UNABLE TO OPEN SEQ "
                           "MASTER " WS-SEQMSTR-STATUS
                       MOVE 12 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-RETURN-CODE = 0
               OPEN INPUT POLICY-FILE
               IF WS-CTRPOL-STATUS = "00"
                   SET WS-POLFILE-OPEN TO TRUE
               ELSE
                   IF WS-CTRPOL-STATUS = "35"
                       DISPLAY "SEQRSV0015I - NO POLICY FILE, "
                           "DEFAULTS IN EFFECT"
                   ELSE
                       DISPLAY "SEQRSV0016E - UNABLE TO OPEN "
                           "CTRPOLF " WS-CTRPOL-STATUS
                       MOVE 12 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-RETURN-CODE = 0
               OPEN I-O RESERVE-FILE
               IF WS-CTRRSV-STATUS = "35"
                   OPEN OUTPUT RESERVE-FILE
                   CLOSE RESERVE-FILE
                   OPEN I-O RESERVE-FILE
               END-IF
               IF WS-CTRRSV-STATUS = "00"
                   SET WS-RSVFILE-OPEN TO TRUE
               ELSE
                   DISPLAY "SEQRSV0017E - UNABLE TO OPEN CTRRSV "
                       WS-CTRRSV-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF.

       1400-GET-CURRENT-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-FORMATTED-TIMESTAMP.

       1500-WRITE-REPORT-HEADERS.
           PERFORM 1400-GET-CURRENT-TIMESTAMP
           MOVE WS-FORMATTED-TIMESTAMP(1:8) TO RPT-H1-DATE
           MOVE WS-FORMATTED-TIMESTAMP(1:8) TO WS-TODAY-DATE
           MOVE WS-FORMATTED-TIMESTAMP(1:4) TO WS-CURRENT-YEAR
           WRITE REPORT-LINE FROM RPT-HEADER-1
           WRITE REPORT-LINE FROM RPT-HEADER-2.

       2000-GET-NEXT-CARD.
           READ CARD-FILE
               AT END
                   SET WS-RSC-EOF TO TRUE
           END-READ.

       3000-PROCESS-CARD.
           ADD 1 TO WS-CARDS-READ
           MOVE "N" TO WS-CARD-REJECTED-SW
           MOVE SPACES TO WS-REJECT-TEXT
           MOVE WS-CURRENT-YEAR TO WS-CARD-YEAR
           PERFORM 3100-VALIDATE-CARD
           IF NOT WS-CARD-REJECTED
               PERFORM 3250-CHECK-POLICY
           END-IF
           IF NOT WS-CARD-REJECTED
               EVALUATE RSC-ACTION
                   WHEN "RESERVE"
                       PERFORM 3300-CHECK-NEW-RANGE
                   WHEN OTHER
                       PERFORM 3400-READ-RESERVATION
               END-EVALUATE
           END-IF
           IF NOT WS-CARD-REJECTED
               EVALUATE RSC-ACTION
                   WHEN "RESERVE"
                       PERFORM 3500-WRITE-RESERVATION
                   WHEN "RELEASE"
                       PERFORM 3600-RELEASE-RESERVATION
                   WHEN "EXTEND"
                       PERFORM 3700-EXTEND-RESERVATION
               END-EVALUATE
           END-IF
           IF WS-CARD-REJECTED
               ADD 1 TO WS-CARDS-REJECTED
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-CARDS-APPLIED
               PERFORM 9200-WRITE-AUDIT-RECORD
           END-IF
           PERFORM 4000-WRITE-CONFIRMATION-LINE
           PERFORM 2000-GET-NEXT-CARD.

       3100-VALIDATE-CARD.
           IF RSC-SEQ-NAME = SPACES
               MOVE "SEQUENCE NAME MISSING" TO WS-REJECT-TEXT
               SET WS-CARD-REJECTED TO TRUE
           ELSE
               IF RSC-ACTION NOT = "RESERVE"
                  AND RSC-ACTION NOT = "RELEASE"
                  AND RSC-ACTION NOT = "EXTEND"
                   MOVE "UNKNOWN ACTION" TO WS-REJECT-TEXT
                   SET WS-CARD-REJECTED TO TRUE
               ELSE
                   IF RSC-ISSUE-YEAR NOT NUMERIC
                      OR RSC-FROM-NUMBER NOT NUMERIC
                      OR RSC-TO-NUMBER NOT NUMERIC
                      OR RSC-EXPIRY-DATE NOT NUMERIC
                       MOVE "VALUE NOT NUMERIC" TO WS-REJECT-TEXT
                       SET WS-CARD-REJECTED TO TRUE
                   ELSE
                       IF RSC-REASON-CODE = SPACES
                           MOVE "REASON CODE MISSING"
                               TO WS-REJECT-TEXT
                           SET WS-CARD-REJECTED TO TRUE
                       ELSE
                           PERFORM 3150-CHECK-DUAL-AUTH
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF NOT WS-CARD-REJECTED
               PERFORM 3120-CHECK-RANGE-FIELDS
           END-IF.

      *****************************************************************
      *    AN ISSUE YEAR OF ZEROS MEANS THE CURRENT YEAR.  A PAST
      *    YEAR CAN NO LONGER BE ISSUED FROM, SO RESERVING IN IT
      *    WOULD PROTECT NOTHING.  RELEASE NEEDS ONLY THE KEY;
      *    RESERVE AND EXTEND NEED AN EXPIRY THAT HAS NOT PASSED.
      *****************************************************************
       3120-CHECK-RANGE-FIELDS.
           IF RSC-ISSUE-YEAR > 0
               MOVE RSC-ISSUE-YEAR TO WS-CARD-YEAR
           END-IF
           EVALUATE TRUE
               WHEN WS-CARD-YEAR < WS-CURRENT-YEAR
                   MOVE "ISSUE YEAR ALREADY PAST" TO WS-REJECT-TEXT
                   SET WS-CARD-REJECTED TO TRUE
               WHEN RSC-FROM-NUMBER = 0
                   MOVE "RANGE START MISSING" TO WS-REJECT-TEXT
                   SET WS-CARD-REJECTED TO TRUE
               WHEN RSC-ACTION = "RELEASE"
                   CONTINUE
               WHEN RSC-EXPIRY-DATE < WS-TODAY-DATE
                   MOVE "EXPIRY DATE ALREADY PAST" TO WS-REJECT-TEXT
                   SET WS-CARD-REJECTED TO TRUE
               WHEN RSC-ACTION = "EXTEND"
                   CONTINUE
               WHEN RSC-TO-NUMBER < RSC-FROM-NUMBER
                   MOVE "RANGE END BELOW START" TO WS-REJECT-TEXT
                   SET WS-CARD-REJECTED TO TRUE
               WHEN RSC-OWNER-SYSTEM = SPACES
                   MOVE "OWNING SYSTEM MISSING" TO WS-REJECT-TEXT
                   SET WS-CARD-REJECTED TO TRUE
           END-EVALUATE.

       3150-CHECK-DUAL-AUTH.
           IF RSC-REQUESTER = SPACES OR RSC-APPROVER = SPACES
               MOVE "DUAL AUTHORIZATION MISSING" TO WS-REJECT-TEXT
               SET WS-CARD-REJECTED TO TRUE
           ELSE
               IF RSC-REQUESTER = RSC-APPROVER
                   MOVE "REQUESTER EQUALS APPROVER" TO WS-REJECT-TEXT
                   SET WS-CARD-REJECTED TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      *    A CLOSED SEQUENCE IS RETIRED: NO RESERVATION MAY TOUCH
      *    IT UNTIL SEQPOL REOPENS IT.  THE POLICY CEILING BOUNDS THE
      *    TOP OF A NEW RANGE.  A SEQUENCE WITH NO POLICY RECORD
      *    KEEPS THE HISTORIC DEFAULTS.
      *****************************************************************
       3250-CHECK-POLICY.
           MOVE 999999999 TO WS-CEILING
           IF WS-POLFILE-OPEN
               MOVE RSC-SEQ-NAME TO POL-KEY
               READ POLICY-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CTRPOL-STATUS = "00"
                   IF POL-CLOSED
                       MOVE "SEQUENCE IS CLOSED" TO WS-REJECT-TEXT
                       SET WS-CARD-REJECTED TO TRUE
                   ELSE
                       IF POL-CEILING NUMERIC AND POL-CEILING > 0
                           MOVE POL-CEILING TO WS-CEILING
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *    A NEW RANGE MUST LIE WHOLLY ABOVE WHAT THE SEQUENCE HAS
      *    ALREADY ISSUED IN THE YEAR: NUMBERS ALREADY HANDED OUT
      *    CANNOT BE HELD BACK.  WHEN THE MASTER IS STILL ON AN
      *    EARLIER YEAR THE RESERVED YEAR STARTS FROM THE BASE, SO
      *    ANY RANGE UNDER THE CEILING WILL DO.
      *****************************************************************
       3300-CHECK-NEW-RANGE.
           PERFORM 3200-READ-SEQUENCE-RECORD
           EVALUATE TRUE
               WHEN RSC-TO-NUMBER > WS-CEILING
                   MOVE "RANGE PASSES CEILING" TO WS-REJECT-TEXT
                   SET WS-CARD-REJECTED TO TRUE
               WHEN WS-SEQMSTR-FOUND
                AND WS-MASTER-YEAR = WS-CARD-YEAR
                AND RSC-FROM-NUMBER <= WS-MASTER-LAST
                   MOVE "RANGE ALREADY ISSUED" TO WS-REJECT-TEXT
                   SET WS-CARD-REJECTED TO TRUE
               WHEN WS-SEQMSTR-FOUND
                AND WS-MASTER-YEAR > WS-CARD-YEAR
                   MOVE "ISSUE YEAR ALREADY PAST" TO WS-REJECT-TEXT
                   SET WS-CARD-REJECTED TO TRUE
               WHEN OTHER
                   PERFORM 3350-CHECK-OVERLAP
           END-EVALUATE.

      *****************************************************************
      *    A MASTER WITH NO ISSUE YEAR (WRITTEN BEFORE YEAR-AWARE
      *    SEQUENCES) IS ON THE CURRENT YEAR, AS SEQCTR TREATS IT.
      *****************************************************************
       3200-READ-SEQUENCE-RECORD.
           MOVE "N" TO WS-SEQMSTR-FOUND-SW
           MOVE 0 TO WS-MASTER-LAST
           MOVE WS-CURRENT-YEAR TO WS-MASTER-YEAR
           IF WS-SEQMSTR-OPEN
               MOVE RSC-SEQ-NAME TO SEQ-KEY
               READ SEQ-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-SEQMSTR-STATUS = "00"
                   SET WS-SEQMSTR-FOUND TO TRUE
                   MOVE SEQ-LAST-NUMBER TO WS-MASTER-LAST
                   IF SEQ-ISSUE-YEAR NUMERIC AND SEQ-ISSUE-YEAR > 0
                       MOVE SEQ-ISSUE-YEAR TO WS-MASTER-YEAR
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *    WALK THE SEQUENCE'S RANGES FOR THE YEAR; ANY ACTIVE RANGE
      *    THAT SHARES A NUMBER WITH THE NEW ONE BLOCKS THE CARD, AS
      *    DOES A RELEASED OR EXPIRED RANGE WITH THE SAME START,
      *    WHICH STILL HOLDS THE KEY.
      *****************************************************************
       3350-CHECK-OVERLAP.
           MOVE "N" TO WS-RSV-EOF-SW
           MOVE RSC-SEQ-NAME TO RSV-SEQ-NAME
           MOVE WS-CARD-YEAR TO RSV-ISSUE-YEAR
           MOVE 0 TO RSV-FROM-NUMBER
           START RESERVE-FILE KEY NOT < RSV-KEY
               INVALID KEY
                   SET WS-RSV-EOF TO TRUE
           END-START
           PERFORM 3360-CHECK-ONE-RANGE
               UNTIL WS-RSV-EOF
                  OR WS-CARD-REJECTED.

       3360-CHECK-ONE-RANGE.
           READ RESERVE-FILE NEXT RECORD
               AT END
                   SET WS-RSV-EOF TO TRUE
               NOT AT END
                   IF RSV-SEQ-NAME NOT = RSC-SEQ-NAME
                      OR RSV-ISSUE-YEAR NOT = WS-CARD-YEAR
                      OR RSV-FROM-NUMBER > RSC-TO-NUMBER
                       SET WS-RSV-EOF TO TRUE
                   ELSE
                       IF RSV-FROM-NUMBER = RSC-FROM-NUMBER
                           MOVE "RANGE START ALREADY ON FILE"
                               TO WS-REJECT-TEXT
                           SET WS-CARD-REJECTED TO TRUE
                       ELSE
                           IF RSV-ACTIVE
                              AND RSV-EXPIRY-DATE >= WS-TODAY-DATE
                              AND RSV-TO-NUMBER >= RSC-FROM-NUMBER
                               MOVE "OVERLAPS ACTIVE RESERVATION"
                                   TO WS-REJECT-TEXT
                               SET WS-CARD-REJECTED TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       3400-READ-RESERVATION.
           MOVE RSC-SEQ-NAME TO RSV-SEQ-NAME
           MOVE WS-CARD-YEAR TO RSV-ISSUE-YEAR
           MOVE RSC-FROM-NUMBER TO RSV-FROM-NUMBER
           READ RESERVE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CTRRSV-STATUS NOT = "00"
               MOVE "RESERVATION NOT ON FILE" TO WS-REJECT-TEXT
               SET WS-CARD-REJECTED TO TRUE
           ELSE
               IF NOT RSV-ACTIVE
                  OR RSV-EXPIRY-DATE < WS-TODAY-DATE
                   MOVE "RESERVATION NOT ACTIVE" TO WS-REJECT-TEXT
                   SET WS-CARD-REJECTED TO TRUE
               END-IF
           END-IF.

       3500-WRITE-RESERVATION.
           PERFORM 1400-GET-CURRENT-TIMESTAMP
           MOVE SPACES TO RESERVATION-RECORD
           MOVE RSC-SEQ-NAME TO RSV-SEQ-NAME
           MOVE WS-CARD-YEAR TO RSV-ISSUE-YEAR
           MOVE RSC-FROM-NUMBER TO RSV-FROM-NUMBER
           MOVE RSC-TO-NUMBER TO RSV-TO-NUMBER
           MOVE RSC-OWNER-SYSTEM TO RSV-OWNER-SYSTEM
           MOVE RSC-EXPIRY-DATE TO RSV-EXPIRY-DATE
           SET RSV-ACTIVE TO TRUE
           MOVE WS-FORMATTED-TIMESTAMP TO RSV-CREATED-TS
           MOVE RSC-REASON-CODE TO RSV-REASON-CODE
           MOVE RSC-REQUESTER TO RSV-REQUESTER
           MOVE RSC-APPROVER TO RSV-APPROVER
           WRITE RESERVATION-RECORD
               INVALID KEY
                   DISPLAY "SEQRSV0050E - RESERVATION WRITE FAILED"
                   MOVE "RESERVATION WRITE FAILED" TO WS-REJECT-TEXT
                   SET WS-CARD-REJECTED TO TRUE
                   MOVE 12 TO WS-RETURN-CODE
           END-WRITE.

      *****************************************************************
      *    A RELEASED RANGE STAYS ON FILE WITH ITS RELEASE TIME SO
      *    SEQREC CAN STILL EXPLAIN JUMPS MADE WHILE IT WAS IN FORCE.
      *****************************************************************
       3600-RELEASE-RESERVATION.
           PERFORM 1400-GET-CURRENT-TIMESTAMP
           SET RSV-RELEASED TO TRUE
           MOVE WS-FORMATTED-TIMESTAMP TO RSV-RELEASED-TS
           PERFORM 3800-REWRITE-RESERVATION.

       3700-EXTEND-RESERVATION.
           MOVE RSC-EXPIRY-DATE TO RSV-EXPIRY-DATE
           PERFORM 3800-REWRITE-RESERVATION.

       3800-REWRITE-RESERVATION.
           REWRITE RESERVATION-RECORD
               INVALID KEY
                   DISPLAY "SEQRSV0051E - RESERVATION UPDATE FAILED"
                   MOVE "RESERVATION UPDATE FAILED" TO WS-REJECT-TEXT
                   SET WS-CARD-REJECTED TO TRUE
                   MOVE 12 TO WS-RETURN-CODE
           END-REWRITE.

      *****************************************************************
      *    TYPE "V" RECORD: START/END COUNT CARRY THE RESERVED RANGE,
      *    AUDIT-LIMIT THE ISSUE YEAR IT BELONGS TO.
      *****************************************************************
       9200-WRITE-AUDIT-RECORD.
           PERFORM 1400-GET-CURRENT-TIMESTAMP
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = "00"
               MOVE SPACES TO AUDIT-RECORD
               MOVE WS-JOB-ID TO AUDIT-JOB-ID
               MOVE WS-FORMATTED-TIMESTAMP TO AUDIT-START-TS
               MOVE WS-FORMATTED-TIMESTAMP TO AUDIT-END-TS
               MOVE WS-CARD-YEAR TO AUDIT-LIMIT
               MOVE 0 TO AUDIT-INCREMENT
               MOVE RSV-FROM-NUMBER TO AUDIT-START-COUNT
               MOVE RSV-TO-NUMBER TO AUDIT-END-COUNT
               MOVE 0 TO AUDIT-RETURN-CODE
               MOVE RSC-SEQ-NAME TO AUDIT-SEQ-NAME
               MOVE "V" TO AUDIT-REC-TYPE
               MOVE RSC-REASON-CODE TO AUDIT-REASON-CODE
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "SEQRSV0052E - UNABLE TO OPEN AUDIT-FILE "
                   WS-AUDIT-STATUS
               MOVE 12 TO WS-RETURN-CODE
           END-IF.

       4000-WRITE-CONFIRMATION-LINE.
           IF WS-RPTFILE-OPEN
               MOVE RSC-SEQ-NAME TO RPT-DTL-SEQ-NAME
               MOVE RSC-ACTION TO RPT-DTL-ACTION
               MOVE WS-CARD-YEAR TO RPT-DTL-YEAR
               MOVE RSC-FROM-NUMBER TO RPT-DTL-FROM
               MOVE RSC-TO-NUMBER TO RPT-DTL-TO
               MOVE RSC-OWNER-SYSTEM TO RPT-DTL-OWNER
               MOVE RSC-EXPIRY-DATE TO RPT-DTL-EXPIRY
               IF NOT WS-CARD-REJECTED
                  AND RSC-ACTION NOT = "RESERVE"
                   MOVE RSV-TO-NUMBER TO RPT-DTL-TO
                   MOVE RSV-OWNER-SYSTEM TO RPT-DTL-OWNER
                   MOVE RSV-EXPIRY-DATE TO RPT-DTL-EXPIRY
               END-IF
               MOVE RSC-REASON-CODE TO RPT-DTL-REASON
               MOVE RSC-REQUESTER TO RPT-DTL-REQUESTER
               MOVE RSC-APPROVER TO RPT-DTL-APPROVER
               IF WS-CARD-REJECTED
                   STRING "REJECTED - " DELIMITED BY SIZE
                       WS-REJECT-TEXT DELIMITED BY SIZE
                       INTO RPT-DTL-STATUS
                   END-STRING
               ELSE
                   MOVE "APPLIED" TO RPT-DTL-STATUS
               END-IF
               WRITE REPORT-LINE FROM RPT-DETAIL-LINE
           END-IF.

       8000-WRITE-REPORT-TRAILER.
           MOVE WS-CARDS-READ TO RPT-TRL-CARDS
           MOVE WS-CARDS-APPLIED TO RPT-TRL-APPLIED
           MOVE WS-CARDS-REJECTED TO RPT-TRL-REJECTED
           WRITE REPORT-LINE FROM RPT-TRAILER-LINE
           DISPLAY "SEQRSV0001I - CARDS " WS-CARDS-READ
               " APPLIED " WS-CARDS-APPLIED
               " REJECTED " WS-CARDS-REJECTED.

       9400-RELEASE-RUN-LOCK.
           OPEN OUTPUT LOCK-FILE
           IF WS-CTRLOCK-STATUS = "00"
               MOVE SPACES TO LOCK-RECORD
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
           ELSE
               DISPLAY "SEQRSV0083E - UNABLE TO RELEASE CTRLOCK "
                   WS-CTRLOCK-STATUS
               IF WS-RETURN-CODE = 0
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF.

       9999-END-OF-JOB.
           IF WS-RSCFILE-OPEN
               CLOSE CARD-FILE
           END-IF
           IF WS-RPTFILE-OPEN
               CLOSE REPORT-FILE
           END-IF
           IF WS-SEQMSTR-OPEN
               CLOSE SEQ-MASTER-FILE
           END-IF
           IF WS-POLFILE-OPEN
               CLOSE POLICY-FILE
           END-IF
           IF WS-RSVFILE-OPEN
               CLOSE RESERVE-FILE
           END-IF
           IF WS-LOCK-OWNED
               PERFORM 9400-RELEASE-RUN-LOCK
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
