       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEQONB.
       AUTHOR. BATCH-SUPPORT.
      *****************************************************************
      *    SEQONB - SEQUENCE ONBOARDING
      *
      *    CREATES A NEW SEQUENCE IN ONE STEP FROM A SINGLE
      *    DEFINITION CARD (ONBPARM, CTRONB LAYOUT) INSTEAD OF A
      *    SEQMNT RESET, A SEQPOL CARD AND A HAND EDIT OF CTRQUOT.
      *    A DEFINE CARD WRITES THE PREFIX REGISTRATION (CTRPFX),
      *    THE SEQMSTR RECORD AT THE FLOOR, THE CTRPOLF POLICY AND
      *    A CTRQUOT CARD FOR EACH AUTHORIZED SYSTEM GIVEN A QUOTA.
      *    EITHER ALL OF THEM ARE CREATED OR NONE ARE: A FAILED
      *    STEP DELETES WHAT THE CARD HAD ALREADY WRITTEN.
      *    THE PREFIX MUST NOT BE ON THE REGISTRY AT ALL - LIVE OR
      *    RETIRED - NOR ON ANY SEQUENCE ALREADY ON THE MASTER, SO
      *    A BUSINESS-NUMBER PREFIX ALWAYS MAPS BACK TO EXACTLY ONE
      *    SEQUENCE.  A RETIRE CARD MARKS THE PREFIX OF A SEQUENCE
      *    THAT SEQPOL HAS CLOSED AS RETIRED; IT STAYS ON THE
      *    REGISTRY FOR GOOD.
      *    EVERY CARD MUST CARRY A REASON CODE AND TWO DIFFERENT
      *    IDS, REQUESTER AND APPROVER (DUAL AUTHORIZATION).  EVERY
      *    CARD WRITES A TYPE "O" AUDIT RECORD TO CTRAUDT AND GETS
      *    A LINE ON THE ONBRPT CONFIRMATION REPORT.  ANY REJECTED
      *    CARD ENDS THE JOB WITH RC 8.  THE SEQCTR RUN LOCK IS
      *    CLAIMED FOR THE DURATION SO ONBOARDING CANNOT RACE AN
      *    ISSUING RUN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONBOARD-FILE ASSIGN TO "ONBPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONB-STATUS.

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

           SELECT PREFIX-FILE ASSIGN TO "CTRPFX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PFX-KEY
               FILE STATUS IS WS-CTRPFX-STATUS.

           SELECT QUOTA-FILE ASSIGN TO "CTRQUOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRQUO-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "CTRAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ONBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONBRPT-STATUS.

           SELECT LOCK-FILE ASSIGN TO "CTRLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRLOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ONBOARD-FILE
           RECORDING MODE IS F.
           COPY CTRONB.

       FD  SEQ-MASTER-FILE.
           COPY CTRSEQ.

       FD  POLICY-FILE.
           COPY CTRPOL.

       FD  PREFIX-FILE.
           COPY CTRPFX.

       FD  QUOTA-FILE
           RECORDING MODE IS F.
           COPY CTRQUO.

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
       01  WS-ONB-STATUS               PIC XX VALUE "00".
       01  WS-SEQMSTR-STATUS           PIC XX VALUE "00".
       01  WS-CTRPOL-STATUS            PIC XX VALUE "00".
       01  WS-CTRPFX-STATUS            PIC XX VALUE "00".
       01  WS-CTRQUO-STATUS            PIC XX VALUE "00".
       01  WS-AUDIT-STATUS             PIC XX VALUE "00".
       01  WS-ONBRPT-STATUS            PIC XX VALUE "00".
       01  WS-CTRLOCK-STATUS           PIC XX VALUE "00".
       01  WS-RETURN-CODE              PIC 9(4) VALUE 0.
       01  WS-JOB-ID                   PIC X(8) VALUE "SEQONB".
       01  WS-FORMATTED-TIMESTAMP      PIC X(26).
       01  WS-CARD-CEILING             PIC 9(9) VALUE 999999999.
       01  WS-START-VALUE              PIC 9(9) VALUE 0.
       01  WS-RETIRE-PREFIX            PIC X(3) VALUE SPACES.
       01  WS-MASTER-PREFIX            PIC X(3) VALUE SPACES.
       01  WS-REJECT-TEXT              PIC X(30) VALUE SPACES.
       01  WS-CARDS-READ               PIC 9(5) VALUE 0.
       01  WS-CARDS-APPLIED            PIC 9(5) VALUE 0.
       01  WS-CARDS-REJECTED           PIC 9(5) VALUE 0.
       01  WS-QUOTAS-ADDED             PIC 9(3) VALUE 0.
       01  WS-QUOTAS-NEEDED            PIC 9(3) VALUE 0.
       01  WS-AUTH-IX                  PIC 9(3) VALUE 0.
       01  WS-DUP-IX                   PIC 9(3) VALUE 0.
       01  WS-HELD-JOB-ID              PIC X(8) VALUE SPACES.
       01  WS-HELD-TS                  PIC X(26) VALUE SPACES.
       01  WS-MY-LOCK-TS               PIC X(26) VALUE SPACES.
       01  WS-ONB-EOF-SW               PIC X VALUE "N".
           88  WS-ONB-EOF                   VALUE "Y".
       01  WS-SCAN-EOF-SW              PIC X VALUE "N".
           88  WS-SCAN-EOF                  VALUE "Y".
       01  WS-QUO-EOF-SW               PIC X VALUE "N".
           88  WS-QUO-EOF                   VALUE "Y".
       01  WS-ONBFILE-OPEN-SW          PIC X VALUE "N".
           88  WS-ONBFILE-OPEN              VALUE "Y".
       01  WS-SEQMSTR-OPEN-SW          PIC X VALUE "N".
           88  WS-SEQMSTR-OPEN              VALUE "Y".
       01  WS-POLFILE-OPEN-SW          PIC X VALUE "N".
           88  WS-POLFILE-OPEN              VALUE "Y".
       01  WS-PFXFILE-OPEN-SW          PIC X VALUE "N".
           88  WS-PFXFILE-OPEN              VALUE "Y".
       01  WS-RPTFILE-OPEN-SW          PIC X VALUE "N".
           88  WS-RPTFILE-OPEN              VALUE "Y".
       01  WS-PFX-FOUND-SW             PIC X VALUE "N".
           88  WS-PFX-FOUND                 VALUE "Y".
       01  WS-CARD-REJECTED-SW         PIC X VALUE "N".
           88  WS-CARD-REJECTED             VALUE "Y".
       01  WS-STEP-FAILED-SW           PIC X VALUE "N".
           88  WS-STEP-FAILED               VALUE "Y".
       01  WS-LOCK-OWNED-SW            PIC X VALUE "N".
           88  WS-LOCK-OWNED                VALUE "Y".

      *****************************************************************
      *    WHAT A DEFINE CARD HAS WRITTEN SO FAR, SO A FAILED STEP
      *    CAN DELETE EXACTLY THOSE RECORDS AND LEAVE NOTHING HALF
      *    ONBOARDED.
      *****************************************************************
       01  WS-PFX-WRITTEN-SW           PIC X VALUE "N".
           88  WS-PFX-WRITTEN               VALUE "Y".
       01  WS-MSTR-WRITTEN-SW          PIC X VALUE "N".
           88  WS-MSTR-WRITTEN              VALUE "Y".
       01  WS-POL-WRITTEN-SW           PIC X VALUE "N".
           88  WS-POL-WRITTEN               VALUE "Y".

      *****************************************************************
      *    SYSTEMS THAT ALREADY HAVE A CTRQUOT CARD.  SEQCTR STOPS
      *    A REQUEST RUN WHEN CTRQUOT HOLDS MORE THAN ITS 50-ENTRY
      *    QUOTA TABLE, SO ONBOARDING NEVER TAKES THE FILE PAST IT.
      *****************************************************************
       01  WS-QUO-MAX                  PIC 9(3) VALUE 50.
       01  WS-QUO-USED                 PIC 9(3) VALUE 0.
       01  WS-QUO-IX                   PIC 9(3) VALUE 0.
       01  WS-QUO-HIT-IX               PIC 9(3) VALUE 0.
       01  WS-QUOTA-TABLE.
           05  WS-QUOTA-ENTRY OCCURS 50 TIMES.
               10  QUO-TAB-SYSTEM      PIC X(8).

      *****************************************************************
      *    PER CARD: WHICH AUTH ENTRIES NEED A NEW QUOTA CARD.
      *****************************************************************
       01  WS-NEW-QUOTA-FLAGS.
           05  WS-NEW-QUOTA-SW         PIC X OCCURS 4 TIMES.

       01  RPT-HEADER-1.
           05  FILLER                  PIC X(10) VALUE "SEQONB".
           05  FILLER                  PIC X(34) VALUE
                   "SEQUENCE ONBOARDING CONFIRMATION".
           05  FILLER                  PIC X(10) VALUE "RUN DATE:".
           05  RPT-H1-DATE             PIC X(8).

       01  RPT-HEADER-2.
           05  FILLER                  PIC X(12) VALUE "SEQUENCE".
           05  FILLER                  PIC X(10) VALUE "ACTION".
           05  FILLER                  PIC X(6)  VALUE "PFX".
           05  FILLER                  PIC X(12) VALUE "FLOOR".
           05  FILLER                  PIC X(12) VALUE "CEILING".
           05  FILLER                  PIC X(5)  VALUE "QUO".
           05  FILLER                  PIC X(6)  VALUE "RSN".
           05  FILLER                  PIC X(10) VALUE "REQUESTER".
           05  FILLER                  PIC X(10) VALUE "APPROVER".
           05  FILLER                  PIC X(30) VALUE "STATUS".

       01  RPT-DETAIL-LINE.
           05  RPT-DTL-SEQ-NAME        PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-ACTION          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-PREFIX          PIC X(3).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RPT-DTL-FLOOR           PIC Z(8)9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RPT-DTL-CEILING         PIC Z(8)9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RPT-DTL-QUOTAS          PIC Z9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
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
               PERFORM 1900-LOAD-QUOTA-TABLE
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM 2000-GET-NEXT-CARD
               PERFORM 3000-PROCESS-CARD
                   UNTIL WS-ONB-EOF
               PERFORM 8000-WRITE-REPORT-TRAILER
           END-IF
           PERFORM 9999-END-OF-JOB.

      *****************************************************************
      *    ONBOARDING SHARES THE SEQCTR RUN LOCK SO A NEW SEQUENCE
      *    NEVER APPEARS HALF-CREATED UNDER AN ISSUING RUN.  NO
      *    STALE OVERRIDE HERE - AN OPERATOR CLEARS A LEFTOVER LOCK
      *    BEFORE ONBOARDING.
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
                       DISPLAY "SEQONB0080E - RUN LOCK HELD BY "
                           WS-HELD-JOB-ID ", ONBOARDING REFUSED"
                       MOVE 8 TO WS-RETURN-CODE
                   END-IF
               ELSE
                   DISPLAY "SEQONB0081E - UNABLE TO OPEN CTRLOCK "
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
               DISPLAY "SEQONB0082E - UNABLE TO CLAIM CTRLOCK "
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
                   DISPLAY "SEQONB0084E - LOCK CLAIMED BY "
                       WS-HELD-JOB-ID " WHILE CLAIMING, "
                       "ONBOARDING REFUSED"
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           ELSE
               DISPLAY "SEQONB0085E - UNABLE TO VERIFY CTRLOCK "
                   WS-CTRLOCK-STATUS
               MOVE 12 TO WS-RETURN-CODE
           END-IF.

       1000-OPEN-FILES.
           OPEN INPUT ONBOARD-FILE
           IF WS-ONB-STATUS = "00"
               SET WS-ONBFILE-OPEN TO TRUE
           ELSE
               DISPLAY "SEQONB0010E - UNABLE TO OPEN ONBPARM "
                   WS-ONB-STATUS
               MOVE 12 TO WS-RETURN-CODE
           END-IF
           IF WS-RETURN-CODE = 0
               OPEN OUTPUT REPORT-FILE
               IF WS-ONBRPT-STATUS = "00"
                   SET WS-RPTFILE-OPEN TO TRUE
                   PERFORM 1500-WRITE-REPORT-HEADERS
               ELSE
                   DISPLAY "SEQONB0011E - UNABLE TO OPEN ONBRPT "
                       WS-ONBRPT-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-RETURN-CODE = 0
               OPEN I-O SEQ-MASTER-FILE
               IF WS-SEQMSTR-STATUS = "35"
                   OPEN OUTPUT SEQ-MASTER-FILE
                   CLOSE SEQ-MASTER-FILE
                   OPEN I-O SEQ-MASTER-FILE
               END-IF
               IF WS-SEQMSTR-STATUS = "00"
                   SET WS-SEQMSTR-OPEN TO TRUE
               ELSE
                   DISPLAY "SEQONB0012E - UNABLE TO OPEN SEQ MASTER "
                       WS-SEQMSTR-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-RETURN-CODE = 0
               OPEN I-O POLICY-FILE
               IF WS-CTRPOL-STATUS = "35"
                   OPEN OUTPUT POLICY-FILE
                   CLOSE POLICY-FILE
                   OPEN I-O POLICY-FILE
               END-IF
               IF WS-CTRPOL-STATUS = "00"
                   SET WS-POLFILE-OPEN TO TRUE
               ELSE
                   DISPLAY "SEQONB0013E - UNABLE TO OPEN CTRPOLF "
                       WS-CTRPOL-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-RETURN-CODE = 0
               OPEN I-O PREFIX-FILE
               IF WS-CTRPFX-STATUS = "35"
                   OPEN OUTPUT PREFIX-FILE
                   CLOSE PREFIX-FILE
                   OPEN I-O PREFIX-FILE
               END-IF
               IF WS-CTRPFX-STATUS = "00"
                   SET WS-PFXFILE-OPEN TO TRUE
               ELSE
                   DISPLAY "SEQONB0014E - UNABLE TO OPEN CTRPFX "
                       WS-CTRPFX-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF.

       1400-GET-CURRENT-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-FORMATTED-TIMESTAMP.

       1500-WRITE-REPORT-HEADERS.
           PERFORM 1400-GET-CURRENT-TIMESTAMP
           MOVE WS-FORMATTED-TIMESTAMP(1:8) TO RPT-H1-DATE
           WRITE REPORT-LINE FROM RPT-HEADER-1
           WRITE REPORT-LINE FROM RPT-HEADER-2.

      *****************************************************************
      *    NOTE WHICH SYSTEMS ALREADY HAVE A QUOTA CARD.  A SYSTEM
      *    KEEPS ITS EXISTING CAP; ONBOARDING ONLY ADDS CARDS FOR
      *    SYSTEMS THAT HAVE NONE.
      *****************************************************************
       1900-LOAD-QUOTA-TABLE.
           OPEN INPUT QUOTA-FILE
           IF WS-CTRQUO-STATUS = "35"
               DISPLAY "SEQONB0015I - NO QUOTA FILE YET"
           ELSE
               IF WS-CTRQUO-STATUS = "00"
                   PERFORM 1950-LOAD-ONE-QUOTA
                       UNTIL WS-QUO-EOF
                   CLOSE QUOTA-FILE
               ELSE
                   DISPLAY "SEQONB0016E - UNABLE TO OPEN CTRQUOT "
                       WS-CTRQUO-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF.

       1950-LOAD-ONE-QUOTA.
           READ QUOTA-FILE
               AT END
                   SET WS-QUO-EOF TO TRUE
               NOT AT END
                   IF QUO-SYSTEM NOT = SPACES
                      AND QUO-DAILY-QUOTA NUMERIC
                       IF WS-QUO-USED >= WS-QUO-MAX
                           DISPLAY "SEQONB0017E - CTRQUOT ALREADY "
                               "HOLDS MORE THAN " WS-QUO-MAX
                               " CARDS, ONBOARDING STOPPED"
                           MOVE 12 TO WS-RETURN-CODE
                           SET WS-QUO-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-QUO-USED
                           MOVE QUO-SYSTEM
                               TO QUO-TAB-SYSTEM(WS-QUO-USED)
                       END-IF
                   END-IF
           END-READ.

       2000-GET-NEXT-CARD.
           READ ONBOARD-FILE
               AT END
                   SET WS-ONB-EOF TO TRUE
           END-READ.

       3000-PROCESS-CARD.
           ADD 1 TO WS-CARDS-READ
           MOVE "N" TO WS-CARD-REJECTED-SW
           MOVE SPACES TO WS-REJECT-TEXT
           MOVE 0 TO WS-START-VALUE
           MOVE 0 TO WS-QUOTAS-ADDED
           MOVE SPACES TO WS-RETIRE-PREFIX
           MOVE ONB-PREFIX TO WS-RETIRE-PREFIX
           PERFORM 3100-VALIDATE-CARD
           IF NOT WS-CARD-REJECTED
               IF ONB-ACTION = "DEFINE"
                   PERFORM 3200-CHECK-DEFINITION
               ELSE
                   PERFORM 3300-CHECK-RETIREMENT
               END-IF
           END-IF
           IF NOT WS-CARD-REJECTED
               IF ONB-ACTION = "DEFINE"
                   PERFORM 3500-CREATE-SEQUENCE
               ELSE
                   PERFORM 3700-RETIRE-PREFIX
               END-IF
           END-IF
           IF WS-CARD-REJECTED
               ADD 1 TO WS-CARDS-REJECTED
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-CARDS-APPLIED
           END-IF
           PERFORM 9200-WRITE-AUDIT-RECORD
           PERFORM 4000-WRITE-CONFIRMATION-LINE
           PERFORM 2000-GET-NEXT-CARD.

       3100-VALIDATE-CARD.
           MOVE 999999999 TO WS-CARD-CEILING
           IF ONB-CEILING NUMERIC AND ONB-CEILING > 0
               MOVE ONB-CEILING TO WS-CARD-CEILING
           END-IF
           IF ONB-SEQ-NAME = SPACES
               MOVE "SEQUENCE NAME MISSING" TO WS-REJECT-TEXT
               SET WS-CARD-REJECTED TO TRUE
           ELSE
               IF ONB-ACTION NOT = "DEFINE"
                  AND ONB-ACTION NOT = "RETIRE"
                   MOVE "UNKNOWN ACTION" TO WS-REJECT-TEXT
                   SET WS-CARD-REJECTED TO TRUE
               ELSE
                   IF ONB-REASON-CODE = SPACES
                       MOVE "REASON CODE MISSING" TO WS-REJECT-TEXT
                       SET WS-CARD-REJECTED TO TRUE
                   ELSE
                       PERFORM 3150-CHECK-DUAL-AUTH
                   END-IF
               END-IF
           END-IF
           IF NOT WS-CARD-REJECTED AND ONB-ACTION = "DEFINE"
               PERFORM 3120-VALIDATE-DEFINITION
           END-IF.

      *****************************************************************
      *    A PREFIX IS THREE LETTERS, AS SEQVAL REQUIRES OF EVERY
      *    BUSINESS NUMBER IT VALIDATES.
      *****************************************************************
       3120-VALIDATE-DEFINITION.
           IF ONB-PREFIX NOT ALPHABETIC
              OR ONB-PREFIX(1:1) = SPACE
              OR ONB-PREFIX(2:1) = SPACE
              OR ONB-PREFIX(3:1) = SPACE
               MOVE "PREFIX NOT THREE LETTERS" TO WS-REJECT-TEXT
               SET WS-CARD-REJECTED TO TRUE
           ELSE
               IF ONB-FLOOR NOT NUMERIC
                  OR ONB-FLOOR >= WS-CARD-CEILING
                   MOVE "FLOOR NOT BELOW CEILING" TO WS-REJECT-TEXT
                   SET WS-CARD-REJECTED TO TRUE
               ELSE
                   MOVE ONB-FLOOR TO WS-START-VALUE
                   MOVE 0 TO WS-QUOTAS-NEEDED
                   MOVE 0 TO WS-AUTH-IX
                   PERFORM 3130-CHECK-AUTH-ENTRY 4 TIMES
                   IF NOT WS-CARD-REJECTED
                      AND WS-QUO-USED + WS-QUOTAS-NEEDED
                          > WS-QUO-MAX
                       MOVE "QUOTA FILE WOULD OVERFLOW"
                           TO WS-REJECT-TEXT
                       SET WS-CARD-REJECTED TO TRUE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *    A QUOTA NEEDS A SYSTEM TO BELONG TO.  A NAMED SYSTEM
      *    WITH A QUOTA GETS A NEW CTRQUOT CARD ONLY IF IT HAS NONE
      *    AND IS NOT ALREADY NAMED EARLIER ON THE SAME CARD.
      *****************************************************************
       3130-CHECK-AUTH-ENTRY.
           ADD 1 TO WS-AUTH-IX
           MOVE "N" TO WS-NEW-QUOTA-SW(WS-AUTH-IX)
           IF ONB-AUTH-QUOTA(WS-AUTH-IX) NOT = SPACES
              AND ONB-AUTH-QUOTA(WS-AUTH-IX) NOT NUMERIC
               MOVE "QUOTA NOT NUMERIC" TO WS-REJECT-TEXT
               SET WS-CARD-REJECTED TO TRUE
           ELSE
               IF ONB-AUTH-QUOTA(WS-AUTH-IX) NUMERIC
                  AND ONB-AUTH-QUOTA(WS-AUTH-IX) > 0
                   IF ONB-AUTH-SYSTEM(WS-AUTH-IX) = SPACES
                       MOVE "QUOTA WITHOUT SYSTEM"
                           TO WS-REJECT-TEXT
                       SET WS-CARD-REJECTED TO TRUE
                   ELSE
                       PERFORM 3140-FIND-QUOTA-SYSTEM
                       IF WS-QUO-HIT-IX = 0
                           MOVE "Y" TO WS-NEW-QUOTA-SW(WS-AUTH-IX)
                           ADD 1 TO WS-QUOTAS-NEEDED
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3140-FIND-QUOTA-SYSTEM.
           MOVE 0 TO WS-QUO-HIT-IX
           MOVE 0 TO WS-QUO-IX
           PERFORM 3145-MATCH-QUOTA-SYSTEM
               UNTIL WS-QUO-IX >= WS-QUO-USED
                  OR WS-QUO-HIT-IX > 0
           MOVE 0 TO WS-DUP-IX
           PERFORM 3147-MATCH-EARLIER-ENTRY
               UNTIL WS-DUP-IX + 1 >= WS-AUTH-IX
                  OR WS-QUO-HIT-IX > 0.

       3145-MATCH-QUOTA-SYSTEM.
           ADD 1 TO WS-QUO-IX
           IF QUO-TAB-SYSTEM(WS-QUO-IX)
              = ONB-AUTH-SYSTEM(WS-AUTH-IX)
               MOVE WS-QUO-IX TO WS-QUO-HIT-IX
           END-IF.

       3147-MATCH-EARLIER-ENTRY.
           ADD 1 TO WS-DUP-IX
           IF WS-NEW-QUOTA-SW(WS-DUP-IX) = "Y"
              AND ONB-AUTH-SYSTEM(WS-DUP-IX)
                  = ONB-AUTH-SYSTEM(WS-AUTH-IX)
               MOVE WS-DUP-IX TO WS-QUO-HIT-IX
           END-IF.

       3150-CHECK-DUAL-AUTH.
           IF ONB-REQUESTER = SPACES OR ONB-APPROVER = SPACES
               MOVE "DUAL AUTHORIZATION MISSING" TO WS-REJECT-TEXT
               SET WS-CARD-REJECTED TO TRUE
           ELSE
               IF ONB-REQUESTER = ONB-APPROVER
                   MOVE "REQUESTER EQUALS APPROVER" TO WS-REJECT-TEXT
                   SET WS-CARD-REJECTED TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      *    A NEW SEQUENCE MUST BE NEW EVERYWHERE: NOT ON THE MASTER,
      *    NO POLICY RECORD, AND A PREFIX THAT HAS NEVER BEEN
      *    REGISTERED AND IS NOT CARRIED BY ANY SEQUENCE ON THE
      *    MASTER (SEQUENCES CREATED BEFORE THE REGISTRY EXISTED).
      *****************************************************************
       3200-CHECK-DEFINITION.
           MOVE ONB-SEQ-NAME TO SEQ-KEY
           READ SEQ-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-SEQMSTR-STATUS = "00"
               MOVE "SEQUENCE ALREADY ON MASTER" TO WS-REJECT-TEXT
               SET WS-CARD-REJECTED TO TRUE
           END-IF
           IF NOT WS-CARD-REJECTED
               MOVE ONB-SEQ-NAME TO POL-KEY
               READ POLICY-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CTRPOL-STATUS = "00"
                   MOVE "POLICY ALREADY ON FILE" TO WS-REJECT-TEXT
                   SET WS-CARD-REJECTED TO TRUE
               END-IF
           END-IF
           IF NOT WS-CARD-REJECTED
               PERFORM 3400-READ-PREFIX-ENTRY
               IF WS-PFX-FOUND
                   IF PFX-RETIRED
                       MOVE "PREFIX RETIRED, NOT REUSABLE"
                           TO WS-REJECT-TEXT
                   ELSE
                       MOVE "PREFIX ALREADY REGISTERED"
                           TO WS-REJECT-TEXT
                   END-IF
                   SET WS-CARD-REJECTED TO TRUE
               END-IF
           END-IF
           IF NOT WS-CARD-REJECTED
               PERFORM 3250-SCAN-MASTER-PREFIXES
           END-IF.

       3250-SCAN-MASTER-PREFIXES.
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE LOW-VALUES TO SEQ-KEY
           START SEQ-MASTER-FILE KEY NOT < SEQ-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 3260-CHECK-ONE-MASTER-PREFIX
               UNTIL WS-SCAN-EOF.

       3260-CHECK-ONE-MASTER-PREFIX.
           READ SEQ-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   IF SEQ-PREFIX = ONB-PREFIX
                      OR (SEQ-PREFIX = SPACES
                          AND SEQ-KEY(1:3) = ONB-PREFIX)
                       MOVE "PREFIX IN USE ON MASTER"
                           TO WS-REJECT-TEXT
                       SET WS-CARD-REJECTED TO TRUE
                       SET WS-SCAN-EOF TO TRUE
                   END-IF
           END-READ.

      *****************************************************************
      *    ONLY A CLOSED SEQUENCE MAY HAVE ITS PREFIX RETIRED.  THE
      *    PREFIX IS THE ONE ON THE CARD OR, IF THE CARD LEAVES IT
      *    BLANK, THE ONE ON THE SEQUENCE'S MASTER RECORD (THE
      *    FIRST THREE CHARACTERS OF THE NAME WHEN THE MASTER HAS NO
      *    PREFIX); EITHER WAY IT MUST NOT BELONG TO A DIFFERENT
      *    SEQUENCE.  A SEQUENCE FROM BEFORE THE REGISTRY IS
      *    REGISTERED AS RETIRED ON THE SPOT.
      *****************************************************************
       3300-CHECK-RETIREMENT.
           MOVE ONB-SEQ-NAME TO POL-KEY
           READ POLICY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CTRPOL-STATUS NOT = "00" OR NOT POL-CLOSED
               MOVE "SEQUENCE NOT CLOSED" TO WS-REJECT-TEXT
               SET WS-CARD-REJECTED TO TRUE
           END-IF
           IF NOT WS-CARD-REJECTED
               MOVE ONB-SEQ-NAME TO SEQ-KEY
               READ SEQ-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-SEQMSTR-STATUS = "00"
                   IF SEQ-PREFIX = SPACES
                       MOVE SEQ-KEY(1:3) TO WS-MASTER-PREFIX
                   ELSE
                       MOVE SEQ-PREFIX TO WS-MASTER-PREFIX
                   END-IF
                   IF WS-RETIRE-PREFIX = SPACES
                       MOVE WS-MASTER-PREFIX TO WS-RETIRE-PREFIX
                   ELSE
                       IF WS-RETIRE-PREFIX NOT = WS-MASTER-PREFIX
                           MOVE "PREFIX NOT THIS SEQUENCE'S"
                               TO WS-REJECT-TEXT
                           SET WS-CARD-REJECTED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF NOT WS-CARD-REJECTED AND WS-RETIRE-PREFIX = SPACES
               MOVE "NO PREFIX TO RETIRE" TO WS-REJECT-TEXT
               SET WS-CARD-REJECTED TO TRUE
           END-IF
           IF NOT WS-CARD-REJECTED
               PERFORM 3400-READ-PREFIX-ENTRY
               IF WS-PFX-FOUND
                   IF PFX-SEQ-NAME NOT = ONB-SEQ-NAME
                       MOVE "PREFIX NOT THIS SEQUENCE'S"
                           TO WS-REJECT-TEXT
                       SET WS-CARD-REJECTED TO TRUE
                   ELSE
                       IF PFX-RETIRED
                           MOVE "PREFIX ALREADY RETIRED"
                               TO WS-REJECT-TEXT
                           SET WS-CARD-REJECTED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3400-READ-PREFIX-ENTRY.
           MOVE "N" TO WS-PFX-FOUND-SW
           MOVE WS-RETIRE-PREFIX TO PFX-KEY
           READ PREFIX-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-CTRPFX-STATUS = "00"
               SET WS-PFX-FOUND TO TRUE
           END-IF.

      *****************************************************************
      *    CREATE THE SEQUENCE.  THE PREFIX IS REGISTERED FIRST SO
      *    NOTHING ELSE CAN CLAIM IT, THEN THE MASTER, THE POLICY
      *    AND THE QUOTA CARDS.  ANY FAILURE BACKS OUT EVERY RECORD
      *    THE CARD WROTE, SO THE SEQUENCE EITHER EXISTS IN FULL OR
      *    NOT AT ALL.
      *****************************************************************
       3500-CREATE-SEQUENCE.
           PERFORM 1400-GET-CURRENT-TIMESTAMP
           MOVE "N" TO WS-STEP-FAILED-SW
           MOVE "N" TO WS-PFX-WRITTEN-SW
           MOVE "N" TO WS-MSTR-WRITTEN-SW
           MOVE "N" TO WS-POL-WRITTEN-SW
           PERFORM 3510-WRITE-PREFIX-ENTRY
           IF NOT WS-STEP-FAILED
               PERFORM 3520-WRITE-MASTER-RECORD
           END-IF
           IF NOT WS-STEP-FAILED
               PERFORM 3530-WRITE-POLICY-RECORD
           END-IF
           IF NOT WS-STEP-FAILED AND WS-QUOTAS-NEEDED > 0
               PERFORM 3540-ADD-QUOTA-CARDS
           END-IF
           IF WS-STEP-FAILED
               PERFORM 3590-BACK-OUT-DEFINITION
               MOVE "CREATE FAILED, BACKED OUT" TO WS-REJECT-TEXT
               SET WS-CARD-REJECTED TO TRUE
               MOVE 12 TO WS-RETURN-CODE
           END-IF.

       3510-WRITE-PREFIX-ENTRY.
           MOVE SPACES TO PREFIX-RECORD
           MOVE ONB-PREFIX TO PFX-KEY
           MOVE ONB-SEQ-NAME TO PFX-SEQ-NAME
           SET PFX-ACTIVE TO TRUE
           MOVE WS-FORMATTED-TIMESTAMP TO PFX-REGISTERED-TS
           MOVE ONB-REQUESTER TO PFX-REQUESTER
           MOVE ONB-APPROVER TO PFX-APPROVER
           WRITE PREFIX-RECORD
               INVALID KEY
                   DISPLAY "SEQONB0050E - PREFIX WRITE FAILED "
                       ONB-PREFIX " " WS-CTRPFX-STATUS
                   SET WS-STEP-FAILED TO TRUE
               NOT INVALID KEY
                   SET WS-PFX-WRITTEN TO TRUE
           END-WRITE.

      *****************************************************************
      *    THE NEW SEQUENCE STANDS AT ITS FLOOR IN THE CURRENT ISSUE
      *    YEAR, SO ITS FIRST ISSUE IS THE FLOOR PLUS THE INCREMENT
      *    JUST AS AFTER A NEW-YEAR RESTART.
      *****************************************************************
       3520-WRITE-MASTER-RECORD.
           MOVE SPACES TO SEQ-MASTER-RECORD
           MOVE ONB-SEQ-NAME TO SEQ-KEY
           MOVE WS-START-VALUE TO SEQ-LAST-NUMBER
           MOVE WS-FORMATTED-TIMESTAMP TO SEQ-LAST-UPDATED
           MOVE ONB-PREFIX TO SEQ-PREFIX
           MOVE WS-FORMATTED-TIMESTAMP(1:4) TO SEQ-ISSUE-YEAR
           MOVE SPACES TO SEQ-SUCCESSOR
           WRITE SEQ-MASTER-RECORD
               INVALID KEY
                   DISPLAY "SEQONB0051E - MSTR WRITE FAILED "
                       ONB-SEQ-NAME " " WS-SEQMSTR-STATUS
                   SET WS-STEP-FAILED TO TRUE
               NOT INVALID KEY
                   SET WS-MSTR-WRITTEN TO TRUE
           END-WRITE.

       3530-WRITE-POLICY-RECORD.
           MOVE SPACES TO POLICY-RECORD
           MOVE ONB-SEQ-NAME TO POL-KEY
           SET POL-ACTIVE TO TRUE
           MOVE WS-CARD-CEILING TO POL-CEILING
           MOVE WS-START-VALUE TO POL-FLOOR
           MOVE 0 TO WS-AUTH-IX
           PERFORM 3535-COPY-AUTH-SYSTEM 4 TIMES
           MOVE WS-FORMATTED-TIMESTAMP TO POL-LAST-UPDATED
           WRITE POLICY-RECORD
               INVALID KEY
                   DISPLAY "SEQONB0052E - POLICY WRITE FAILED "
                       ONB-SEQ-NAME " " WS-CTRPOL-STATUS
                   SET WS-STEP-FAILED TO TRUE
               NOT INVALID KEY
                   SET WS-POL-WRITTEN TO TRUE
           END-WRITE.

       3535-COPY-AUTH-SYSTEM.
           ADD 1 TO WS-AUTH-IX
           MOVE ONB-AUTH-SYSTEM(WS-AUTH-IX)
               TO POL-AUTH-SYSTEM(WS-AUTH-IX).

      *****************************************************************
      *    THE QUOTA FILE IS A PLAIN CARD FILE, SO NEW CARDS ARE
      *    APPENDED AND THIS IS THE LAST STEP: IF IT CANNOT EVEN BE
      *    OPENED THE KEYED RECORDS ARE STILL BACKED OUT CLEANLY.
      *****************************************************************
       3540-ADD-QUOTA-CARDS.
           OPEN EXTEND QUOTA-FILE
           IF WS-CTRQUO-STATUS = "35"
               OPEN OUTPUT QUOTA-FILE
           END-IF
           IF WS-CTRQUO-STATUS = "00"
               MOVE 0 TO WS-AUTH-IX
               PERFORM 3545-ADD-ONE-QUOTA-CARD 4 TIMES
               CLOSE QUOTA-FILE
           ELSE
               DISPLAY "SEQONB0053E - UNABLE TO EXTEND CTRQUOT "
                   WS-CTRQUO-STATUS
               SET WS-STEP-FAILED TO TRUE
           END-IF.

       3545-ADD-ONE-QUOTA-CARD.
           ADD 1 TO WS-AUTH-IX
           IF WS-NEW-QUOTA-SW(WS-AUTH-IX) = "Y"
              AND NOT WS-STEP-FAILED
               MOVE SPACES TO QUOTA-RECORD
               MOVE ONB-AUTH-SYSTEM(WS-AUTH-IX) TO QUO-SYSTEM
               MOVE ONB-AUTH-QUOTA(WS-AUTH-IX) TO QUO-DAILY-QUOTA
               WRITE QUOTA-RECORD
               IF WS-CTRQUO-STATUS NOT = "00"
                   DISPLAY "SEQONB0060E - QUOTA WRITE FAILED "
                       ONB-AUTH-SYSTEM(WS-AUTH-IX) " "
                       WS-CTRQUO-STATUS
                   SET WS-STEP-FAILED TO TRUE
               ELSE
                   ADD 1 TO WS-QUOTAS-ADDED
                   ADD 1 TO WS-QUO-USED
                   MOVE ONB-AUTH-SYSTEM(WS-AUTH-IX)
                       TO QUO-TAB-SYSTEM(WS-QUO-USED)
               END-IF
           END-IF.

       3590-BACK-OUT-DEFINITION.
           IF WS-POL-WRITTEN
               MOVE ONB-SEQ-NAME TO POL-KEY
               DELETE POLICY-FILE RECORD
                   INVALID KEY
                       DISPLAY "SEQONB0054E - POLICY BACKOUT FAILED "
                           ONB-SEQ-NAME
               END-DELETE
           END-IF
           IF WS-MSTR-WRITTEN
               MOVE ONB-SEQ-NAME TO SEQ-KEY
               DELETE SEQ-MASTER-FILE RECORD
                   INVALID KEY
                       DISPLAY "SEQONB0055E - MSTR BACKOUT FAILED "
                           ONB-SEQ-NAME
               END-DELETE
           END-IF
           IF WS-PFX-WRITTEN
               MOVE ONB-PREFIX TO PFX-KEY
               DELETE PREFIX-FILE RECORD
                   INVALID KEY
                       DISPLAY "SEQONB0056E - PREFIX BACKOUT FAILED "
                           ONB-PREFIX
               END-DELETE
           END-IF
           MOVE 0 TO WS-QUOTAS-ADDED.

       3700-RETIRE-PREFIX.
           PERFORM 1400-GET-CURRENT-TIMESTAMP
           IF WS-PFX-FOUND
               SET PFX-RETIRED TO TRUE
               MOVE WS-FORMATTED-TIMESTAMP TO PFX-RETIRED-TS
               REWRITE PREFIX-RECORD
                   INVALID KEY
                       DISPLAY "SEQONB0057E - PREFIX UPDATE FAILED "
                           WS-RETIRE-PREFIX
                       MOVE "RETIRE FAILED" TO WS-REJECT-TEXT
                       SET WS-CARD-REJECTED TO TRUE
                       MOVE 12 TO WS-RETURN-CODE
               END-REWRITE
           ELSE
               MOVE SPACES TO PREFIX-RECORD
               MOVE WS-RETIRE-PREFIX TO PFX-KEY
               MOVE ONB-SEQ-NAME TO PFX-SEQ-NAME
               SET PFX-RETIRED TO TRUE
               MOVE WS-FORMATTED-TIMESTAMP TO PFX-REGISTERED-TS
               MOVE WS-FORMATTED-TIMESTAMP TO PFX-RETIRED-TS
               MOVE ONB-REQUESTER TO PFX-REQUESTER
               MOVE ONB-APPROVER TO PFX-APPROVER
               WRITE PREFIX-RECORD
                   INVALID KEY
                       DISPLAY "SEQONB0058E - PREFIX WRITE FAILED "
                           WS-RETIRE-PREFIX
                       MOVE "RETIRE FAILED" TO WS-REJECT-TEXT
                       SET WS-CARD-REJECTED TO TRUE
                       MOVE 12 TO WS-RETURN-CODE
               END-WRITE
           END-IF.

       4000-WRITE-CONFIRMATION-LINE.
           IF WS-RPTFILE-OPEN
               MOVE ONB-SEQ-NAME TO RPT-DTL-SEQ-NAME
               MOVE ONB-ACTION TO RPT-DTL-ACTION
               MOVE WS-RETIRE-PREFIX TO RPT-DTL-PREFIX
               MOVE WS-START-VALUE TO RPT-DTL-FLOOR
               IF ONB-ACTION = "DEFINE"
                   MOVE WS-CARD-CEILING TO RPT-DTL-CEILING
               ELSE
                   MOVE 0 TO RPT-DTL-CEILING
               END-IF
               MOVE WS-QUOTAS-ADDED TO RPT-DTL-QUOTAS
               MOVE ONB-REASON-CODE TO RPT-DTL-REASON
               MOVE ONB-REQUESTER TO RPT-DTL-REQUESTER
               MOVE ONB-APPROVER TO RPT-DTL-APPROVER
               IF WS-CARD-REJECTED
                   STRING "REJECTED - " DELIMITED BY SIZE
                       WS-REJECT-TEXT DELIMITED BY SIZE
                       INTO RPT-DTL-STATUS
                   END-STRING
               ELSE
                   IF ONB-ACTION = "DEFINE"
                       MOVE "CREATED" TO RPT-DTL-STATUS
                   ELSE
                       MOVE "PREFIX RETIRED" TO RPT-DTL-STATUS
                   END-IF
               END-IF
               WRITE REPORT-LINE FROM RPT-DETAIL-LINE
           END-IF.

       8000-WRITE-REPORT-TRAILER.
           MOVE WS-CARDS-READ TO RPT-TRL-CARDS
           MOVE WS-CARDS-APPLIED TO RPT-TRL-APPLIED
           MOVE WS-CARDS-REJECTED TO RPT-TRL-REJECTED
           WRITE REPORT-LINE FROM RPT-TRAILER-LINE
           DISPLAY "SEQONB0001I - CARDS " WS-CARDS-READ
               " APPLIED " WS-CARDS-APPLIED
               " REJECTED " WS-CARDS-REJECTED.

      *****************************************************************
      *    EVERY CARD IS AUDITED, APPLIED OR NOT, AS TYPE "O".  THE
      *    END COUNT IS THE VALUE THE NEW SEQUENCE STARTS FROM.
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
               MOVE 0 TO AUDIT-LIMIT
               MOVE 0 TO AUDIT-INCREMENT
               MOVE 0 TO AUDIT-START-COUNT
               IF WS-CARD-REJECTED
                   MOVE 0 TO AUDIT-END-COUNT
                   MOVE 8 TO AUDIT-RETURN-CODE
               ELSE
                   MOVE WS-START-VALUE TO AUDIT-END-COUNT
                   MOVE 0 TO AUDIT-RETURN-CODE
               END-IF
               MOVE ONB-SEQ-NAME TO AUDIT-SEQ-NAME
               MOVE "O" TO AUDIT-REC-TYPE
               MOVE ONB-REASON-CODE TO AUDIT-REASON-CODE
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "SEQONB0059E - UNABLE TO OPEN AUDIT-FILE "
                   WS-AUDIT-STATUS
               MOVE 12 TO WS-RETURN-CODE
           END-IF.

       9400-RELEASE-RUN-LOCK.
           OPEN OUTPUT LOCK-FILE
           IF WS-CTRLOCK-STATUS = "00"
               MOVE SPACES TO LOCK-RECORD
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
           ELSE
               DISPLAY "SEQONB0083E - UNABLE TO RELEASE CTRLOCK "
                   WS-CTRLOCK-STATUS
               IF WS-RETURN-CODE = 0
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF.

       9999-END-OF-JOB.
           IF WS-ONBFILE-OPEN
               CLOSE ONBOARD-FILE
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
           IF WS-PFXFILE-OPEN
               CLOSE PREFIX-FILE
           END-IF
           IF WS-LOCK-OWNED
               PERFORM 9400-RELEASE-RUN-LOCK
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
