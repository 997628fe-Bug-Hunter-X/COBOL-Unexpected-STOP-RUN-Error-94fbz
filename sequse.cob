       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEQUSE.
       AUTHOR. BATCH-SUPPORT.
      *****************************************************************
      *    SEQUSE - USAGE CONFIRMATION INTAKE AND UNUSED AGING
      *
      *    SEQACK CONFIRMS THAT A REQUESTING SYSTEM PICKED UP A
      *    WHOLE BLOCK; IT CANNOT SAY WHETHER EACH NUMBER WAS EVER
      *    POSTED AGAINST.  THE REQUESTING SYSTEMS SEND A DAILY
      *    USAGE FILE (USEIN, CTRUSE LAYOUT) WITH ONE RECORD PER
      *    BUSINESS NUMBER CONSUMED.  EVERY NUMBER IS PROVED THE
      *    SAME WAY SEQBVF PROVES A PRESENTED NUMBER - SEQVAL FOR
      *    FORMAT AND CHECK DIGIT, THE MASTER FOR THE PREFIX, THE
      *    CTRLGR LEDGER FOR ISSUANCE AND CTRPOOL FOR VOIDING - AND
      *    ITS LEDGER RECORD THEN MOVES TO STATE "U" (USED) WITH
      *    THE USE TIMESTAMP.  THE HOLDER ON THE LEDGER IS THE
      *    SYSTEM THE NUMBER WAS ISSUED TO; ONLY THAT SYSTEM MAY
      *    REPORT IT USED (A NUMBER WITH NO HOLDER ON RECORD, FROM
      *    THE SEQLBF BACKFILL, TAKES THE USING SYSTEM AS HOLDER).
      *    THE SAME SYSTEM REPORTING A NUMBER USED AGAIN IS COUNTED
      *    AS A REPEAT AND LEFT ALONE, SO A DAY'S FILE CAN BE RERUN.
      *    EXCEPTIONS ARE LISTED ON USERPT WITH A REASON CODE AND
      *    THE LEDGER IS NOT TOUCHED:
      *      UFMT FORMAT OR CHECK DIGIT FAILURE, OR NO USING SYSTEM
      *      UPFX PREFIX BELONGS TO NO SEQUENCE ON THE MASTER
      *      UNIS NUMBER NEVER ISSUED FOR THE SEQUENCE AND YEAR
      *      UVOI NUMBER IS VOIDED (RETURNED, SITTING IN CTRPOOL)
      *      UHLD NUMBER IS HELD BY A DIFFERENT SYSTEM
      *      UDUP NUMBER ALREADY REPORTED USED BY ANOTHER SYSTEM
      *
      *    AFTER THE INTAKE THE WHOLE LEDGER IS AGED: EVERY NUMBER
      *    STILL ISSUED OR REISSUED AND NOT YET USED IS COUNTED BY
      *    HOLDER SYSTEM AND DAYS SINCE IT WAS HANDED OUT, IN
      *    BANDS UNDER 30, 30-59, 60-89 AND 90 DAYS AND OVER, SO
      *    LEAKAGE IS CHASED BEFORE IT SHOWS UP ON SEQREC.
      *    THE JOB ENDS WITH RC 4 WHEN ANY USAGE WAS AN EXCEPTION.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USAGE-FILE ASSIGN TO "USEIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USEIN-STATUS.

           SELECT SEQ-MASTER-FILE ASSIGN TO "SEQMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEQ-KEY
               FILE STATUS IS WS-SEQMSTR-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "CTRLGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGR-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT POOL-FILE ASSIGN TO "CTRPOOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POOL-KEY
               FILE STATUS IS WS-POOL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "USERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USAGE-FILE
           RECORDING MODE IS F.
           COPY CTRUSE.

       FD  SEQ-MASTER-FILE.
           COPY CTRSEQ.

       FD  LEDGER-FILE.
           COPY CTRLGR.

       FD  POOL-FILE.
           COPY CTRPOOL.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-USEIN-STATUS             PIC XX VALUE "00".
       01  WS-SEQMSTR-STATUS           PIC XX VALUE "00".
       01  WS-LEDGER-STATUS            PIC XX VALUE "00".
       01  WS-POOL-STATUS              PIC XX VALUE "00".
       01  WS-USERPT-STATUS            PIC XX VALUE "00".
       01  WS-RETURN-CODE              PIC 9(4) VALUE 0.
       01  WS-FORMATTED-TIMESTAMP      PIC X(26).
       01  WS-TODAY-DATE               PIC 9(8) VALUE 0.
       01  WS-TODAY-DAY-NUM            PIC 9(7) VALUE 0.
       01  WS-ISSUE-DATE               PIC 9(8) VALUE 0.
       01  WS-NUMBER-AGE               PIC S9(7) VALUE 0.
       01  WS-BUSINESS-NO              PIC X(17) VALUE SPACES.
       01  WS-USE-TS                   PIC X(26) VALUE SPACES.
       01  WS-LOOKUP-PREFIX            PIC X(3) VALUE SPACES.
       01  WS-LOOKUP-YEAR              PIC X(4) VALUE SPACES.
       01  WS-LOOKUP-COUNT             PIC 9(9) VALUE 0.
       01  WS-HIT-SEQ-NAME             PIC X(10) VALUE SPACES.
       01  WS-HIT-STATE                PIC X(1) VALUE SPACES.
       01  WS-VERDICT                  PIC X(4) VALUE SPACES.
       01  WS-USAGE-READ               PIC 9(7) VALUE 0.
       01  WS-USAGE-MARKED             PIC 9(7) VALUE 0.
       01  WS-USAGE-REPEATED           PIC 9(7) VALUE 0.
       01  WS-USAGE-EXCEPTIONS         PIC 9(7) VALUE 0.
       01  WS-USEIN-EOF-SW             PIC X VALUE "N".
           88  WS-USEIN-EOF                 VALUE "Y".
       01  WS-MASTER-EOF-SW            PIC X VALUE "N".
           88  WS-MASTER-EOF                VALUE "Y".
       01  WS-LEDGER-EOF-SW            PIC X VALUE "N".
           88  WS-LEDGER-EOF                VALUE "Y".
       01  WS-REPEAT-SW                PIC X VALUE "N".
           88  WS-REPEAT                    VALUE "Y".
       01  WS-USEIN-OPEN-SW            PIC X VALUE "N".
           88  WS-USEIN-OPEN                VALUE "Y".
       01  WS-SEQMSTR-OPEN-SW          PIC X VALUE "N".
           88  WS-SEQMSTR-OPEN              VALUE "Y".
       01  WS-LGRFILE-OPEN-SW          PIC X VALUE "N".
           88  WS-LGRFILE-OPEN              VALUE "Y".
       01  WS-POOLFILE-OPEN-SW         PIC X VALUE "N".
           88  WS-POOLFILE-OPEN             VALUE "Y".
       01  WS-RPTFILE-OPEN-SW          PIC X VALUE "N".
           88  WS-RPTFILE-OPEN              VALUE "Y".
           COPY CTRVAL.

      *****************************************************************
      *    THE MASTER'S SEQUENCE NAMES AND PREFIXES ARE HELD IN
      *    CORE SO THE PREFIX OF EVERY REPORTED NUMBER MAPS TO ITS
      *    SEQUENCE(S) WITHOUT RE-READING THE MASTER PER NUMBER.
      *****************************************************************
       01  WS-TAB-MAX                  PIC 9(3) VALUE 100.
       01  WS-TAB-USED                 PIC 9(3) VALUE 0.
       01  WS-TAB-IX                   PIC 9(3) VALUE 0.
       01  WS-PREFIX-TABLE.
           05  WS-PREFIX-ENTRY OCCURS 100 TIMES.
               10  PFX-SEQ-NAME        PIC X(10).
               10  PFX-PREFIX          PIC X(3).

      *****************************************************************
      *    ONE ENTRY PER HOLDER SYSTEM FOUND ON THE LEDGER WITH
      *    NUMBERS STILL OUT AND UNUSED.  A NUMBER WITH NO HOLDER
      *    ON RECORD IS COUNTED UNDER "UNKNOWN".
      *****************************************************************
       01  WS-AGE-MAX                  PIC 9(3) VALUE 200.
       01  WS-AGE-USED                 PIC 9(3) VALUE 0.
       01  WS-AGE-IX                   PIC 9(3) VALUE 0.
       01  WS-AGE-HIT-IX               PIC 9(3) VALUE 0.
       01  WS-AGE-SYSTEM               PIC X(8) VALUE SPACES.
       01  WS-AGE-FULL-SW              PIC X VALUE "N".
           88  WS-AGE-FULL                  VALUE "Y".
       01  WS-AGING-TABLE.
           05  WS-AGING-ENTRY OCCURS 200 TIMES.
               10  AGE-SYSTEM          PIC X(8).
               10  AGE-UNDER-30        PIC 9(9).
               10  AGE-30-59           PIC 9(9).
               10  AGE-60-89           PIC 9(9).
               10  AGE-90-PLUS         PIC 9(9).
       01  WS-AGE-TOTALS.
           05  WS-TOT-UNDER-30         PIC 9(9) VALUE 0.
           05  WS-TOT-30-59            PIC 9(9) VALUE 0.
           05  WS-TOT-60-89            PIC 9(9) VALUE 0.
           05  WS-TOT-90-PLUS          PIC 9(9) VALUE 0.
       01  WS-AGE-LINE-TOTAL           PIC 9(9) VALUE 0.

       01  RPT-HEADER-1.
           05  FILLER                  PIC X(10) VALUE "SEQUSE".
           05  FILLER                  PIC X(34) VALUE
                   "USAGE CONFIRMATION INTAKE".
           05  FILLER                  PIC X(10) VALUE "RUN DATE:".
           05  RPT-H1-DATE             PIC X(8).

       01  RPT-HEADER-2.
           05  FILLER                  PIC X(19) VALUE
                   "BUSINESS NUMBER".
           05  FILLER                  PIC X(10) VALUE "SYSTEM".
           05  FILLER                  PIC X(10) VALUE "USED".
           05  FILLER                  PIC X(14) VALUE "REFERENCE".
           05  FILLER                  PIC X(10) VALUE "HOLDER".
           05  FILLER                  PIC X(6)  VALUE "CODE".
           05  FILLER                  PIC X(40) VALUE "EXCEPTION".

       01  RPT-DETAIL-LINE.
           05  RPT-DTL-BUSINESS-NO     PIC X(17).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-SYSTEM          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-USED            PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-REFERENCE       PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-HOLDER          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-CODE            PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-TEXT            PIC X(40).

       01  RPT-TRAILER-LINE.
           05  FILLER                  PIC X(8)  VALUE "READ:".
           05  RPT-TRL-READ            PIC ZZZZZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "MARKED:".
           05  RPT-TRL-MARKED          PIC ZZZZZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "REPEATED:".
           05  RPT-TRL-REPEATED        PIC ZZZZZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "EXCEPTIONS:".
           05  RPT-TRL-EXCEPTIONS      PIC ZZZZZZ9.

       01  RPT-AGING-HEADER-1.
           05  FILLER                  PIC X(44) VALUE
                   "ISSUED BUT NOT USED - AGING BY HOLDER".

       01  RPT-AGING-HEADER-2.
           05  FILLER                  PIC X(10) VALUE "HOLDER".
           05  FILLER                  PIC X(12) VALUE "  UNDER 30".
           05  FILLER                  PIC X(12) VALUE "   30-59".
           05  FILLER                  PIC X(12) VALUE "   60-89".
           05  FILLER                  PIC X(12) VALUE "   90+".
           05  FILLER                  PIC X(12) VALUE "   TOTAL".

       01  RPT-AGING-LINE.
           05  RPT-AGE-SYSTEM          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-AGE-UNDER-30        PIC Z(8)9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RPT-AGE-30-59           PIC Z(8)9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RPT-AGE-60-89           PIC Z(8)9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RPT-AGE-90-PLUS         PIC Z(8)9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RPT-AGE-TOTAL           PIC Z(8)9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-OPEN-FILES
           IF WS-RETURN-CODE = 0
               PERFORM 1500-LOAD-PREFIX-TABLE
           END-IF
           IF WS-RETURN-CODE = 0
               WRITE REPORT-LINE FROM RPT-HEADER-2
               PERFORM 2000-READ-USAGE-RECORD
               PERFORM 3000-PROCESS-ONE-USAGE
                   UNTIL WS-USEIN-EOF
               PERFORM 8000-WRITE-REPORT-TRAILER
           END-IF
           IF WS-RETURN-CODE < 12
               PERFORM 5000-AGE-UNUSED-NUMBERS
               PERFORM 6000-WRITE-AGING-REPORT
           END-IF
           PERFORM 9999-END-OF-JOB.

       1000-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-FORMATTED-TIMESTAMP
           MOVE WS-FORMATTED-TIMESTAMP(1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           OPEN OUTPUT REPORT-FILE
           IF WS-USERPT-STATUS = "00"
               SET WS-RPTFILE-OPEN TO TRUE
               MOVE WS-FORMATTED-TIMESTAMP(1:8) TO RPT-H1-DATE
               WRITE REPORT-LINE FROM RPT-HEADER-1
           ELSE
               DISPLAY "SEQUSE0010E - UNABLE TO OPEN USERPT "
                   WS-USERPT-STATUS
               MOVE 12 TO WS-RETURN-CODE
           END-IF
           IF WS-RETURN-CODE = 0
               OPEN INPUT USAGE-FILE
               IF WS-USEIN-STATUS = "00"
                   SET WS-USEIN-OPEN TO TRUE
               ELSE
                   DISPLAY "SEQUSE0011E - UNABLE TO OPEN USEIN "
                       WS-USEIN-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-RETURN-CODE = 0
               OPEN INPUT SEQ-MASTER-FILE
               IF WS-SEQMSTR-STATUS = "00"
                   SET WS-SEQMSTR-OPEN TO TRUE
               ELSE
                   DISPLAY "SEQUSE0012E - UNABLE TO OPEN SEQ MASTER "
                       WS-SEQMSTR-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-RETURN-CODE = 0
               OPEN I-O LEDGER-FILE
               IF WS-LEDGER-STATUS = "00"
                   SET WS-LGRFILE-OPEN TO TRUE
               ELSE
                   DISPLAY "SEQUSE0013E - UNABLE TO OPEN CTRLGR "
                       WS-LEDGER-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-RETURN-CODE = 0
               OPEN INPUT POOL-FILE
               EVALUATE WS-POOL-STATUS
                   WHEN "00"
                       SET WS-POOLFILE-OPEN TO TRUE
                   WHEN "35"
                       DISPLAY "SEQUSE0014I - NO CTRPOOL, LEDGER "
                           "STATE ALONE PROVES VOIDING"
                   WHEN OTHER
                       DISPLAY "SEQUSE0015E - UNABLE TO OPEN CTRPOOL "
                           WS-POOL-STATUS
                       MOVE 12 TO WS-RETURN-CODE
               END-EVALUATE
           END-IF.

       1500-LOAD-PREFIX-TABLE.
           MOVE LOW-VALUES TO SEQ-KEY
           START SEQ-MASTER-FILE KEY NOT < SEQ-KEY
               INVALID KEY
                   SET WS-MASTER-EOF TO TRUE
           END-START
           PERFORM 1600-LOAD-ONE-PREFIX
               UNTIL WS-MASTER-EOF.

       1600-LOAD-ONE-PREFIX.
           READ SEQ-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-MASTER-EOF TO TRUE
               NOT AT END
                   IF WS-TAB-USED >= WS-TAB-MAX
                       DISPLAY "SEQUSE0020E - SEQUENCE TABLE FULL"
                       MOVE 12 TO WS-RETURN-CODE
                       SET WS-MASTER-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-TAB-USED
                       MOVE SEQ-KEY TO PFX-SEQ-NAME(WS-TAB-USED)
                       IF SEQ-PREFIX NOT = SPACES
                           MOVE SEQ-PREFIX
                               TO PFX-PREFIX(WS-TAB-USED)
                       ELSE
                           MOVE SEQ-KEY(1:3)
                               TO PFX-PREFIX(WS-TAB-USED)
                       END-IF
                   END-IF
           END-READ.

       2000-READ-USAGE-RECORD.
           READ USAGE-FILE
               AT END
                   SET WS-USEIN-EOF TO TRUE
           END-READ.

      *****************************************************************
      *    SEQVAL FIRST, THEN THE LEDGER FOR EVERY SEQUENCE OWNING
      *    THE PREFIX.  A LIVE LEDGER HIT IS PREFERRED OVER A
      *    RETURNED ONE WHEN TWO SEQUENCES SHARE A PREFIX.  THE
      *    POOL IS CHECKED AS WELL AS THE LEDGER STATE, SO A NUMBER
      *    VOIDED BEFORE THE LEDGER EXISTED IS STILL CAUGHT.
      *****************************************************************
       3000-PROCESS-ONE-USAGE.
           ADD 1 TO WS-USAGE-READ
           MOVE "N" TO WS-REPEAT-SW
           MOVE SPACES TO WS-HIT-SEQ-NAME
           MOVE SPACES TO WS-HIT-STATE
           MOVE USE-BUSINESS-NO TO WS-BUSINESS-NO
           IF USE-TIMESTAMP = SPACES
               MOVE WS-FORMATTED-TIMESTAMP TO WS-USE-TS
           ELSE
               MOVE USE-TIMESTAMP TO WS-USE-TS
           END-IF
           SET VAL-FUNC-VALIDATE TO TRUE
           MOVE WS-BUSINESS-NO TO VAL-NUMBER
           CALL "SEQVAL" USING VAL-PARM-AREA
           IF VAL-NUMBER-BAD OR USE-SYSTEM = SPACES
               MOVE "UFMT" TO WS-VERDICT
           ELSE
               MOVE WS-BUSINESS-NO(1:3) TO WS-LOOKUP-PREFIX
               MOVE WS-BUSINESS-NO(4:4) TO WS-LOOKUP-YEAR
               MOVE WS-BUSINESS-NO(8:9) TO WS-LOOKUP-COUNT
               MOVE "UPFX" TO WS-VERDICT
               MOVE 0 TO WS-TAB-IX
               PERFORM 3100-TRY-ONE-SEQUENCE
                   WS-TAB-USED TIMES
               IF WS-HIT-SEQ-NAME NOT = SPACES
                   PERFORM 3200-JUDGE-LEDGER-ENTRY
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-VERDICT NOT = SPACES
                   PERFORM 4100-WRITE-EXCEPTION
               WHEN WS-REPEAT
                   ADD 1 TO WS-USAGE-REPEATED
               WHEN OTHER
                   PERFORM 4000-MARK-NUMBER-USED
           END-EVALUATE
           PERFORM 2000-READ-USAGE-RECORD.

       3100-TRY-ONE-SEQUENCE.
           ADD 1 TO WS-TAB-IX
           IF PFX-PREFIX(WS-TAB-IX) = WS-LOOKUP-PREFIX
              AND (WS-HIT-SEQ-NAME = SPACES OR WS-HIT-STATE = "R")
               IF WS-VERDICT = "UPFX"
                   MOVE "UNIS" TO WS-VERDICT
               END-IF
               MOVE PFX-SEQ-NAME(WS-TAB-IX) TO LGR-SEQ-NAME
               MOVE WS-LOOKUP-YEAR TO LGR-ISSUE-YEAR
               MOVE WS-LOOKUP-COUNT TO LGR-NUMBER
               READ LEDGER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-LEDGER-STATUS = "00"
                   MOVE PFX-SEQ-NAME(WS-TAB-IX) TO WS-HIT-SEQ-NAME
                   MOVE LGR-STATE TO WS-HIT-STATE
               END-IF
           END-IF.

      *****************************************************************
      *    THE CHOSEN LEDGER RECORD IS RE-READ SO IT IS THE ONE IN
      *    THE RECORD AREA FOR THE REWRITE.
      *****************************************************************
       3200-JUDGE-LEDGER-ENTRY.
           MOVE SPACES TO WS-VERDICT
           MOVE WS-HIT-SEQ-NAME TO LGR-SEQ-NAME
           MOVE WS-LOOKUP-YEAR TO LGR-ISSUE-YEAR
           MOVE WS-LOOKUP-COUNT TO LGR-NUMBER
           READ LEDGER-FILE
               INVALID KEY
                   MOVE "UNIS" TO WS-VERDICT
           END-READ
           IF WS-VERDICT = SPACES
               EVALUATE TRUE
                   WHEN LGR-RETURNED
                       MOVE "UVOI" TO WS-VERDICT
                   WHEN LGR-USED
                       IF LGR-HOLDER-SYSTEM = USE-SYSTEM
                           SET WS-REPEAT TO TRUE
                       ELSE
                           MOVE "UDUP" TO WS-VERDICT
                       END-IF
                   WHEN LGR-HOLDER-SYSTEM NOT = SPACES
                    AND LGR-HOLDER-SYSTEM NOT = USE-SYSTEM
                       MOVE "UHLD" TO WS-VERDICT
                   WHEN OTHER
                       PERFORM 3300-CHECK-RECYCLE-POOL
               END-EVALUATE
           END-IF.

       3300-CHECK-RECYCLE-POOL.
           IF WS-POOLFILE-OPEN
               MOVE LGR-SEQ-NAME TO POOL-SEQ-NAME
               MOVE LGR-ISSUE-YEAR TO POOL-ISSUE-YEAR
               MOVE LGR-NUMBER TO POOL-NUMBER
               READ POOL-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-POOL-STATUS = "00"
                   MOVE "UVOI" TO WS-VERDICT
               END-IF
           END-IF.

      *****************************************************************
      *    THE HOLDER AND ITS REFERENCE STAY AS ISSUED; THE STATE
      *    TIMESTAMP BECOMES THE TIME OF USE.
      *****************************************************************
       4000-MARK-NUMBER-USED.
           MOVE "U" TO LGR-STATE
           MOVE WS-USE-TS TO LGR-STATE-TS
           IF LGR-HOLDER-SYSTEM = SPACES
               MOVE USE-SYSTEM TO LGR-HOLDER-SYSTEM
           END-IF
           REWRITE LEDGER-RECORD
               INVALID KEY
                   DISPLAY "SEQUSE0030E - LEDGER UPDATE FAILED "
                       WS-BUSINESS-NO
                   MOVE 12 TO WS-RETURN-CODE
                   SET WS-USEIN-EOF TO TRUE
           END-REWRITE
           IF WS-LEDGER-STATUS = "00"
               ADD 1 TO WS-USAGE-MARKED
           END-IF.

       4100-WRITE-EXCEPTION.
           ADD 1 TO WS-USAGE-EXCEPTIONS
           MOVE WS-BUSINESS-NO TO RPT-DTL-BUSINESS-NO
           MOVE USE-SYSTEM TO RPT-DTL-SYSTEM
           MOVE WS-USE-TS(1:8) TO RPT-DTL-USED
           MOVE USE-REFERENCE TO RPT-DTL-REFERENCE
           MOVE SPACES TO RPT-DTL-HOLDER
           IF WS-VERDICT = "UHLD" OR WS-VERDICT = "UDUP"
               MOVE LGR-HOLDER-SYSTEM TO RPT-DTL-HOLDER
           END-IF
           MOVE WS-VERDICT TO RPT-DTL-CODE
           EVALUATE WS-VERDICT
               WHEN "UFMT"
                   MOVE "FORMAT, CHECK DIGIT OR SYSTEM MISSING"
                       TO RPT-DTL-TEXT
               WHEN "UPFX"
                   MOVE "PREFIX BELONGS TO NO SEQUENCE"
                       TO RPT-DTL-TEXT
               WHEN "UNIS"
                   MOVE "NUMBER WAS NEVER ISSUED" TO RPT-DTL-TEXT
               WHEN "UVOI"
                   MOVE "NUMBER VOIDED, SITTING IN RECYCLE POOL"
                       TO RPT-DTL-TEXT
               WHEN "UHLD"
                   MOVE "NUMBER ISSUED TO ANOTHER SYSTEM"
                       TO RPT-DTL-TEXT
               WHEN "UDUP"
                   MOVE "ALREADY USED BY ANOTHER SYSTEM"
                       TO RPT-DTL-TEXT
               WHEN OTHER
                   MOVE SPACES TO RPT-DTL-TEXT
           END-EVALUATE
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE.

      *****************************************************************
      *    AGE EVERY LEDGER NUMBER STILL OUT AND UNUSED FROM THE
      *    TIME IT WAS LAST HANDED OUT (THE STATE TIMESTAMP OF AN
      *    ISSUED OR REISSUED RECORD).  A RECORD WITH NO USABLE
      *    DATE IS TREATED AS THE OLDEST BAND.
      *****************************************************************
       5000-AGE-UNUSED-NUMBERS.
           MOVE "N" TO WS-LEDGER-EOF-SW
           MOVE LOW-VALUES TO LGR-KEY
           START LEDGER-FILE KEY NOT < LGR-KEY
               INVALID KEY
                   SET WS-LEDGER-EOF TO TRUE
           END-START
           PERFORM 5100-AGE-ONE-LEDGER-RECORD
               UNTIL WS-LEDGER-EOF.

       5100-AGE-ONE-LEDGER-RECORD.
           READ LEDGER-FILE NEXT RECORD
               AT END
                   SET WS-LEDGER-EOF TO TRUE
               NOT AT END
                   IF LGR-ISSUED OR LGR-REISSUED
                       PERFORM 5200-COUNT-UNUSED-NUMBER
                   END-IF
           END-READ.

       5200-COUNT-UNUSED-NUMBER.
           IF LGR-HOLDER-SYSTEM = SPACES
               MOVE "UNKNOWN" TO WS-AGE-SYSTEM
           ELSE
               MOVE LGR-HOLDER-SYSTEM TO WS-AGE-SYSTEM
           END-IF
           MOVE 0 TO WS-AGE-HIT-IX
           MOVE 0 TO WS-AGE-IX
           PERFORM 5300-FIND-ONE-SYSTEM
               WS-AGE-USED TIMES
           IF WS-AGE-HIT-IX = 0
               IF WS-AGE-USED < WS-AGE-MAX
                   ADD 1 TO WS-AGE-USED
                   MOVE WS-AGE-USED TO WS-AGE-HIT-IX
                   MOVE WS-AGE-SYSTEM TO AGE-SYSTEM(WS-AGE-HIT-IX)
                   MOVE 0 TO AGE-UNDER-30(WS-AGE-HIT-IX)
                   MOVE 0 TO AGE-30-59(WS-AGE-HIT-IX)
                   MOVE 0 TO AGE-60-89(WS-AGE-HIT-IX)
                   MOVE 0 TO AGE-90-PLUS(WS-AGE-HIT-IX)
               ELSE
                   IF NOT WS-AGE-FULL
                       DISPLAY "SEQUSE0040W - AGING TABLE FULL, "
                           "SOME HOLDERS NOT LISTED"
                       SET WS-AGE-FULL TO TRUE
                       IF WS-RETURN-CODE < 4
                           MOVE 4 TO WS-RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF LGR-STATE-TS(1:8) NUMERIC
               MOVE LGR-STATE-TS(1:8) TO WS-ISSUE-DATE
               COMPUTE WS-NUMBER-AGE =
                   WS-TODAY-DAY-NUM
                   - FUNCTION INTEGER-OF-DATE(WS-ISSUE-DATE)
           ELSE
               MOVE 90 TO WS-NUMBER-AGE
           END-IF
           EVALUATE TRUE
               WHEN WS-NUMBER-AGE < 30
                   ADD 1 TO WS-TOT-UNDER-30
                   IF WS-AGE-HIT-IX > 0
                       ADD 1 TO AGE-UNDER-30(WS-AGE-HIT-IX)
                   END-IF
               WHEN WS-NUMBER-AGE < 60
                   ADD 1 TO WS-TOT-30-59
                   IF WS-AGE-HIT-IX > 0
                       ADD 1 TO AGE-30-59(WS-AGE-HIT-IX)
                   END-IF
               WHEN WS-NUMBER-AGE < 90
                   ADD 1 TO WS-TOT-60-89
                   IF WS-AGE-HIT-IX > 0
                       ADD 1 TO AGE-60-89(WS-AGE-HIT-IX)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-TOT-90-PLUS
                   IF WS-AGE-HIT-IX > 0
                       ADD 1 TO AGE-90-PLUS(WS-AGE-HIT-IX)
                   END-IF
           END-EVALUATE.

       5300-FIND-ONE-SYSTEM.
           ADD 1 TO WS-AGE-IX
           IF WS-AGE-HIT-IX = 0
              AND AGE-SYSTEM(WS-AGE-IX) = WS-AGE-SYSTEM
               MOVE WS-AGE-IX TO WS-AGE-HIT-IX
           END-IF.

       6000-WRITE-AGING-REPORT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM RPT-AGING-HEADER-1
           WRITE REPORT-LINE FROM RPT-AGING-HEADER-2
           MOVE 0 TO WS-AGE-IX
           PERFORM 6100-WRITE-ONE-HOLDER
               WS-AGE-USED TIMES
           MOVE "TOTAL" TO RPT-AGE-SYSTEM
           MOVE WS-TOT-UNDER-30 TO RPT-AGE-UNDER-30
           MOVE WS-TOT-30-59 TO RPT-AGE-30-59
           MOVE WS-TOT-60-89 TO RPT-AGE-60-89
           MOVE WS-TOT-90-PLUS TO RPT-AGE-90-PLUS
           COMPUTE WS-AGE-LINE-TOTAL = WS-TOT-UNDER-30
               + WS-TOT-30-59 + WS-TOT-60-89 + WS-TOT-90-PLUS
           MOVE WS-AGE-LINE-TOTAL TO RPT-AGE-TOTAL
           WRITE REPORT-LINE FROM RPT-AGING-LINE
           DISPLAY "SEQUSE0002I - UNUSED 30-59 " WS-TOT-30-59
               " 60-89 " WS-TOT-60-89
               " 90+ " WS-TOT-90-PLUS.

       6100-WRITE-ONE-HOLDER.
           ADD 1 TO WS-AGE-IX
           MOVE AGE-SYSTEM(WS-AGE-IX) TO RPT-AGE-SYSTEM
           MOVE AGE-UNDER-30(WS-AGE-IX) TO RPT-AGE-UNDER-30
           MOVE AGE-30-59(WS-AGE-IX) TO RPT-AGE-30-59
           MOVE AGE-60-89(WS-AGE-IX) TO RPT-AGE-60-89
           MOVE AGE-90-PLUS(WS-AGE-IX) TO RPT-AGE-90-PLUS
           COMPUTE WS-AGE-LINE-TOTAL = AGE-UNDER-30(WS-AGE-IX)
               + AGE-30-59(WS-AGE-IX) + AGE-60-89(WS-AGE-IX)
               + AGE-90-PLUS(WS-AGE-IX)
           MOVE WS-AGE-LINE-TOTAL TO RPT-AGE-TOTAL
           WRITE REPORT-LINE FROM RPT-AGING-LINE.

       8000-WRITE-REPORT-TRAILER.
           MOVE WS-USAGE-READ TO RPT-TRL-READ
           MOVE WS-USAGE-MARKED TO RPT-TRL-MARKED
           MOVE WS-USAGE-REPEATED TO RPT-TRL-REPEATED
           MOVE WS-USAGE-EXCEPTIONS TO RPT-TRL-EXCEPTIONS
           WRITE REPORT-LINE FROM RPT-TRAILER-LINE
           IF WS-USAGE-EXCEPTIONS > 0 AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           DISPLAY "SEQUSE0001I - READ " WS-USAGE-READ
               " MARKED " WS-USAGE-MARKED
               " REPEATED " WS-USAGE-REPEATED
               " EXCEPTIONS " WS-USAGE-EXCEPTIONS.

       9999-END-OF-JOB.
           IF WS-USEIN-OPEN
               CLOSE USAGE-FILE
           END-IF
           IF WS-SEQMSTR-OPEN
               CLOSE SEQ-MASTER-FILE
           END-IF
           IF WS-LGRFILE-OPEN
               CLOSE LEDGER-FILE
           END-IF
           IF WS-POOLFILE-OPEN
               CLOSE POOL-FILE
           END-IF
           IF WS-RPTFILE-OPEN
               CLOSE REPORT-FILE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
