       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEQYEC.
       AUTHOR. BATCH-SUPPORT.
      *****************************************************************
      *    SEQYEC - YEAR-END CLOSE AND ISSUANCE CERTIFICATE
      *
      *    FORMALLY CLOSES ONE ISSUE YEAR OF ONE SEQUENCE.  RUN ONCE
      *    PER SEQUENCE PER YEAR, AFTER THE YEAR HAS ENDED, FROM A
      *    SINGLE YECPARM CARD (CTRYEC LAYOUT) SIGNED BY A REQUESTER
      *    AND A DIFFERENT APPROVER.  THE CLOSE:
      *      1. RUNS THE SEQREC CHECKS FOR THE SEQUENCE AND YEAR -
      *         GAPS, DUPLICATES, CTROUT AGAINST THE AUDIT TRAIL
      *         (CTRHIST AND CTRAUDT, WITH THE SAME ALLOWANCE FOR
      *         MAINTENANCE JUMPS, SUCCESSOR ROLLOVERS AND RESERVED
      *         RANGES) AND THE MASTER WHEN IT IS STILL ON THE YEAR -
      *         AND REFUSES TO CLOSE WITH RC 8 IF ANYTHING IS OUT
      *         OF BALANCE
      *      2. WRITES OFF THE YEAR'S RETURNS STILL IN CTRPOOL.  THE
      *         ISSUING RUN ONLY DRAWS THE CURRENT YEAR'S POOL, SO
      *         THESE CAN NEVER BE REISSUED: EACH ONE IS DELETED
      *         FROM THE POOL AND LEFT VOIDED ON THE CTRLGR LEDGER
      *         WITH RETURN REASON "YEND"
      *      3. DELETES THE SEQUENCE'S CTRCKPT RESTART CHECKPOINT IF
      *         IT BELONGS TO THE CLOSED YEAR OR EARLIER
      *      4. SETTLES THE YEAR'S CTRASGK SEGMENTS STILL NEITHER
      *         ACKNOWLEDGED NOR RECLAIMED BY MARKING THEM CLOSED AT
      *         YEAR END, SO SEQACK NO LONGER AGES OR RECLAIMS THEM
      *      5. RECORDS THE YEAR ON THE CTRYCL CLOSED-YEAR FILE AND
      *         CUTS A TYPE "Y" AUDIT RECORD
      *      6. PRINTS THE ISSUANCE CERTIFICATE ON YECRPT: FIRST AND
      *         LAST NUMBER ISSUED, TOTAL ISSUED, REISSUED, VOIDED,
      *         RECLAIMED AND RESERVED, AND THE HASH TOTAL OF THE
      *         ISSUED COUNTS, WITH THE TWO SIGNATORIES
      *    A YEAR ALREADY ON CTRYCL IS NOT CLOSED AGAIN (RC 4).  THE
      *    SEQCTR RUN LOCK IS HELD FOR THE WHOLE CLOSE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-CARD-FILE ASSIGN TO "YECPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YECPARM-STATUS.

           SELECT OUTPUT-FILE ASSIGN TO "CTROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTROUT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "CTRAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "CTRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT SEQ-MASTER-FILE ASSIGN TO "SEQMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEQ-KEY
               FILE STATUS IS WS-SEQMSTR-STATUS.

           SELECT RESERVE-FILE ASSIGN TO "CTRRSV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSV-KEY
               FILE STATUS IS WS-CTRRSV-STATUS.

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

           SELECT CHECKPOINT-FILE ASSIGN TO "CTRCKPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKPT-KEY
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "CTRASGK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASGK-KEY
               FILE STATUS IS WS-ASGK-STATUS.

           SELECT YEAR-CLOSE-FILE ASSIGN TO "CTRYCL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YCL-KEY
               FILE STATUS IS WS-CTRYCL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "YECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YECRPT-STATUS.

           SELECT LOCK-FILE ASSIGN TO "CTRLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRLOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-CARD-FILE
           RECORDING MODE IS F.
           COPY CTRYEC.

       FD  OUTPUT-FILE
           RECORDING MODE IS F.
           COPY CTROUT.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY CTRAUDT.

       FD  HISTORY-FILE.
           COPY CTRHIST.

       FD  SEQ-MASTER-FILE.
           COPY CTRSEQ.

       FD  RESERVE-FILE.
           COPY CTRRSV.

       FD  POOL-FILE.
           COPY CTRPOOL.

       FD  LEDGER-FILE.
           COPY CTRLGR.

       FD  CHECKPOINT-FILE.
           COPY CTRCKPT.

       FD  CONTROL-FILE.
           COPY CTRASGK.

       FD  YEAR-CLOSE-FILE.
           COPY CTRYCL.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(132).

       FD  LOCK-FILE
           RECORDING MODE IS F.
           COPY CTRLOCK.

       WORKING-STORAGE SECTION.
       01  WS-YECPARM-STATUS           PIC XX VALUE "00".
       01  WS-CTROUT-STATUS            PIC XX VALUE "00".
       01  WS-AUDIT-STATUS             PIC XX VALUE "00".
       01  WS-HIST-STATUS              PIC XX VALUE "00".
       01  WS-SEQMSTR-STATUS           PIC XX VALUE "00".
       01  WS-CTRRSV-STATUS            PIC XX VALUE "00".
       01  WS-POOL-STATUS              PIC XX VALUE "00".
       01  WS-LEDGER-STATUS            PIC XX VALUE "00".
       01  WS-CKPT-STATUS              PIC XX VALUE "00".
       01  WS-ASGK-STATUS              PIC XX VALUE "00".
       01  WS-CTRYCL-STATUS            PIC XX VALUE "00".
       01  WS-YECRPT-STATUS            PIC XX VALUE "00".
       01  WS-CTRLOCK-STATUS           PIC XX VALUE "00".
       01  WS-RETURN-CODE              PIC 9(4) VALUE 0.
       01  WS-JOB-ID                   PIC X(8) VALUE "SEQYEC".
       01  WS-FORMATTED-TIMESTAMP      PIC X(26).
       01  WS-CLOSE-TS                 PIC X(26) VALUE SPACES.
       01  WS-CLOSE-SEQ                PIC X(10) VALUE SPACES.
       01  WS-CLOSE-YEAR               PIC X(4) VALUE SPACES.
       01  WS-CLOSE-YEAR-N REDEFINES WS-CLOSE-YEAR
                                       PIC 9(4).
       01  WS-REFUSE-TEXT              PIC X(40) VALUE SPACES.
       01  WS-HELD-JOB-ID              PIC X(8) VALUE SPACES.
       01  WS-HELD-TS                  PIC X(26) VALUE SPACES.
       01  WS-MY-LOCK-TS               PIC X(26) VALUE SPACES.
       01  WS-WORK-SEQ-NAME            PIC X(10).
       01  WS-WORK-SEQ-YEAR            PIC X(4).
       01  WS-WORK-ISSUED              PIC 9(7) VALUE 0.
       01  WS-WORK-GAP                 PIC S9(9) VALUE 0.
       01  WS-EXCEPTION-COUNT          PIC 9(5) VALUE 0.
       01  WS-WRITTEN-OFF              PIC 9(9) VALUE 0.
       01  WS-VOIDED                   PIC 9(9) VALUE 0.
       01  WS-RECLAIMED                PIC 9(9) VALUE 0.
       01  WS-SEGS-CLOSED              PIC 9(7) VALUE 0.
       01  WS-SEGS-CLOSED-QTY          PIC 9(9) VALUE 0.
       01  WS-CARD-EOF-SW              PIC X VALUE "N".
           88  WS-CARD-EOF                  VALUE "Y".
       01  WS-AUDIT-EOF-SW             PIC X VALUE "N".
           88  WS-AUDIT-EOF                 VALUE "Y".
       01  WS-CTROUT-EOF-SW            PIC X VALUE "N".
           88  WS-CTROUT-EOF                VALUE "Y".
       01  WS-HIST-EOF-SW              PIC X VALUE "N".
           88  WS-HIST-EOF                  VALUE "Y".
       01  WS-RSV-EOF-SW               PIC X VALUE "N".
           88  WS-RSV-EOF                   VALUE "Y".
       01  WS-RSV-DONE-SW              PIC X VALUE "N".
           88  WS-RSV-DONE                  VALUE "Y".
       01  WS-POOL-DONE-SW             PIC X VALUE "N".
           88  WS-POOL-DONE                 VALUE "Y".
       01  WS-LEDGER-EOF-SW            PIC X VALUE "N".
           88  WS-LEDGER-EOF                VALUE "Y".
       01  WS-ASGK-EOF-SW              PIC X VALUE "N".
           88  WS-ASGK-EOF                  VALUE "Y".
       01  WS-LGR-FOUND-SW             PIC X VALUE "N".
           88  WS-LGR-FOUND                 VALUE "Y".
       01  WS-CKPT-CLEARED-SW          PIC X VALUE "N".
           88  WS-CKPT-CLEARED              VALUE "Y".
       01  WS-CARDFILE-OPEN-SW         PIC X VALUE "N".
           88  WS-CARDFILE-OPEN             VALUE "Y".
       01  WS-CTROUT-OPEN-SW           PIC X VALUE "N".
           88  WS-CTROUT-OPEN               VALUE "Y".
       01  WS-AUDIT-OPEN-SW            PIC X VALUE "N".
           88  WS-AUDIT-OPEN                VALUE "Y".
       01  WS-HIST-OPEN-SW             PIC X VALUE "N".
           88  WS-HIST-OPEN                 VALUE "Y".
       01  WS-SEQMSTR-OPEN-SW          PIC X VALUE "N".
           88  WS-SEQMSTR-OPEN              VALUE "Y".
       01  WS-POOLFILE-OPEN-SW         PIC X VALUE "N".
           88  WS-POOLFILE-OPEN             VALUE "Y".
       01  WS-LGRFILE-OPEN-SW          PIC X VALUE "N".
           88  WS-LGRFILE-OPEN              VALUE "Y".
       01  WS-CKPT-OPEN-SW             PIC X VALUE "N".
           88  WS-CKPT-OPEN                 VALUE "Y".
       01  WS-ASGKFILE-OPEN-SW         PIC X VALUE "N".
           88  WS-ASGKFILE-OPEN             VALUE "Y".
       01  WS-YCLFILE-OPEN-SW          PIC X VALUE "N".
           88  WS-YCLFILE-OPEN              VALUE "Y".
       01  WS-RPTFILE-OPEN-SW          PIC X VALUE "N".
           88  WS-RPTFILE-OPEN              VALUE "Y".
       01  WS-LOCK-OWNED-SW            PIC X VALUE "N".
           88  WS-LOCK-OWNED                VALUE "Y".

      *****************************************************************
      *    THE SEQREC TALLIES, HELD FOR THE ONE SEQUENCE AND YEAR
      *    BEING CLOSED.  THE HASH TOTAL IS THE SUM OF THE COUNTS
      *    OF EVERY NUMBER ISSUED (NOT REISSUED) IN THE YEAR.
      *****************************************************************
       01  WS-CLOSE-TALLIES.
           05  WS-REC-INCREMENT        PIC 9(3) VALUE 0.
           05  WS-REC-ISSUED           PIC 9(7) VALUE 0.
           05  WS-REC-FIRST            PIC 9(9) VALUE 0.
           05  WS-REC-LAST             PIC 9(9) VALUE 0.
           05  WS-REC-PRIOR            PIC 9(9) VALUE 0.
           05  WS-REC-PRIOR-TS         PIC X(26) VALUE SPACES.
           05  WS-REC-PRIOR-SET-SW     PIC X(1) VALUE "N".
           05  WS-REC-RESERVED         PIC 9(7) VALUE 0.
           05  WS-REC-GAPS             PIC 9(7) VALUE 0.
           05  WS-REC-DUPS             PIC 9(7) VALUE 0.
           05  WS-REC-REISSUED         PIC 9(7) VALUE 0.
           05  WS-REC-AUDIT-ISSUED     PIC 9(7) VALUE 0.
           05  WS-REC-AUDIT-END        PIC 9(9) VALUE 0.
           05  WS-REC-MASTER-LAST      PIC 9(9) VALUE 0.
           05  WS-REC-ON-MASTER-SW     PIC X(1) VALUE "N".
               88  WS-REC-ON-MASTER         VALUE "Y".
           05  WS-REC-HASH-TOTAL       PIC 9(15) VALUE 0.

       01  WS-ACC-AUDIT-FIELDS.
           05  WS-ACC-REC-TYPE         PIC X(1).
           05  WS-ACC-START-TS         PIC X(26).
           05  WS-ACC-SEQ-NAME         PIC X(10).
           05  WS-ACC-INCREMENT-X      PIC X(3).
           05  WS-ACC-INCREMENT REDEFINES WS-ACC-INCREMENT-X
                                       PIC 9(3).
           05  WS-ACC-START-X          PIC X(9).
           05  WS-ACC-START-COUNT REDEFINES WS-ACC-START-X
                                       PIC 9(9).
           05  WS-ACC-END-X            PIC X(9).
           05  WS-ACC-END-COUNT REDEFINES WS-ACC-END-X
                                       PIC 9(9).

       01  WS-MNT-MAX                  PIC 9(3) VALUE 200.
       01  WS-MNT-USED                 PIC 9(3) VALUE 0.
       01  WS-MNT-IX                   PIC 9(3) VALUE 0.

      *****************************************************************
      *    AUDITED MAINTENANCE JUMPS AND SUCCESSOR ROLLOVERS OF THE
      *    SEQUENCE IN THE CLOSING YEAR, IN THE ORDER THEY HAPPENED.
      *****************************************************************
       01  WS-MAINT-TABLE.
           05  WS-MAINT-ENTRY OCCURS 200 TIMES.
               10  MNT-TAB-TS          PIC X(26).
               10  MNT-TAB-AFTER       PIC 9(9).
               10  MNT-TAB-APPLIED-SW  PIC X(1).

       01  WS-RSV-MAX                  PIC 9(3) VALUE 500.
       01  WS-RSV-USED                 PIC 9(3) VALUE 0.
       01  WS-RSV-IX                   PIC 9(3) VALUE 0.
       01  WS-RSV-HIT-IX               PIC 9(3) VALUE 0.
       01  WS-WALK-POS                 PIC 9(9) VALUE 0.
       01  WS-WALK-NEXT                PIC 9(10) VALUE 0.
       01  WS-WALK-LOW-TS              PIC X(26) VALUE SPACES.
       01  WS-WALK-HIGH-TS             PIC X(26) VALUE SPACES.

      *****************************************************************
      *    EVERY RANGE EVER RESERVED FOR THE SEQUENCE IN THE CLOSING
      *    YEAR, RELEASED AND EXPIRED ONES INCLUDED.
      *****************************************************************
       01  WS-RESERVE-TABLE.
           05  WS-RESERVE-ENTRY OCCURS 500 TIMES.
               10  RSV-TAB-FROM        PIC 9(9).
               10  RSV-TAB-TO          PIC 9(9).
               10  RSV-TAB-EXPIRY      PIC X(8).
               10  RSV-TAB-CREATED-TS  PIC X(26).
               10  RSV-TAB-RELEASED-TS PIC X(26).

       01  RPT-HEADER-1.
           05  FILLER                  PIC X(10) VALUE "SEQYEC".
           05  FILLER                  PIC X(34) VALUE
                   "YEAR-END ISSUANCE CERTIFICATE".
           05  FILLER                  PIC X(10) VALUE "RUN DATE:".
           05  RPT-H1-DATE             PIC X(8).

       01  RPT-HEADER-2.
           05  FILLER                  PIC X(10) VALUE "SEQUENCE:".
           05  RPT-H2-SEQ-NAME         PIC X(10).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "ISSUE YEAR:".
           05  RPT-H2-YEAR             PIC X(4).

       01  RPT-CERT-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  RPT-CERT-LABEL          PIC X(40).
           05  RPT-CERT-VALUE          PIC Z(14)9.

       01  RPT-TEXT-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  RPT-TEXT                PIC X(80).

       01  RPT-RECON-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "ISSUED".
           05  RPT-RCN-ISSUED          PIC ZZZZZZ9.
           05  FILLER                  PIC X(8)  VALUE "  AUDIT".
           05  RPT-RCN-AUDIT           PIC ZZZZZZ9.
           05  FILLER                  PIC X(8)  VALUE "  LAST".
           05  RPT-RCN-LAST            PIC Z(8)9.
           05  FILLER                  PIC X(8)  VALUE "  AUDEND".
           05  RPT-RCN-AUDIT-END       PIC Z(8)9.
           05  FILLER                  PIC X(8)  VALUE "  GAPS".
           05  RPT-RCN-GAPS            PIC ZZZZZ9.
           05  FILLER                  PIC X(8)  VALUE "  DUPS".
           05  RPT-RCN-DUPS            PIC ZZZZZ9.

       01  RPT-SIGN-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "REQUESTED BY:".
           05  RPT-SIGN-REQUESTER      PIC X(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE "APPROVED BY:".
           05  RPT-SIGN-APPROVER       PIC X(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "CLOSED:".
           05  RPT-SIGN-CLOSED-TS      PIC X(26).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0900-CLAIM-RUN-LOCK
           IF WS-RETURN-CODE = 0
               PERFORM 1000-OPEN-FILES
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM 1100-READ-CLOSE-CARD
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM 1600-LOAD-RESERVED-RANGES
           END-IF
      *****************************************************************
      *    THE ARCHIVED HISTORY IS TALLIED BEFORE THE LIVE TRAIL SO
      *    AUDIT BLOCKS AND MAINTENANCE JUMPS ARE SEEN IN THE ORDER
      *    THEY HAPPENED, EXACTLY AS SEQREC DOES.
      *****************************************************************
           IF WS-RETURN-CODE = 0
               PERFORM 2500-TALLY-HISTORY-FILE
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM 2000-TALLY-AUDIT-TRAIL
               PERFORM 3000-TALLY-ISSUED-NUMBERS
               PERFORM 5000-EVALUATE-CLOSING-YEAR
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM 6000-WRITE-OFF-POOL
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM 6500-CLEAR-DEAD-CHECKPOINT
               PERFORM 7000-SETTLE-ASSIGNMENTS
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM 7500-COUNT-VOIDED-NUMBERS
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM 8000-RECORD-YEAR-CLOSED
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM 8200-WRITE-AUDIT-RECORD
               PERFORM 8500-PRINT-CERTIFICATE
           END-IF
           PERFORM 9999-END-OF-JOB.

      *****************************************************************
      *    THE CLOSE SHARES THE SEQCTR RUN LOCK SO NO ISSUING,
      *    MAINTENANCE OR SEQGET CALL CAN MOVE THE FILES WHILE THE
      *    YEAR IS BEING PROVED AND CLEANED UP.  NO STALE OVERRIDE.
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
                       DISPLAY "SEQYEC0080E - RUN LOCK HELD BY "
                           WS-HELD-JOB-ID ", CLOSE REFUSED"
                       MOVE 8 TO WS-RETURN-CODE
                   END-IF
               ELSE
                   DISPLAY "SEQYEC0081E - UNABLE TO OPEN CTRLOCK "
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
               DISPLAY "SEQYEC0082E - UNABLE TO CLAIM CTRLOCK "
                   WS-CTRLOCK-STATUS
               MOVE 12 TO WS-RETURN-CODE
           END-IF.

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
                   DISPLAY "SEQYEC0084E - LOCK CLAIMED BY "
                       WS-HELD-JOB-ID " WHILE CLAIMING, "
                       "CLOSE REFUSED"
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           ELSE
               DISPLAY "SEQYEC0085E - UNABLE TO VERIFY CTRLOCK "
                   WS-CTRLOCK-STATUS
               MOVE 12 TO WS-RETURN-CODE
           END-IF.

       1000-OPEN-FILES.
           OPEN OUTPUT REPORT-FILE
           IF WS-YECRPT-STATUS = "00"
               SET WS-RPTFILE-OPEN TO TRUE
               PERFORM 1400-GET-CURRENT-TIMESTAMP
               MOVE WS-FORMATTED-TIMESTAMP TO WS-CLOSE-TS
               MOVE WS-CLOSE-TS(1:8) TO RPT-H1-DATE
               WRITE REPORT-LINE FROM RPT-HEADER-1
           ELSE
               DISPLAY "SEQYEC0010E - UNABLE TO OPEN YECRPT "
                   WS-YECRPT-STATUS
               MOVE 12 TO WS-RETURN-CODE
           END-IF
           IF WS-RETURN-CODE = 0
               OPEN INPUT CLOSE-CARD-FILE
               IF WS-YECPARM-STATUS = "00"
                   SET WS-CARDFILE-OPEN TO TRUE
               ELSE
                   DISPLAY "SEQYEC0011E - UNABLE TO OPEN YECPARM "
                       WS-YECPARM-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-RETURN-CODE = 0
               OPEN INPUT SEQ-MASTER-FILE
               IF WS-SEQMSTR-STATUS = "00"
                   SET WS-SEQMSTR-OPEN TO TRUE
               ELSE
                   DISPLAY "SEQYEC0012E - UNABLE TO OPEN SEQ MASTER "
                       WS-SEQMSTR-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-RETURN-CODE = 0
               OPEN INPUT OUTPUT-FILE
               IF WS-CTROUT-STATUS = "00"
                   SET WS-CTROUT-OPEN TO TRUE
               ELSE
                   DISPLAY "SEQYEC0013E - UNABLE TO OPEN CTROUT "
                       WS-CTROUT-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-RETURN-CODE = 0
               OPEN INPUT AUDIT-FILE
               IF WS-AUDIT-STATUS = "00"
                   SET WS-AUDIT-OPEN TO TRUE
               ELSE
                   DISPLAY "SEQYEC0014E - UNABLE TO OPEN CTRAUDT "
                       WS-AUDIT-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-RETURN-CODE = 0
               OPEN I-O LEDGER-FILE
               IF WS-LEDGER-STATUS = "35"
                   OPEN OUTPUT LEDGER-FILE
                   CLOSE LEDGER-FILE
                   OPEN I-O LEDGER-FILE
               END-IF
               IF WS-LEDGER-STATUS = "00"
                   SET WS-LGRFILE-OPEN TO TRUE
               ELSE
                   DISPLAY "SEQYEC0015E - UNABLE TO OPEN CTRLGR "
                       WS-LEDGER-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-RETURN-CODE = 0
               OPEN I-O YEAR-CLOSE-FILE
               IF WS-CTRYCL-STATUS = "35"
                   OPEN OUTPUT YEAR-CLOSE-FILE
                   CLOSE YEAR-CLOSE-FILE
                   OPEN I-O YEAR-CLOSE-FILE
               END-IF
               IF WS-CTRYCL-STATUS = "00"
                   SET WS-YCLFILE-OPEN TO TRUE
               ELSE
                   DISPLAY "SEQYEC0016E - UNABLE TO OPEN CTRYCL "
                       WS-CTRYCL-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF
      *****************************************************************
      *    THE POOL, CHECKPOINT AND ASSIGNMENT-CONTROL FILES MAY NOT
      *    EXIST YET; THEN THERE IS SIMPLY NOTHING OF THAT KIND TO
      *    CLEAN UP.
      *****************************************************************
           IF WS-RETURN-CODE = 0
               OPEN I-O POOL-FILE
               EVALUATE WS-POOL-STATUS
                   WHEN "00"
                       SET WS-POOLFILE-OPEN TO TRUE
                   WHEN "35"
                       DISPLAY "SEQYEC0017I - NO CTRPOOL FILE"
                   WHEN OTHER
                       DISPLAY "SEQYEC0018E - UNABLE TO OPEN CTRPOOL "
                           WS-POOL-STATUS
                       MOVE 12 TO WS-RETURN-CODE
               END-EVALUATE
           END-IF
           IF WS-RETURN-CODE = 0
               OPEN I-O CHECKPOINT-FILE
               EVALUATE WS-CKPT-STATUS
                   WHEN "00"
                       SET WS-CKPT-OPEN TO TRUE
                   WHEN "35"
                       DISPLAY "SEQYEC0019I - NO CHECKPOINT FILE"
                   WHEN OTHER
                       DISPLAY "SEQYEC0023E - UNABLE TO OPEN "
                           "CHECKPOINT-FILE " WS-CKPT-STATUS
                       MOVE 12 TO WS-RETURN-CODE
               END-EVALUATE
           END-IF
           IF WS-RETURN-CODE = 0
               OPEN I-O CONTROL-FILE
               EVALUATE WS-ASGK-STATUS
                   WHEN "00"
                       SET WS-ASGKFILE-OPEN TO TRUE
                   WHEN "35"
                       DISPLAY "SEQYEC0024I - NO CTRASGK FILE"
                   WHEN OTHER
                       DISPLAY "SEQYEC0025E - UNABLE TO OPEN CTRASGK "
                           WS-ASGK-STATUS
                       MOVE 12 TO WS-RETURN-CODE
               END-EVALUATE
           END-IF.

      *****************************************************************
      *    ONE CARD PER RUN.  THE YEAR MUST ALREADY HAVE ENDED, THE
      *    SEQUENCE MUST BE ON THE MASTER AND THE CERTIFICATE NEEDS
      *    TWO DIFFERENT SIGNATORIES.  A YEAR ALREADY CLOSED IS LEFT
      *    AS IT IS WITH RC 4.
      *****************************************************************
       1100-READ-CLOSE-CARD.
           READ CLOSE-CARD-FILE
               AT END
                   SET WS-CARD-EOF TO TRUE
           END-READ
           MOVE SPACES TO WS-REFUSE-TEXT
           EVALUATE TRUE
               WHEN WS-CARD-EOF
                   MOVE "NO CLOSE CARD" TO WS-REFUSE-TEXT
               WHEN YEC-SEQ-NAME = SPACES
                   MOVE "SEQUENCE NAME MISSING" TO WS-REFUSE-TEXT
               WHEN YEC-CLOSE-YEAR NOT NUMERIC
                 OR YEC-CLOSE-YEAR = 0
                   MOVE "CLOSE YEAR NOT NUMERIC" TO WS-REFUSE-TEXT
               WHEN YEC-CLOSE-YEAR NOT < WS-CLOSE-TS(1:4)
                   MOVE "YEAR HAS NOT ENDED" TO WS-REFUSE-TEXT
               WHEN YEC-REQUESTER = SPACES OR YEC-APPROVER = SPACES
                   MOVE "DUAL AUTHORIZATION MISSING" TO WS-REFUSE-TEXT
               WHEN YEC-REQUESTER = YEC-APPROVER
                   MOVE "REQUESTER EQUALS APPROVER" TO WS-REFUSE-TEXT
               WHEN OTHER
                   MOVE YEC-SEQ-NAME TO WS-CLOSE-SEQ
                   MOVE YEC-CLOSE-YEAR TO WS-CLOSE-YEAR-N
                   PERFORM 1200-READ-CLOSE-TARGETS
           END-EVALUATE
           IF WS-REFUSE-TEXT NOT = SPACES
               DISPLAY "SEQYEC0020E - CLOSE CARD REJECTED - "
                   WS-REFUSE-TEXT
               PERFORM 8900-WRITE-REFUSAL
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       1200-READ-CLOSE-TARGETS.
           MOVE WS-CLOSE-SEQ TO RPT-H2-SEQ-NAME
           MOVE WS-CLOSE-YEAR TO RPT-H2-YEAR
           WRITE REPORT-LINE FROM RPT-HEADER-2
           MOVE WS-CLOSE-SEQ TO SEQ-KEY
           READ SEQ-MASTER-FILE
               INVALID KEY
                   MOVE "SEQUENCE NOT ON MASTER" TO WS-REFUSE-TEXT
           END-READ
      *****************************************************************
      *    THE MASTER IS COMPARED ONLY WHILE IT STILL CARRIES THE
      *    CLOSING YEAR'S POSITION.  ONCE IT HAS MOVED TO A LATER
      *    YEAR THE CLOSING YEAR IS A PRIOR PARTITION, AS IN SEQREC.
      *****************************************************************
           IF WS-REFUSE-TEXT = SPACES
               IF SEQ-ISSUE-YEAR NUMERIC
                  AND SEQ-ISSUE-YEAR = WS-CLOSE-YEAR-N
                   MOVE SEQ-LAST-NUMBER TO WS-REC-MASTER-LAST
                   SET WS-REC-ON-MASTER TO TRUE
               END-IF
               MOVE WS-CLOSE-SEQ TO YCL-SEQ-NAME
               MOVE WS-CLOSE-YEAR-N TO YCL-ISSUE-YEAR
               READ YEAR-CLOSE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CTRYCL-STATUS = "00"
                   DISPLAY "SEQYEC0022W - " WS-CLOSE-SEQ " "
                       WS-CLOSE-YEAR " ALREADY CLOSED "
                       YCL-CLOSED-TS(1:8)
                   MOVE "YEAR ALREADY CLOSED" TO RPT-TEXT
                   WRITE REPORT-LINE FROM RPT-TEXT-LINE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       1400-GET-CURRENT-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-FORMATTED-TIMESTAMP.

      *****************************************************************
      *    NO CTRRSV FILE MEANS NOTHING HAS EVER BEEN RESERVED.
      *****************************************************************
       1600-LOAD-RESERVED-RANGES.
           OPEN INPUT RESERVE-FILE
           IF WS-CTRRSV-STATUS = "35"
               DISPLAY "SEQYEC0026I - NO RESERVATION FILE"
           ELSE
               IF WS-CTRRSV-STATUS = "00"
                   MOVE WS-CLOSE-SEQ TO RSV-SEQ-NAME
                   MOVE WS-CLOSE-YEAR-N TO RSV-ISSUE-YEAR
                   MOVE 0 TO RSV-FROM-NUMBER
                   START RESERVE-FILE KEY NOT < RSV-KEY
                       INVALID KEY
                           SET WS-RSV-EOF TO TRUE
                   END-START
                   PERFORM 1650-LOAD-ONE-RANGE
                       UNTIL WS-RSV-EOF
                   CLOSE RESERVE-FILE
               ELSE
                   DISPLAY "SEQYEC0027E - UNABLE TO OPEN CTRRSV "
                       WS-CTRRSV-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF.

       1650-LOAD-ONE-RANGE.
           READ RESERVE-FILE NEXT RECORD
               AT END
                   SET WS-RSV-EOF TO TRUE
               NOT AT END
                   IF RSV-SEQ-NAME NOT = WS-CLOSE-SEQ
                      OR RSV-ISSUE-YEAR NOT = WS-CLOSE-YEAR-N
                       SET WS-RSV-EOF TO TRUE
                   ELSE
                       PERFORM 1660-ADD-ONE-RANGE
                   END-IF
           END-READ.

       1660-ADD-ONE-RANGE.
           IF WS-RSV-USED >= WS-RSV-MAX
               DISPLAY "SEQYEC0028E - RESERVATION TABLE FULL"
               MOVE 12 TO WS-RETURN-CODE
               SET WS-RSV-EOF TO TRUE
           ELSE
               ADD 1 TO WS-RSV-USED
               MOVE RSV-FROM-NUMBER TO RSV-TAB-FROM(WS-RSV-USED)
               MOVE RSV-TO-NUMBER TO RSV-TAB-TO(WS-RSV-USED)
               MOVE RSV-EXPIRY-DATE TO RSV-TAB-EXPIRY(WS-RSV-USED)
               MOVE RSV-CREATED-TS
                   TO RSV-TAB-CREATED-TS(WS-RSV-USED)
               IF RSV-RELEASED
                   MOVE RSV-RELEASED-TS
                       TO RSV-TAB-RELEASED-TS(WS-RSV-USED)
               ELSE
                   MOVE HIGH-VALUES
                       TO RSV-TAB-RELEASED-TS(WS-RSV-USED)
               END-IF
           END-IF.

      *****************************************************************
      *    PASS 1 - ACCUMULATE THE LIVE AUDIT TRAIL FOR THE YEAR
      *****************************************************************
       2000-TALLY-AUDIT-TRAIL.
           PERFORM 2100-READ-AUDIT-RECORD
           PERFORM 2200-TALLY-ONE-AUDIT
               UNTIL WS-AUDIT-EOF.

       2100-READ-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   SET WS-AUDIT-EOF TO TRUE
           END-READ.

       2200-TALLY-ONE-AUDIT.
           MOVE AUDIT-REC-TYPE TO WS-ACC-REC-TYPE
           MOVE AUDIT-START-TS TO WS-ACC-START-TS
           MOVE AUDIT-SEQ-NAME TO WS-ACC-SEQ-NAME
           MOVE AUDIT-INCREMENT TO WS-ACC-INCREMENT-X
           MOVE AUDIT-START-COUNT TO WS-ACC-START-X
           MOVE AUDIT-END-COUNT TO WS-ACC-END-X
           PERFORM 2250-ACCUMULATE-AUDIT-BLOCK
           PERFORM 2100-READ-AUDIT-RECORD.

      *****************************************************************
      *    SHARED BLOCK ACCUMULATOR FOR LIVE AND ARCHIVED RECORDS.
      *    ONLY THE CLOSING SEQUENCE AND YEAR ARE COUNTED; "M" AND
      *    "S" RECORDS ARE SANCTIONED VALUE JUMPS.
      *****************************************************************
       2250-ACCUMULATE-AUDIT-BLOCK.
           MOVE WS-ACC-SEQ-NAME TO WS-WORK-SEQ-NAME
           IF WS-WORK-SEQ-NAME = SPACES
               MOVE "SEQCTR0001" TO WS-WORK-SEQ-NAME
           END-IF
           MOVE WS-ACC-START-TS(1:4) TO WS-WORK-SEQ-YEAR
           IF WS-WORK-SEQ-NAME = WS-CLOSE-SEQ
              AND WS-WORK-SEQ-YEAR = WS-CLOSE-YEAR
               EVALUATE TRUE
                   WHEN WS-ACC-REC-TYPE = "I"
                     OR WS-ACC-REC-TYPE = SPACE
                       PERFORM 2260-ACCUMULATE-ISSUE-BLOCK
                   WHEN WS-ACC-REC-TYPE = "M"
                     OR WS-ACC-REC-TYPE = "S"
                       PERFORM 2280-RECORD-MAINT-JUMP
               END-EVALUATE
           END-IF.

       2260-ACCUMULATE-ISSUE-BLOCK.
           IF WS-ACC-INCREMENT-X NUMERIC
              AND WS-ACC-INCREMENT > 0
               MOVE WS-ACC-INCREMENT TO WS-REC-INCREMENT
               IF WS-ACC-END-X NUMERIC
                  AND WS-ACC-START-X NUMERIC
                  AND WS-ACC-END-COUNT >= WS-ACC-START-COUNT
                   COMPUTE WS-WORK-ISSUED =
                       (WS-ACC-END-COUNT - WS-ACC-START-COUNT)
                       / WS-ACC-INCREMENT
                   ADD WS-WORK-ISSUED TO WS-REC-AUDIT-ISSUED
                   MOVE WS-ACC-END-COUNT TO WS-REC-AUDIT-END
               END-IF
           END-IF.

       2280-RECORD-MAINT-JUMP.
           IF WS-ACC-END-X NUMERIC
               MOVE WS-ACC-END-COUNT TO WS-REC-AUDIT-END
               IF WS-MNT-USED >= WS-MNT-MAX
                   DISPLAY "SEQYEC0029E - MAINTENANCE TABLE FULL"
                   MOVE 12 TO WS-RETURN-CODE
               ELSE
                   ADD 1 TO WS-MNT-USED
                   MOVE WS-ACC-START-TS TO MNT-TAB-TS(WS-MNT-USED)
                   MOVE WS-ACC-END-COUNT
                       TO MNT-TAB-AFTER(WS-MNT-USED)
                   MOVE "N" TO MNT-TAB-APPLIED-SW(WS-MNT-USED)
               END-IF
           END-IF.

      *****************************************************************
      *    PASS 1B - THE AUDIT BLOCKS SEQAUD HAS ARCHIVED
      *****************************************************************
       2500-TALLY-HISTORY-FILE.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "35"
               DISPLAY "SEQYEC0030I - NO HISTORY FILE"
           ELSE
               IF WS-HIST-STATUS = "00"
                   SET WS-HIST-OPEN TO TRUE
                   MOVE LOW-VALUES TO HIST-KEY
                   START HISTORY-FILE KEY NOT < HIST-KEY
                       INVALID KEY
                           SET WS-HIST-EOF TO TRUE
                   END-START
                   PERFORM 2600-READ-HISTORY-RECORD
                       UNTIL WS-HIST-EOF
               ELSE
                   DISPLAY "SEQYEC0031E - UNABLE TO OPEN CTRHIST "
                       WS-HIST-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF.

       2600-READ-HISTORY-RECORD.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
               NOT AT END
                   MOVE HIST-REC-TYPE TO WS-ACC-REC-TYPE
                   MOVE HIST-START-TS TO WS-ACC-START-TS
                   MOVE HIST-SEQ-NAME TO WS-ACC-SEQ-NAME
                   MOVE HIST-INCREMENT TO WS-ACC-INCREMENT-X
                   MOVE HIST-START-COUNT TO WS-ACC-START-X
                   MOVE HIST-END-COUNT TO WS-ACC-END-X
                   PERFORM 2250-ACCUMULATE-AUDIT-BLOCK
           END-READ.

      *****************************************************************
      *    PASS 2 - THE YEAR'S ISSUED NUMBERS: GAPS, DUPLICATES,
      *    FIRST AND LAST, REISSUES AND THE HASH TOTAL
      *****************************************************************
       3000-TALLY-ISSUED-NUMBERS.
           PERFORM 3100-READ-OUTPUT-RECORD
           PERFORM 3200-TALLY-ONE-NUMBER
               UNTIL WS-CTROUT-EOF.

       3100-READ-OUTPUT-RECORD.
           READ OUTPUT-FILE
               AT END
                   SET WS-CTROUT-EOF TO TRUE
           END-READ.

       3200-TALLY-ONE-NUMBER.
           MOVE OUT-SEQ-NAME TO WS-WORK-SEQ-NAME
           IF WS-WORK-SEQ-NAME = SPACES
               MOVE "SEQCTR0001" TO WS-WORK-SEQ-NAME
           END-IF
           IF OUT-BUSINESS-NO(4:4) NUMERIC
               MOVE OUT-BUSINESS-NO(4:4) TO WS-WORK-SEQ-YEAR
           ELSE
               MOVE OUT-TIMESTAMP(1:4) TO WS-WORK-SEQ-YEAR
           END-IF
           IF WS-WORK-SEQ-NAME = WS-CLOSE-SEQ
              AND WS-WORK-SEQ-YEAR = WS-CLOSE-YEAR
              AND OUT-COUNT NUMERIC
               IF OUT-REISSUE-FLAG = "R"
                   ADD 1 TO WS-REC-REISSUED
               ELSE
                   PERFORM 3300-CHECK-NUMBER-SEQUENCE
               END-IF
           END-IF
           PERFORM 3100-READ-OUTPUT-RECORD.

       3300-CHECK-NUMBER-SEQUENCE.
           PERFORM 3250-APPLY-MAINT-BOUNDARY
           IF WS-REC-ISSUED = 0
               MOVE OUT-COUNT TO WS-REC-FIRST
           END-IF
           IF WS-REC-PRIOR-SET-SW = "Y"
               IF OUT-COUNT <= WS-REC-PRIOR
                   ADD 1 TO WS-REC-DUPS
               ELSE
                   PERFORM 3400-COUNT-GAP
               END-IF
           END-IF
           IF OUT-COUNT > WS-REC-PRIOR
              OR WS-REC-PRIOR-SET-SW = "N"
               MOVE OUT-COUNT TO WS-REC-PRIOR
               MOVE OUT-COUNT TO WS-REC-LAST
               MOVE OUT-TIMESTAMP TO WS-REC-PRIOR-TS
           END-IF
           MOVE "Y" TO WS-REC-PRIOR-SET-SW
           ADD 1 TO WS-REC-ISSUED
           ADD OUT-COUNT TO WS-REC-HASH-TOTAL.

       3250-APPLY-MAINT-BOUNDARY.
           MOVE 0 TO WS-MNT-IX
           PERFORM 3260-APPLY-ONE-MAINT
               WS-MNT-USED TIMES.

       3260-APPLY-ONE-MAINT.
           ADD 1 TO WS-MNT-IX
           IF MNT-TAB-APPLIED-SW(WS-MNT-IX) = "N"
              AND MNT-TAB-TS(WS-MNT-IX) <= OUT-TIMESTAMP
               MOVE MNT-TAB-AFTER(WS-MNT-IX) TO WS-REC-PRIOR
               MOVE MNT-TAB-TS(WS-MNT-IX) TO WS-REC-PRIOR-TS
               MOVE "Y" TO WS-REC-PRIOR-SET-SW
               MOVE "Y" TO MNT-TAB-APPLIED-SW(WS-MNT-IX)
           END-IF.

       3400-COUNT-GAP.
           IF WS-REC-INCREMENT = 0
               MOVE 1 TO WS-REC-INCREMENT
           END-IF
           COMPUTE WS-WORK-GAP =
               (OUT-COUNT - WS-REC-PRIOR - WS-REC-INCREMENT)
               / WS-REC-INCREMENT
           IF WS-WORK-GAP > 0
               MOVE WS-REC-PRIOR-TS TO WS-WALK-LOW-TS
               MOVE OUT-TIMESTAMP TO WS-WALK-HIGH-TS
               PERFORM 5500-WALK-RESERVED-RANGES
               COMPUTE WS-WALK-NEXT =
                   WS-WALK-POS + WS-REC-INCREMENT
               IF WS-WALK-NEXT = OUT-COUNT
                   ADD WS-WORK-GAP TO WS-REC-RESERVED
               ELSE
                   ADD WS-WORK-GAP TO WS-REC-GAPS
               END-IF
           END-IF.

      *****************************************************************
      *    PASS 3 - CROSS-FOOT THE YEAR.  ANY EXCEPTION REFUSES THE
      *    CLOSE WITH RC 8; THE YEAR MUST BE PUT RIGHT AND SEQREC
      *    RERUN BEFORE IT CAN BE SIGNED OFF.
      *****************************************************************
       5000-EVALUATE-CLOSING-YEAR.
           PERFORM 5050-APPLY-TRAILING-MAINT
           PERFORM 5070-APPLY-TRAILING-RESERVE
           MOVE "RECONCILIATION FOR THE CLOSING YEAR:" TO RPT-TEXT
           WRITE REPORT-LINE FROM RPT-TEXT-LINE
           MOVE WS-REC-ISSUED TO RPT-RCN-ISSUED
           MOVE WS-REC-AUDIT-ISSUED TO RPT-RCN-AUDIT
           MOVE WS-REC-LAST TO RPT-RCN-LAST
           MOVE WS-REC-AUDIT-END TO RPT-RCN-AUDIT-END
           MOVE WS-REC-GAPS TO RPT-RCN-GAPS
           MOVE WS-REC-DUPS TO RPT-RCN-DUPS
           WRITE REPORT-LINE FROM RPT-RECON-LINE
           IF WS-REC-GAPS > 0
               MOVE "EXCEPTION: GAPS IN ISSUED NUMBERS" TO RPT-TEXT
               PERFORM 5200-WRITE-EXCEPTION
           END-IF
           IF WS-REC-DUPS > 0
               MOVE "EXCEPTION: DUPLICATE NUMBERS ISSUED"
                   TO RPT-TEXT
               PERFORM 5200-WRITE-EXCEPTION
           END-IF
           IF WS-REC-ISSUED NOT = WS-REC-AUDIT-ISSUED
               MOVE "EXCEPTION: ISSUED COUNT DISAGREES WITH AUDIT"
                   TO RPT-TEXT
               PERFORM 5200-WRITE-EXCEPTION
           END-IF
           IF WS-REC-PRIOR NOT = WS-REC-AUDIT-END
               MOVE "EXCEPTION: LAST NUMBER DISAGREES WITH AUDIT"
                   TO RPT-TEXT
               PERFORM 5200-WRITE-EXCEPTION
           END-IF
           IF WS-REC-ON-MASTER
              AND WS-REC-PRIOR NOT = WS-REC-MASTER-LAST
               MOVE "EXCEPTION: LAST NUMBER DISAGREES WITH MASTER"
                   TO RPT-TEXT
               PERFORM 5200-WRITE-EXCEPTION
           END-IF
           IF WS-EXCEPTION-COUNT > 0
               DISPLAY "SEQYEC0040E - " WS-CLOSE-SEQ " "
                   WS-CLOSE-YEAR " OUT OF BALANCE, "
                   WS-EXCEPTION-COUNT " EXCEPTIONS, CLOSE REFUSED"
               MOVE "YEAR OUT OF BALANCE" TO WS-REFUSE-TEXT
               PERFORM 8900-WRITE-REFUSAL
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       5050-APPLY-TRAILING-MAINT.
           MOVE 0 TO WS-MNT-IX
           PERFORM 5060-APPLY-ONE-TRAILING
               WS-MNT-USED TIMES.

       5060-APPLY-ONE-TRAILING.
           ADD 1 TO WS-MNT-IX
           IF MNT-TAB-APPLIED-SW(WS-MNT-IX) = "N"
               MOVE MNT-TAB-AFTER(WS-MNT-IX) TO WS-REC-PRIOR
               MOVE "Y" TO WS-REC-PRIOR-SET-SW
               MOVE "Y" TO MNT-TAB-APPLIED-SW(WS-MNT-IX)
           END-IF.

       5070-APPLY-TRAILING-RESERVE.
           IF WS-REC-PRIOR-SET-SW = "Y"
              AND WS-REC-AUDIT-END > WS-REC-PRIOR
               IF WS-REC-INCREMENT = 0
                   MOVE 1 TO WS-REC-INCREMENT
               END-IF
               MOVE WS-REC-PRIOR-TS TO WS-WALK-LOW-TS
               MOVE HIGH-VALUES TO WS-WALK-HIGH-TS
               PERFORM 5500-WALK-RESERVED-RANGES
               IF WS-WALK-POS = WS-REC-AUDIT-END
                   COMPUTE WS-WORK-GAP =
                       (WS-WALK-POS - WS-REC-PRIOR)
                       / WS-REC-INCREMENT
                   ADD WS-WORK-GAP TO WS-REC-RESERVED
                   MOVE WS-WALK-POS TO WS-REC-PRIOR
               END-IF
           END-IF.

       5200-WRITE-EXCEPTION.
           WRITE REPORT-LINE FROM RPT-TEXT-LINE
           ADD 1 TO WS-EXCEPTION-COUNT.

      *****************************************************************
      *    FOLLOW THE RESERVED RANGES UP FROM THE LAST POSITION THE
      *    WAY SEQCTR JUMPS THEM (SAME WALK AS SEQREC).
      *****************************************************************
       5500-WALK-RESERVED-RANGES.
           MOVE WS-REC-PRIOR TO WS-WALK-POS
           MOVE "N" TO WS-RSV-DONE-SW
           PERFORM 5550-WALK-ONE-STEP
               UNTIL WS-RSV-DONE.

       5550-WALK-ONE-STEP.
           COMPUTE WS-WALK-NEXT = WS-WALK-POS + WS-REC-INCREMENT
           MOVE 0 TO WS-RSV-HIT-IX
           MOVE 0 TO WS-RSV-IX
           PERFORM 5600-SCAN-ONE-RANGE
               WS-RSV-USED TIMES
           IF WS-RSV-HIT-IX > 0
               MOVE RSV-TAB-TO(WS-RSV-HIT-IX) TO WS-WALK-POS
           ELSE
               SET WS-RSV-DONE TO TRUE
           END-IF.

       5600-SCAN-ONE-RANGE.
           ADD 1 TO WS-RSV-IX
           IF WS-RSV-HIT-IX = 0
              AND RSV-TAB-FROM(WS-RSV-IX) <= WS-WALK-NEXT
              AND RSV-TAB-TO(WS-RSV-IX) >= WS-WALK-NEXT
              AND RSV-TAB-CREATED-TS(WS-RSV-IX) <= WS-WALK-HIGH-TS
              AND RSV-TAB-RELEASED-TS(WS-RSV-IX) > WS-WALK-LOW-TS
              AND RSV-TAB-EXPIRY(WS-RSV-IX) >= WS-WALK-LOW-TS(1:8)
               MOVE WS-RSV-IX TO WS-RSV-HIT-IX
           END-IF.

      *****************************************************************
      *    EVERY RETURN OF THE CLOSED YEAR STILL IN THE POOL IS
      *    WRITTEN OFF: THE LEDGER KEEPS IT VOIDED WITH REASON
      *    "YEND" AND THE POOL RECORD IS DELETED.  THE POOL IS
      *    RE-POSITIONED FOR EACH ENTRY, AS THE ISSUING RUN DOES.
      *****************************************************************
       6000-WRITE-OFF-POOL.
           IF WS-POOLFILE-OPEN
               MOVE "N" TO WS-POOL-DONE-SW
               PERFORM 6100-WRITE-OFF-NEXT-ENTRY
                   UNTIL WS-POOL-DONE
           END-IF.

       6100-WRITE-OFF-NEXT-ENTRY.
           MOVE WS-CLOSE-SEQ TO POOL-SEQ-NAME
           MOVE WS-CLOSE-YEAR-N TO POOL-ISSUE-YEAR
           MOVE 0 TO POOL-NUMBER
           START POOL-FILE KEY NOT < POOL-KEY
               INVALID KEY
                   SET WS-POOL-DONE TO TRUE
           END-START
           IF NOT WS-POOL-DONE
               READ POOL-FILE NEXT RECORD
                   AT END
                       SET WS-POOL-DONE TO TRUE
               END-READ
           END-IF
           IF NOT WS-POOL-DONE
               IF POOL-SEQ-NAME NOT = WS-CLOSE-SEQ
                  OR POOL-ISSUE-YEAR NOT = WS-CLOSE-YEAR-N
                   SET WS-POOL-DONE TO TRUE
               ELSE
                   PERFORM 6200-WRITE-OFF-TO-LEDGER
                   IF WS-RETURN-CODE = 0
                       DELETE POOL-FILE RECORD
                           INVALID KEY
                               DISPLAY "SEQYEC0050E - POOL DELETE "
                                   "FAILED " POOL-NUMBER
                               MOVE 12 TO WS-RETURN-CODE
                       END-DELETE
                   END-IF
                   IF WS-RETURN-CODE = 0
                       ADD 1 TO WS-WRITTEN-OFF
                   ELSE
                       SET WS-POOL-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *    A NUMBER RETURNED BEFORE THE LEDGER EXISTED GETS A
      *    SKELETON RECORD, AS SEQRTI WOULD HAVE WRITTEN.
      *****************************************************************
       6200-WRITE-OFF-TO-LEDGER.
           MOVE "N" TO WS-LGR-FOUND-SW
           MOVE POOL-SEQ-NAME TO LGR-SEQ-NAME
           MOVE POOL-ISSUE-YEAR TO LGR-ISSUE-YEAR
           MOVE POOL-NUMBER TO LGR-NUMBER
           READ LEDGER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-LEDGER-STATUS = "00"
               SET WS-LGR-FOUND TO TRUE
           ELSE
               MOVE SPACES TO LEDGER-RECORD
               MOVE POOL-SEQ-NAME TO LGR-SEQ-NAME
               MOVE POOL-ISSUE-YEAR TO LGR-ISSUE-YEAR
               MOVE POOL-NUMBER TO LGR-NUMBER
               MOVE 0 TO LGR-ISSUE-COUNT
           END-IF
           MOVE "R" TO LGR-STATE
           MOVE WS-CLOSE-TS TO LGR-STATE-TS
           IF LGR-RETURN-TS = SPACES
               MOVE POOL-RETURN-TS TO LGR-RETURN-TS
           END-IF
           MOVE "YEND" TO LGR-RETURN-REASON
           IF WS-LGR-FOUND
               REWRITE LEDGER-RECORD
                   INVALID KEY
                       DISPLAY "SEQYEC0051E - LEDGER UPDATE FAILED "
                           POOL-NUMBER
                       MOVE 12 TO WS-RETURN-CODE
               END-REWRITE
           ELSE
               WRITE LEDGER-RECORD
                   INVALID KEY
                       DISPLAY "SEQYEC0052E - LEDGER WRITE FAILED "
                           POOL-NUMBER
                       MOVE 12 TO WS-RETURN-CODE
               END-WRITE
           END-IF.

      *****************************************************************
      *    THE ISSUING RUN ALREADY IGNORES A PRIOR-YEAR CHECKPOINT;
      *    THE CLOSE REMOVES IT SO IT CANNOT BE MISREAD LATER.  A
      *    CHECKPOINT WITH NO YEAR IS TREATED AS CURRENT AND KEPT.
      *****************************************************************
       6500-CLEAR-DEAD-CHECKPOINT.
           IF WS-CKPT-OPEN
               MOVE WS-CLOSE-SEQ TO CKPT-KEY
               READ CHECKPOINT-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CKPT-STATUS = "00"
                  AND CKPT-ISSUE-YEAR NUMERIC
                  AND CKPT-ISSUE-YEAR > 0
                  AND CKPT-ISSUE-YEAR <= WS-CLOSE-YEAR-N
                   DELETE CHECKPOINT-FILE RECORD
                       INVALID KEY
                           DISPLAY "SEQYEC0053E - CKPT DELETE FAILED"
                           MOVE 12 TO WS-RETURN-CODE
                   END-DELETE
                   IF WS-CKPT-STATUS = "00"
                       SET WS-CKPT-CLEARED TO TRUE
                       DISPLAY "SEQYEC0054I - CHECKPOINT FOR "
                           CKPT-ISSUE-YEAR " CLEARED"
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *    THE YEAR'S ASSIGNMENT SEGMENTS: RECLAIMED QUANTITY GOES ON
      *    THE CERTIFICATE, AND A SEGMENT STILL NEITHER ACKNOWLEDGED
      *    NOR RECLAIMED IS MARKED CLOSED AT YEAR END.  RECLAIMING IT
      *    NOW WOULD ONLY PUT CLOSED-YEAR NUMBERS BACK IN THE POOL.
      *****************************************************************
       7000-SETTLE-ASSIGNMENTS.
           IF WS-ASGKFILE-OPEN
               MOVE "N" TO WS-ASGK-EOF-SW
               MOVE LOW-VALUES TO ASGK-KEY
               START CONTROL-FILE KEY NOT < ASGK-KEY
                   INVALID KEY
                       SET WS-ASGK-EOF TO TRUE
               END-START
               PERFORM 7100-SETTLE-ONE-SEGMENT
                   UNTIL WS-ASGK-EOF
           END-IF.

       7100-SETTLE-ONE-SEGMENT.
           READ CONTROL-FILE NEXT RECORD
               AT END
                   SET WS-ASGK-EOF TO TRUE
               NOT AT END
                   IF ASGK-SEQ-NAME = WS-CLOSE-SEQ
                      AND ASGK-ASSIGN-TS(1:4) = WS-CLOSE-YEAR
                       PERFORM 7200-SETTLE-SEGMENT
                   END-IF
           END-READ.

       7200-SETTLE-SEGMENT.
           EVALUATE TRUE
               WHEN ASGK-RECLAIMED
                   ADD ASGK-QUANTITY TO WS-RECLAIMED
               WHEN ASGK-ACKED OR ASGK-YEAR-CLOSED
                   CONTINUE
               WHEN OTHER
                   SET ASGK-YEAR-CLOSED TO TRUE
                   MOVE WS-CLOSE-TS TO ASGK-ACK-TS
                   REWRITE ASGK-RECORD
                       INVALID KEY
                           DISPLAY "SEQYEC0055E - CONTROL UPDATE "
                               "FAILED " ASGK-SYSTEM " "
                               ASGK-REFERENCE
                           MOVE 12 TO WS-RETURN-CODE
                           SET WS-ASGK-EOF TO TRUE
                   END-REWRITE
                   IF WS-ASGK-STATUS = "00"
                       ADD 1 TO WS-SEGS-CLOSED
                       ADD ASGK-QUANTITY TO WS-SEGS-CLOSED-QTY
                   END-IF
           END-EVALUATE.

      *****************************************************************
      *    VOIDED FOR THE CERTIFICATE IS EVERY NUMBER OF THE YEAR
      *    LEFT RETURNED ON THE LEDGER, WRITE-OFFS INCLUDED.
      *****************************************************************
       7500-COUNT-VOIDED-NUMBERS.
           MOVE "N" TO WS-LEDGER-EOF-SW
           MOVE WS-CLOSE-SEQ TO LGR-SEQ-NAME
           MOVE WS-CLOSE-YEAR-N TO LGR-ISSUE-YEAR
           MOVE 0 TO LGR-NUMBER
           START LEDGER-FILE KEY NOT < LGR-KEY
               INVALID KEY
                   SET WS-LEDGER-EOF TO TRUE
           END-START
           PERFORM 7600-COUNT-ONE-LEDGER-RECORD
               UNTIL WS-LEDGER-EOF.

       7600-COUNT-ONE-LEDGER-RECORD.
           READ LEDGER-FILE NEXT RECORD
               AT END
                   SET WS-LEDGER-EOF TO TRUE
               NOT AT END
                   IF LGR-SEQ-NAME NOT = WS-CLOSE-SEQ
                      OR LGR-ISSUE-YEAR NOT = WS-CLOSE-YEAR-N
                       SET WS-LEDGER-EOF TO TRUE
                   ELSE
                       IF LGR-RETURNED
                           ADD 1 TO WS-VOIDED
                       END-IF
                   END-IF
           END-READ.

       8000-RECORD-YEAR-CLOSED.
           MOVE SPACES TO YEAR-CLOSE-RECORD
           MOVE WS-CLOSE-SEQ TO YCL-SEQ-NAME
           MOVE WS-CLOSE-YEAR-N TO YCL-ISSUE-YEAR
           MOVE WS-CLOSE-TS TO YCL-CLOSED-TS
           MOVE YEC-REQUESTER TO YCL-REQUESTER
           MOVE YEC-APPROVER TO YCL-APPROVER
           MOVE WS-REC-FIRST TO YCL-FIRST-ISSUED
           MOVE WS-REC-LAST TO YCL-LAST-ISSUED
           MOVE WS-REC-ISSUED TO YCL-TOTAL-ISSUED
           MOVE WS-REC-REISSUED TO YCL-REISSUED
           MOVE WS-VOIDED TO YCL-VOIDED
           MOVE WS-WRITTEN-OFF TO YCL-WRITTEN-OFF
           MOVE WS-RECLAIMED TO YCL-RECLAIMED
           MOVE WS-REC-RESERVED TO YCL-RESERVED
           MOVE WS-REC-HASH-TOTAL TO YCL-HASH-TOTAL
           WRITE YEAR-CLOSE-RECORD
               INVALID KEY
                   DISPLAY "SEQYEC0056E - CTRYCL WRITE FAILED "
                       WS-CTRYCL-STATUS
                   MOVE 12 TO WS-RETURN-CODE
           END-WRITE.

      *****************************************************************
      *    TYPE "Y" AUDIT RECORD: START/END COUNT CARRY THE FIRST
      *    AND LAST NUMBER ISSUED IN THE YEAR AND AUDIT-LIMIT THE
      *    YEAR CLOSED.  THE TRAIL WAS READ EARLIER IN THE RUN, SO
      *    IT IS CLOSED FIRST AND EXTENDED.
      *****************************************************************
       8200-WRITE-AUDIT-RECORD.
           IF WS-AUDIT-OPEN
               CLOSE AUDIT-FILE
               MOVE "N" TO WS-AUDIT-OPEN-SW
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = "00"
               MOVE SPACES TO AUDIT-RECORD
               MOVE WS-JOB-ID TO AUDIT-JOB-ID
               MOVE WS-CLOSE-TS TO AUDIT-START-TS
               MOVE WS-CLOSE-TS TO AUDIT-END-TS
               MOVE WS-CLOSE-YEAR-N TO AUDIT-LIMIT
               MOVE 0 TO AUDIT-INCREMENT
               MOVE WS-REC-FIRST TO AUDIT-START-COUNT
               MOVE WS-REC-LAST TO AUDIT-END-COUNT
               MOVE 0 TO AUDIT-RETURN-CODE
               MOVE WS-CLOSE-SEQ TO AUDIT-SEQ-NAME
               MOVE "Y" TO AUDIT-REC-TYPE
               MOVE "YEND" TO AUDIT-REASON-CODE
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "SEQYEC0057E - UNABLE TO OPEN AUDIT-FILE "
                   WS-AUDIT-STATUS
               MOVE 12 TO WS-RETURN-CODE
           END-IF.

       8500-PRINT-CERTIFICATE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CERTIFIED ISSUANCE FOR THE YEAR:" TO RPT-TEXT
           WRITE REPORT-LINE FROM RPT-TEXT-LINE
           MOVE "FIRST NUMBER ISSUED" TO RPT-CERT-LABEL
           MOVE WS-REC-FIRST TO RPT-CERT-VALUE
           WRITE REPORT-LINE FROM RPT-CERT-LINE
           MOVE "LAST NUMBER ISSUED" TO RPT-CERT-LABEL
           MOVE WS-REC-LAST TO RPT-CERT-VALUE
           WRITE REPORT-LINE FROM RPT-CERT-LINE
           MOVE "TOTAL NUMBERS ISSUED" TO RPT-CERT-LABEL
           MOVE WS-REC-ISSUED TO RPT-CERT-VALUE
           WRITE REPORT-LINE FROM RPT-CERT-LINE
           MOVE "REISSUED FROM THE RECYCLE POOL" TO RPT-CERT-LABEL
           MOVE WS-REC-REISSUED TO RPT-CERT-VALUE
           WRITE REPORT-LINE FROM RPT-CERT-LINE
           MOVE "VOIDED" TO RPT-CERT-LABEL
           MOVE WS-VOIDED TO RPT-CERT-VALUE
           WRITE REPORT-LINE FROM RPT-CERT-LINE
           MOVE "  OF WHICH WRITTEN OFF AT CLOSE" TO RPT-CERT-LABEL
           MOVE WS-WRITTEN-OFF TO RPT-CERT-VALUE
           WRITE REPORT-LINE FROM RPT-CERT-LINE
           MOVE "RECLAIMED UNACKNOWLEDGED" TO RPT-CERT-LABEL
           MOVE WS-RECLAIMED TO RPT-CERT-VALUE
           WRITE REPORT-LINE FROM RPT-CERT-LINE
           MOVE "RESERVED (SKIPPED)" TO RPT-CERT-LABEL
           MOVE WS-REC-RESERVED TO RPT-CERT-VALUE
           WRITE REPORT-LINE FROM RPT-CERT-LINE
           MOVE "HASH TOTAL OF ISSUED COUNTS" TO RPT-CERT-LABEL
           MOVE WS-REC-HASH-TOTAL TO RPT-CERT-VALUE
           WRITE REPORT-LINE FROM RPT-CERT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "OPEN SEGMENTS CLOSED AT YEAR END" TO RPT-CERT-LABEL
           MOVE WS-SEGS-CLOSED TO RPT-CERT-VALUE
           WRITE REPORT-LINE FROM RPT-CERT-LINE
           MOVE "  NUMBERS IN THOSE SEGMENTS" TO RPT-CERT-LABEL
           MOVE WS-SEGS-CLOSED-QTY TO RPT-CERT-VALUE
           WRITE REPORT-LINE FROM RPT-CERT-LINE
           IF WS-CKPT-CLEARED
               MOVE "PRIOR-YEAR RESTART CHECKPOINT CLEARED"
                   TO RPT-TEXT
               WRITE REPORT-LINE FROM RPT-TEXT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE YEC-REQUESTER TO RPT-SIGN-REQUESTER
           MOVE YEC-APPROVER TO RPT-SIGN-APPROVER
           MOVE WS-CLOSE-TS TO RPT-SIGN-CLOSED-TS
           WRITE REPORT-LINE FROM RPT-SIGN-LINE
           DISPLAY "SEQYEC0001I - " WS-CLOSE-SEQ " " WS-CLOSE-YEAR
               " CLOSED, ISSUED " WS-REC-ISSUED
               " WRITTEN OFF " WS-WRITTEN-OFF.

       8900-WRITE-REFUSAL.
           IF WS-RPTFILE-OPEN
               MOVE SPACES TO RPT-TEXT
               STRING "CLOSE REFUSED - " DELIMITED BY SIZE
                   WS-REFUSE-TEXT DELIMITED BY SIZE
                   INTO RPT-TEXT
               END-STRING
               WRITE REPORT-LINE FROM RPT-TEXT-LINE
           END-IF.

       9400-RELEASE-RUN-LOCK.
           OPEN OUTPUT LOCK-FILE
           IF WS-CTRLOCK-STATUS = "00"
               MOVE SPACES TO LOCK-RECORD
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
           ELSE
               DISPLAY "SEQYEC0083E - UNABLE TO RELEASE CTRLOCK "
                   WS-CTRLOCK-STATUS
               IF WS-RETURN-CODE = 0
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF.

       9999-END-OF-JOB.
           IF WS-CARDFILE-OPEN
               CLOSE CLOSE-CARD-FILE
           END-IF
           IF WS-CTROUT-OPEN
               CLOSE OUTPUT-FILE
           END-IF
           IF WS-AUDIT-OPEN
               CLOSE AUDIT-FILE
           END-IF
           IF WS-HIST-OPEN
               CLOSE HISTORY-FILE
           END-IF
           IF WS-SEQMSTR-OPEN
               CLOSE SEQ-MASTER-FILE
           END-IF
           IF WS-POOLFILE-OPEN
               CLOSE POOL-FILE
           END-IF
           IF WS-LGRFILE-OPEN
               CLOSE LEDGER-FILE
           END-IF
           IF WS-CKPT-OPEN
               CLOSE CHECKPOINT-FILE
           END-IF
           IF WS-ASGKFILE-OPEN
               CLOSE CONTROL-FILE
           END-IF
           IF WS-YCLFILE-OPEN
               CLOSE YEAR-CLOSE-FILE
           END-IF
           IF WS-RPTFILE-OPEN
               CLOSE REPORT-FILE
           END-IF
           IF WS-LOCK-OWNED
               PERFORM 9400-RELEASE-RUN-LOCK
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
