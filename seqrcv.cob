       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEQRCV.
       AUTHOR. BATCH-SUPPORT.
      *****************************************************************
      *    SEQRCV - FORWARD RECOVERY OF SEQMSTR AND CTRPOOL
      *
      *    RUN AFTER OPERATIONS HAVE RESTORED SEQMSTR AND CTRPOOL
      *    FROM BACKUP FOLLOWING LOSS OR CORRUPTION OF THE KEYED
      *    FILES.  THE RCVPARM CARD (CTRRCP LAYOUT) GIVES THE TIME
      *    THE BACKUP WAS TAKEN, AND EVERYTHING RECORDED AFTER IT
      *    IS ROLLED FORWARD ONTO THE RESTORED FILES:
      *      SEQMSTR  SEQ-LAST-NUMBER AND SEQ-ISSUE-YEAR FROM THE
      *               CTRAUDT TYPE "I" (ISSUING BLOCK), "S"
      *               (SUCCESSOR ROLLOVER) AND "M" (SEQMNT ACTION)
      *               RECORDS, ARCHIVED ONES ON CTRHIST FIRST, AND
      *               FROM "O" RECORDS FOR SEQUENCES ONBOARDED
      *               SINCE THE BACKUP; SEQ-SUCCESSOR FROM THE CHAIN
      *               CARDS ON SEQMNT'S CTRMNTA JOURNAL
      *      CTRPOOL  RETURNS SEQRTI ACCEPTED (CTRRTNA JOURNAL) ARE
      *               ADDED AND NUMBERS REISSUED FROM THE POOL
      *               (CTROUT RECORDS FLAGGED "R") ARE REMOVED, IN
      *               TIME ORDER; ENTRIES OF A YEAR SEQYEC HAS
      *               CLOSED ARE WRITTEN OFF AS THE CLOSE DID
      *    BEFORE ANYTHING IS REWRITTEN THE LAST NUMBER ISSUED PER
      *    SEQUENCE ON CTROUT SINCE THE BACKUP (THE HIGH-WATER MARK)
      *    MUST EQUAL THE END OF THE LAST ISSUING BLOCK ON THE AUDIT
      *    TRAIL, ALLOWING ONLY FOR A JUMP OVER A RANGE RESERVED ON
      *    CTRRSV.  ANY DISAGREEMENT - TYPICALLY A RUN KILLED BEFORE
      *    ITS AUDIT RECORD WAS CUT - REFUSES THE RECOVERY WITH
      *    RC 8 AND NOTHING IS REWRITTEN.  RCVRPT SHOWS EACH
      *    SEQUENCE BEFORE AND AFTER.
      *
      *    THE CTRLOCK RUN LOCK IS HELD FROM START TO FINISH, AND
      *    IS LEFT HELD WHEN THE RECOVERY DOES NOT COMPLETE, SO NO
      *    ISSUING RUN CAN START AGAINST A HALF-RECOVERED MASTER.
      *    A LOCK LEFT BY AN EARLIER SEQRCV RUN IS TAKEN OVER; THE
      *    ROLL-FORWARD SETS VALUES RATHER THAN ADDING TO THEM, SO
      *    IT CAN SIMPLY BE RUN AGAIN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "RCVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SEQ-MASTER-FILE ASSIGN TO "SEQMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEQ-KEY
               FILE STATUS IS WS-SEQMSTR-STATUS.

           SELECT POOL-FILE ASSIGN TO "CTRPOOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POOL-KEY
               FILE STATUS IS WS-POOL-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "CTRAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "CTRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT OUTPUT-FILE ASSIGN TO "CTROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTROUT-STATUS.

           SELECT RETURN-JOURNAL-FILE ASSIGN TO "CTRRTNA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRRTNA-STATUS.

           SELECT MNT-JOURNAL-FILE ASSIGN TO "CTRMNTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRMNTA-STATUS.

           SELECT PREFIX-FILE ASSIGN TO "CTRPFX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PFX-KEY
               FILE STATUS IS WS-CTRPFX-STATUS.

           SELECT YEAR-CLOSE-FILE ASSIGN TO "CTRYCL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YCL-KEY
               FILE STATUS IS WS-CTRYCL-STATUS.

           SELECT RESERVE-FILE ASSIGN TO "CTRRSV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSV-KEY
               FILE STATUS IS WS-CTRRSV-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RCVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVRPT-STATUS.

           SELECT LOCK-FILE ASSIGN TO "CTRLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRLOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY CTRRCP.

       FD  SEQ-MASTER-FILE.
           COPY CTRSEQ.

       FD  POOL-FILE.
           COPY CTRPOOL.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY CTRAUDT.

       FD  HISTORY-FILE.
           COPY CTRHIST.

       FD  OUTPUT-FILE
           RECORDING MODE IS F.
           COPY CTROUT.

       FD  RETURN-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY CTRRTA.

       FD  MNT-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY CTRMNA.

       FD  PREFIX-FILE.
           COPY CTRPFX.

       FD  YEAR-CLOSE-FILE.
           COPY CTRYCL.

       FD  RESERVE-FILE.
           COPY CTRRSV.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(132).

       FD  LOCK-FILE
           RECORDING MODE IS F.
           COPY CTRLOCK.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS              PIC XX VALUE "00".
       01  WS-SEQMSTR-STATUS           PIC XX VALUE "00".
       01  WS-POOL-STATUS              PIC XX VALUE "00".
       01  WS-AUDIT-STATUS             PIC XX VALUE "00".
       01  WS-HIST-STATUS              PIC XX VALUE "00".
       01  WS-CTROUT-STATUS            PIC XX VALUE "00".
       01  WS-CTRRTNA-STATUS           PIC XX VALUE "00".
       01  WS-CTRMNTA-STATUS           PIC XX VALUE "00".
       01  WS-CTRPFX-STATUS            PIC XX VALUE "00".
       01  WS-CTRYCL-STATUS            PIC XX VALUE "00".
       01  WS-CTRRSV-STATUS            PIC XX VALUE "00".
       01  WS-RCVRPT-STATUS            PIC XX VALUE "00".
       01  WS-CTRLOCK-STATUS           PIC XX VALUE "00".
       01  WS-RETURN-CODE              PIC 9(4) VALUE 0.
       01  WS-JOB-ID                   PIC X(8) VALUE "SEQRCV".
       01  WS-FORMATTED-TIMESTAMP      PIC X(26).
       01  WS-RUN-TIMESTAMP            PIC X(26).
       01  WS-BACKUP-TS                PIC X(26) VALUE SPACES.
       01  WS-HELD-JOB-ID              PIC X(8) VALUE SPACES.
       01  WS-HELD-TS                  PIC X(26) VALUE SPACES.
       01  WS-MY-LOCK-TS               PIC X(26) VALUE SPACES.
       01  WS-FIND-NAME                PIC X(10).
       01  WS-WORK-YEAR                PIC 9(4) VALUE 0.
       01  WS-WORK-PREFIX              PIC X(3).
       01  WS-EVENTS-APPLIED           PIC 9(7) VALUE 0.
       01  WS-ISSUES-SEEN              PIC 9(9) VALUE 0.
       01  WS-REISSUES-SEEN            PIC 9(9) VALUE 0.
       01  WS-CHAINS-APPLIED           PIC 9(5) VALUE 0.
       01  WS-MISMATCHES               PIC 9(5) VALUE 0.
       01  WS-ROLLED                   PIC 9(5) VALUE 0.
       01  WS-CREATED                  PIC 9(5) VALUE 0.
       01  WS-POOL-ADDED               PIC 9(7) VALUE 0.
       01  WS-POOL-REMOVED             PIC 9(7) VALUE 0.
       01  WS-POOL-WRITTEN-OFF         PIC 9(7) VALUE 0.

      *****************************************************************
      *    ONE AUDIT OR HISTORY RECORD, WHICHEVER FILE IT CAME FROM.
      *****************************************************************
       01  WS-EVENT.
           05  WS-EVT-TYPE             PIC X(1).
           05  WS-EVT-SEQ-NAME         PIC X(10).
           05  WS-EVT-START-TS         PIC X(26).
           05  WS-EVT-END-TS           PIC X(26).
           05  WS-EVT-LIMIT            PIC 9(5).
           05  WS-EVT-START-COUNT      PIC 9(9).
           05  WS-EVT-END-COUNT        PIC 9(9).
           05  WS-EVT-RETURN-CODE      PIC 9(4).
           05  WS-EVT-INCREMENT        PIC 9(3).

       01  WS-PARM-FOUND-SW            PIC X VALUE "N".
           88  WS-PARM-FOUND                VALUE "Y".
       01  WS-AUDIT-EOF-SW             PIC X VALUE "N".
           88  WS-AUDIT-EOF                 VALUE "Y".
       01  WS-HIST-EOF-SW              PIC X VALUE "N".
           88  WS-HIST-EOF                  VALUE "Y".
       01  WS-CTROUT-EOF-SW            PIC X VALUE "N".
           88  WS-CTROUT-EOF                VALUE "Y".
       01  WS-RTA-EOF-SW               PIC X VALUE "N".
           88  WS-RTA-EOF                   VALUE "Y".
       01  WS-MNA-EOF-SW               PIC X VALUE "N".
           88  WS-MNA-EOF                   VALUE "Y".
       01  WS-SEQ-EOF-SW               PIC X VALUE "N".
           88  WS-SEQ-EOF                   VALUE "Y".
       01  WS-POOL-EOF-SW              PIC X VALUE "N".
           88  WS-POOL-EOF                  VALUE "Y".
       01  WS-PFX-EOF-SW               PIC X VALUE "N".
           88  WS-PFX-EOF                   VALUE "Y".
       01  WS-SEQMSTR-OPEN-SW          PIC X VALUE "N".
           88  WS-SEQMSTR-OPEN              VALUE "Y".
       01  WS-POOLFILE-OPEN-SW         PIC X VALUE "N".
           88  WS-POOLFILE-OPEN             VALUE "Y".
       01  WS-PFXFILE-OPEN-SW          PIC X VALUE "N".
           88  WS-PFXFILE-OPEN              VALUE "Y".
       01  WS-YCLFILE-OPEN-SW          PIC X VALUE "N".
           88  WS-YCLFILE-OPEN              VALUE "Y".
       01  WS-RPTFILE-OPEN-SW          PIC X VALUE "N".
           88  WS-RPTFILE-OPEN              VALUE "Y".
       01  WS-LOCK-OWNED-SW            PIC X VALUE "N".
           88  WS-LOCK-OWNED                VALUE "Y".
       01  WS-RECOVERY-DONE-SW         PIC X VALUE "N".
           88  WS-RECOVERY-DONE             VALUE "Y".
       01  WS-YEAR-CLOSED-SW           PIC X VALUE "N".
           88  WS-YEAR-CLOSED               VALUE "Y".
       01  WS-RSV-EOF-SW               PIC X VALUE "N".
           88  WS-RSV-EOF                   VALUE "Y".
       01  WS-RSV-DONE-SW              PIC X VALUE "N".
           88  WS-RSV-DONE                  VALUE "Y".
       01  WS-RSV-JUMP-SW              PIC X VALUE "N".
           88  WS-RSV-JUMP                  VALUE "Y".

       01  WS-RSV-MAX                  PIC 9(3) VALUE 500.
       01  WS-RSV-USED                 PIC 9(3) VALUE 0.
       01  WS-RSV-IX                   PIC 9(3) VALUE 0.
       01  WS-RSV-HIT-IX               PIC 9(3) VALUE 0.
       01  WS-WALK-YEAR                PIC 9(4) VALUE 0.
       01  WS-WALK-INCREMENT           PIC 9(3) VALUE 0.
       01  WS-WALK-POS                 PIC 9(9) VALUE 0.
       01  WS-WALK-NEXT                PIC 9(10) VALUE 0.

      *****************************************************************
      *    EVERY RESERVED RANGE EVER RECORDED ON CTRRSV, RELEASED
      *    AND EXPIRED ONES INCLUDED, SO A JUMP MADE SINCE THE
      *    BACKUP STAYS EXPLAINED AFTER THE RANGE LAPSES.
      *****************************************************************
       01  WS-RESERVE-TABLE.
           05  WS-RESERVE-ENTRY OCCURS 500 TIMES.
               10  RSV-TAB-SEQ-NAME    PIC X(10).
               10  RSV-TAB-YEAR        PIC 9(4).
               10  RSV-TAB-FROM        PIC 9(9).
               10  RSV-TAB-TO          PIC 9(9).
               10  RSV-TAB-EXPIRY      PIC X(8).
               10  RSV-TAB-CREATED-TS  PIC X(26).
               10  RSV-TAB-RELEASED-TS PIC X(26).

      *****************************************************************
      *    ONE ENTRY PER SEQUENCE ON THE RESTORED MASTER OR NAMED
      *    ON ANYTHING ROLLED FORWARD.  BEFORE IS THE BACKUP, AFTER
      *    IS THE ROLLED-FORWARD STATE.  AUD IS THE END OF THE LAST
      *    ISSUING BLOCK ON THE AUDIT TRAIL SINCE THE BACKUP, OUT
      *    THE LAST NEW NUMBER ON CTROUT SINCE THE BACKUP.
      *****************************************************************
       01  WS-SEQ-MAX                  PIC 9(3) VALUE 300.
       01  WS-SEQ-USED                 PIC 9(3) VALUE 0.
       01  WS-SEQ-IX                   PIC 9(3) VALUE 0.
       01  WS-SEQ-HIT-IX               PIC 9(3) VALUE 0.
       01  WS-SEQUENCE-TABLE.
           05  WS-SEQUENCE-ENTRY OCCURS 300 TIMES.
               10  RCV-TAB-SEQ-NAME    PIC X(10).
               10  RCV-TAB-ON-BACKUP-SW
                                       PIC X(1).
                   88  RCV-TAB-ON-BACKUP     VALUE "Y".
               10  RCV-TAB-TOUCHED-SW  PIC X(1).
                   88  RCV-TAB-TOUCHED       VALUE "Y".
               10  RCV-TAB-PREFIX      PIC X(3).
               10  RCV-TAB-BEFORE-LAST PIC 9(9).
               10  RCV-TAB-BEFORE-YEAR PIC 9(4).
               10  RCV-TAB-BEFORE-SUCC PIC X(10).
               10  RCV-TAB-BEFORE-POOL PIC 9(7).
               10  RCV-TAB-AFTER-LAST  PIC 9(9).
               10  RCV-TAB-AFTER-YEAR  PIC 9(4).
               10  RCV-TAB-AFTER-SUCC  PIC X(10).
               10  RCV-TAB-AFTER-POOL  PIC 9(7).
               10  RCV-TAB-EVENTS      PIC 9(5).
               10  RCV-TAB-AUD-SW      PIC X(1).
                   88  RCV-TAB-AUD-SEEN      VALUE "Y".
               10  RCV-TAB-AUD-YEAR    PIC 9(4).
               10  RCV-TAB-AUD-COUNT   PIC 9(9).
               10  RCV-TAB-AUD-INCR    PIC 9(3).
               10  RCV-TAB-OUT-SW      PIC X(1).
                   88  RCV-TAB-OUT-SEEN      VALUE "Y".
               10  RCV-TAB-OUT-YEAR    PIC 9(4).
               10  RCV-TAB-OUT-COUNT   PIC 9(9).
               10  RCV-TAB-STATUS      PIC X(9).

       01  RPT-HEADER-1.
           05  FILLER                  PIC X(10) VALUE "SEQRCV".
           05  FILLER                  PIC X(40) VALUE
                   "FORWARD RECOVERY OF SEQMSTR AND CTRPOOL".
           05  FILLER                  PIC X(10) VALUE "RUN DATE:".
           05  RPT-H1-DATE             PIC X(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "BACKUP:".
           05  RPT-H1-BACKUP           PIC X(14).

       01  RPT-HEADER-2.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(41) VALUE
                   "---------- BEFORE (BACKUP) ----------".
           05  FILLER                  PIC X(41) VALUE
                   "---------- AFTER (ROLLED) -----------".

       01  RPT-HEADER-3.
           05  FILLER                  PIC X(12) VALUE "SEQUENCE".
           05  FILLER                  PIC X(11) VALUE "LAST".
           05  FILLER                  PIC X(6)  VALUE "YEAR".
           05  FILLER                  PIC X(12) VALUE "SUCCESSOR".
           05  FILLER                  PIC X(12) VALUE "POOL".
           05  FILLER                  PIC X(11) VALUE "LAST".
           05  FILLER                  PIC X(6)  VALUE "YEAR".
           05  FILLER                  PIC X(12) VALUE "SUCCESSOR".
           05  FILLER                  PIC X(12) VALUE "POOL".
           05  FILLER                  PIC X(8)  VALUE "EVENTS".
           05  FILLER                  PIC X(9)  VALUE "STATUS".

       01  RPT-DETAIL-LINE.
           05  RPT-DTL-SEQ-NAME        PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-BEFORE-LAST     PIC Z(8)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-BEFORE-YEAR     PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-BEFORE-SUCC     PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-BEFORE-POOL     PIC Z(6)9.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  RPT-DTL-AFTER-LAST      PIC Z(8)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-AFTER-YEAR      PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-AFTER-SUCC      PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-AFTER-POOL      PIC Z(6)9.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  RPT-DTL-EVENTS          PIC ZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RPT-DTL-STATUS          PIC X(9).

       01  RPT-MISMATCH-LINE.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
                   "AUDIT TRAIL END".
           05  RPT-MIS-AUD-YEAR        PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-MIS-AUD-COUNT       PIC X(9).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
                   "CTROUT HIGH-WATER".
           05  RPT-MIS-OUT-YEAR        PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RPT-MIS-OUT-COUNT       PIC X(9).

       01  RPT-TRAILER-1.
           05  FILLER                  PIC X(11) VALUE "SEQUENCES:".
           05  RPT-TRL-SEQUENCES       PIC ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "ROLLED:".
           05  RPT-TRL-ROLLED          PIC ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE "CREATED:".
           05  RPT-TRL-CREATED         PIC ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "MISMATCHES:".
           05  RPT-TRL-MISMATCHES      PIC ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "EVENTS:".
           05  RPT-TRL-EVENTS          PIC Z(6)9.

       01  RPT-TRAILER-2.
           05  FILLER                  PIC X(12) VALUE "POOL ADDED:".
           05  RPT-TRL-POOL-ADDED      PIC Z(6)9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE "REMOVED:".
           05  RPT-TRL-POOL-REMOVED    PIC Z(6)9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE
                   "WRITTEN OFF:".
           05  RPT-TRL-POOL-WRITTEN    PIC Z(6)9.

       01  RPT-RESULT-LINE            PIC X(80) VALUE SPACES.
       01  RPT-RESULT-DONE.
           05  FILLER                  PIC X(40) VALUE
                   "RECOVERY COMPLETE - SEQMSTR AND CTRPOOL ".
           05  FILLER                  PIC X(40) VALUE
                   "ROLLED FORWARD, RUN LOCK RELEASED".
       01  RPT-RESULT-REFUSED.
           05  FILLER                  PIC X(40) VALUE
                   "RECOVERY REFUSED - NOTHING REWRITTEN, ".
           05  FILLER                  PIC X(40) VALUE
                   "RUN LOCK LEFT HELD".
       01  RPT-RESULT-STOPPED.
           05  FILLER                  PIC X(40) VALUE
                   "RECOVERY STOPPED - SEE JOB LOG, ".
           05  FILLER                  PIC X(40) VALUE
                   "RUN LOCK LEFT HELD".

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1400-GET-CURRENT-TIMESTAMP
           MOVE WS-FORMATTED-TIMESTAMP TO WS-RUN-TIMESTAMP
           PERFORM 1100-READ-PARAMETER-CARD
           IF WS-RETURN-CODE = 0
               PERFORM 0900-CLAIM-RUN-LOCK
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM 1000-OPEN-FILES
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM 1500-LOAD-MASTER
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM 1600-COUNT-POOL-BEFORE
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM 1700-LOAD-RESERVED-RANGES
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM 2000-APPLY-HISTORY
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM 2100-APPLY-AUDIT
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM 2500-APPLY-CHAIN-JOURNAL
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM 3000-SCAN-ISSUE-FILE
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM 4000-VERIFY-HIGH-WATER
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM 5000-REWRITE-MASTER
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM 6000-ROLL-POOL-FORWARD
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM 6500-SWEEP-POOL
           END-IF
           IF WS-RETURN-CODE = 0
               SET WS-RECOVERY-DONE TO TRUE
           END-IF
           IF WS-RPTFILE-OPEN
               PERFORM 8000-WRITE-REPORT
           END-IF
           PERFORM 9999-END-OF-JOB.

      *****************************************************************
      *    THE RECOVERY SHARES THE SEQCTR RUN LOCK, LIKE SEQMNT, WITH
      *    NO STALE OVERRIDE.  THE ONE EXCEPTION IS A LOCK LEFT BY AN
      *    EARLIER SEQRCV RUN, WHICH KEEPS IT ON PURPOSE UNTIL THE
      *    RECOVERY COMPLETES.
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
                   EVALUATE TRUE
                       WHEN WS-HELD-JOB-ID = SPACES
                           PERFORM 0950-WRITE-RUN-LOCK
                       WHEN WS-HELD-JOB-ID = WS-JOB-ID
                           DISPLAY "SEQRCV0086W - LOCK LEFT BY AN "
                               "EARLIER RECOVERY, TAKEN OVER"
                           PERFORM 0950-WRITE-RUN-LOCK
                       WHEN OTHER
                           DISPLAY "SEQRCV0080E - RUN LOCK HELD BY "
                               WS-HELD-JOB-ID ", RECOVERY REFUSED"
                           MOVE 8 TO WS-RETURN-CODE
                   END-EVALUATE
               ELSE
                   DISPLAY "SEQRCV0081E - UNABLE TO OPEN CTRLOCK "
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
               DISPLAY "SEQRCV0082E - UNABLE TO CLAIM CTRLOCK "
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
                   DISPLAY "SEQRCV0084E - LOCK CLAIMED BY "
                       WS-HELD-JOB-ID " WHILE CLAIMING, "
                       "RECOVERY REFUSED"
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           ELSE
               DISPLAY "SEQRCV0085E - UNABLE TO VERIFY CTRLOCK "
                   WS-CTRLOCK-STATUS
               MOVE 12 TO WS-RETURN-CODE
           END-IF.

      *****************************************************************
      *    THE RESTORED MASTER MUST BE THERE: A MISSING SEQMSTR
      *    MEANS THE BACKUP WAS NOT RESTORED, AND REBUILDING FROM AN
      *    EMPTY FILE WOULD LOSE EVERY SEQUENCE THAT HAD NO
      *    ACTIVITY SINCE THE BACKUP.  A MISSING POOL IS AN EMPTY
      *    ONE.
      *****************************************************************
       1000-OPEN-FILES.
           OPEN OUTPUT REPORT-FILE
           IF WS-RCVRPT-STATUS = "00"
               SET WS-RPTFILE-OPEN TO TRUE
           ELSE
               DISPLAY "SEQRCV0014E - UNABLE TO OPEN RCVRPT "
                   WS-RCVRPT-STATUS
               MOVE 12 TO WS-RETURN-CODE
           END-IF
           IF WS-RETURN-CODE = 0
               OPEN I-O SEQ-MASTER-FILE
               EVALUATE WS-SEQMSTR-STATUS
                   WHEN "00"
                       SET WS-SEQMSTR-OPEN TO TRUE
                   WHEN "35"
                       DISPLAY "SEQRCV0015E - NO SEQMSTR, RESTORE "
                           "THE BACKUP BEFORE RECOVERY"
                       MOVE 8 TO WS-RETURN-CODE
                   WHEN OTHER
                       DISPLAY "SEQRCV0016E - UNABLE TO OPEN SEQ "
                           "MASTER " WS-SEQMSTR-STATUS
                       MOVE 12 TO WS-RETURN-CODE
               END-EVALUATE
           END-IF
           IF WS-RETURN-CODE = 0
               OPEN I-O POOL-FILE
               IF WS-POOL-STATUS = "35"
                   DISPLAY "SEQRCV0017I - NO CTRPOOL, STARTING "
                       "FROM AN EMPTY POOL"
                   OPEN OUTPUT POOL-FILE
                   CLOSE POOL-FILE
                   OPEN I-O POOL-FILE
               END-IF
               IF WS-POOL-STATUS = "00"
                   SET WS-POOLFILE-OPEN TO TRUE
               ELSE
                   DISPLAY "SEQRCV0018E - UNABLE TO OPEN CTRPOOL "
                       WS-POOL-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-RETURN-CODE = 0
               OPEN INPUT PREFIX-FILE
               IF WS-CTRPFX-STATUS = "00"
                   SET WS-PFXFILE-OPEN TO TRUE
               ELSE
                   IF WS-CTRPFX-STATUS NOT = "35"
                       DISPLAY "SEQRCV0019E - UNABLE TO OPEN CTRPFX "
                           WS-CTRPFX-STATUS
                       MOVE 12 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-RETURN-CODE = 0
               OPEN INPUT YEAR-CLOSE-FILE
               IF WS-CTRYCL-STATUS = "00"
                   SET WS-YCLFILE-OPEN TO TRUE
               ELSE
                   IF WS-CTRYCL-STATUS NOT = "35"
                       DISPLAY "SEQRCV0020E - UNABLE TO OPEN CTRYCL "
                           WS-CTRYCL-STATUS
                       MOVE 12 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       1100-READ-PARAMETER-CARD.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-PARM-FOUND TO TRUE
               END-READ
               CLOSE PARM-FILE
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-PARM-FOUND
                   DISPLAY "SEQRCV0010E - NO RCVPARM CARD, "
                       "RECOVERY NOT RUN"
                   MOVE 8 TO WS-RETURN-CODE
               WHEN RCP-BACKUP-TS(1:14) NOT NUMERIC
                   DISPLAY "SEQRCV0011E - BACKUP TIMESTAMP "
                       RCP-BACKUP-TS(1:14) " NOT VALID"
                   MOVE 8 TO WS-RETURN-CODE
               WHEN RCP-BACKUP-TS NOT < WS-RUN-TIMESTAMP
                   DISPLAY "SEQRCV0012E - BACKUP TIMESTAMP "
                       RCP-BACKUP-TS(1:14) " IS NOT IN THE PAST"
                   MOVE 8 TO WS-RETURN-CODE
               WHEN RCP-REASON-CODE = SPACES
                  OR RCP-REQUESTER = SPACES
                  OR RCP-APPROVER = SPACES
                  OR RCP-REQUESTER = RCP-APPROVER
                   DISPLAY "SEQRCV0013E - REASON AND TWO DIFFERENT "
                       "IDS REQUIRED, RECOVERY NOT RUN"
                   MOVE 8 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE RCP-BACKUP-TS TO WS-BACKUP-TS
           END-EVALUATE.

       1400-GET-CURRENT-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-FORMATTED-TIMESTAMP.

       1500-LOAD-MASTER.
           MOVE LOW-VALUES TO SEQ-KEY
           START SEQ-MASTER-FILE KEY NOT < SEQ-KEY
               INVALID KEY
                   SET WS-SEQ-EOF TO TRUE
           END-START
           PERFORM 1550-LOAD-ONE-MASTER
               UNTIL WS-SEQ-EOF.

       1550-LOAD-ONE-MASTER.
           READ SEQ-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-SEQ-EOF TO TRUE
               NOT AT END
                   MOVE SEQ-KEY TO WS-FIND-NAME
                   PERFORM 3500-FIND-SEQUENCE
                   IF WS-SEQ-HIT-IX > 0
                       SET RCV-TAB-ON-BACKUP(WS-SEQ-HIT-IX) TO TRUE
                       MOVE SEQ-PREFIX TO RCV-TAB-PREFIX(WS-SEQ-HIT-IX)
                       MOVE SEQ-LAST-NUMBER
                           TO RCV-TAB-BEFORE-LAST(WS-SEQ-HIT-IX)
                           RCV-TAB-AFTER-LAST(WS-SEQ-HIT-IX)
                       IF SEQ-ISSUE-YEAR NUMERIC
                           MOVE SEQ-ISSUE-YEAR
                               TO RCV-TAB-BEFORE-YEAR(WS-SEQ-HIT-IX)
                                  RCV-TAB-AFTER-YEAR(WS-SEQ-HIT-IX)
                       END-IF
                       MOVE SEQ-SUCCESSOR
                           TO RCV-TAB-BEFORE-SUCC(WS-SEQ-HIT-IX)
                              RCV-TAB-AFTER-SUCC(WS-SEQ-HIT-IX)
                   ELSE
                       SET WS-SEQ-EOF TO TRUE
                   END-IF
           END-READ.

       1600-COUNT-POOL-BEFORE.
           MOVE LOW-VALUES TO POOL-KEY
           START POOL-FILE KEY NOT < POOL-KEY
               INVALID KEY
                   SET WS-POOL-EOF TO TRUE
           END-START
           PERFORM 1650-COUNT-ONE-POOL
               UNTIL WS-POOL-EOF.

       1650-COUNT-ONE-POOL.
           READ POOL-FILE NEXT RECORD
               AT END
                   SET WS-POOL-EOF TO TRUE
               NOT AT END
                   MOVE POOL-SEQ-NAME TO WS-FIND-NAME
                   PERFORM 3500-FIND-SEQUENCE
                   IF WS-SEQ-HIT-IX > 0
                       ADD 1 TO RCV-TAB-BEFORE-POOL(WS-SEQ-HIT-IX)
                       ADD 1 TO RCV-TAB-AFTER-POOL(WS-SEQ-HIT-IX)
                   ELSE
                       SET WS-POOL-EOF TO TRUE
                   END-IF
           END-READ.

      *****************************************************************
      *    NO CTRRSV FILE MEANS NOTHING HAS EVER BEEN RESERVED.
      *****************************************************************
       1700-LOAD-RESERVED-RANGES.
           OPEN INPUT RESERVE-FILE
           EVALUATE WS-CTRRSV-STATUS
               WHEN "00"
                   MOVE LOW-VALUES TO RSV-KEY
                   START RESERVE-FILE KEY NOT < RSV-KEY
                       INVALID KEY
                           SET WS-RSV-EOF TO TRUE
                   END-START
                   PERFORM 1750-LOAD-ONE-RANGE
                       UNTIL WS-RSV-EOF
                   CLOSE RESERVE-FILE
               WHEN "35"
                   DISPLAY "SEQRCV0032I - NO RESERVATION FILE"
               WHEN OTHER
                   DISPLAY "SEQRCV0033E - UNABLE TO OPEN CTRRSV "
                       WS-CTRRSV-STATUS
                   MOVE 12 TO WS-RETURN-CODE
           END-EVALUATE.

       1750-LOAD-ONE-RANGE.
           READ RESERVE-FILE NEXT RECORD
               AT END
                   SET WS-RSV-EOF TO TRUE
               NOT AT END
                   IF WS-RSV-USED >= WS-RSV-MAX
                       DISPLAY "SEQRCV0034E - RESERVATION TABLE FULL"
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

      *****************************************************************
      *    THE AUDIT TRAIL IS APPLIED IN THE ORDER IT WAS WRITTEN:
      *    ARCHIVED RECORDS (CTRHIST, IN START-TIME ORDER) ARE ALL
      *    OLDER THAN THE LIVE CTRAUDT ONES.
      *****************************************************************
       2000-APPLY-HISTORY.
           OPEN INPUT HISTORY-FILE
           EVALUATE WS-HIST-STATUS
               WHEN "00"
                   MOVE LOW-VALUES TO HIST-KEY
                   START HISTORY-FILE KEY NOT < HIST-KEY
                       INVALID KEY
                           SET WS-HIST-EOF TO TRUE
                   END-START
                   PERFORM 2050-READ-HISTORY-RECORD
                       UNTIL WS-HIST-EOF
                   CLOSE HISTORY-FILE
               WHEN "35"
                   DISPLAY "SEQRCV0021I - NO HISTORY FILE"
               WHEN OTHER
                   DISPLAY "SEQRCV0022E - UNABLE TO OPEN CTRHIST "
                       WS-HIST-STATUS
                   MOVE 12 TO WS-RETURN-CODE
           END-EVALUATE.

       2050-READ-HISTORY-RECORD.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
               NOT AT END
                   IF HIST-END-TS > WS-BACKUP-TS
                       MOVE HIST-REC-TYPE TO WS-EVT-TYPE
                       MOVE HIST-SEQ-NAME TO WS-EVT-SEQ-NAME
                       MOVE HIST-START-TS TO WS-EVT-START-TS
                       MOVE HIST-END-TS TO WS-EVT-END-TS
                       MOVE HIST-LIMIT TO WS-EVT-LIMIT
                       MOVE HIST-START-COUNT TO WS-EVT-START-COUNT
                       MOVE HIST-END-COUNT TO WS-EVT-END-COUNT
                       MOVE HIST-RETURN-CODE TO WS-EVT-RETURN-CODE
                       MOVE HIST-INCREMENT TO WS-EVT-INCREMENT
                       PERFORM 2300-APPLY-EVENT
                   END-IF
           END-READ
           IF WS-RETURN-CODE NOT = 0
               SET WS-HIST-EOF TO TRUE
           END-IF.

       2100-APPLY-AUDIT.
           OPEN INPUT AUDIT-FILE
           EVALUATE WS-AUDIT-STATUS
               WHEN "00"
                   PERFORM 2150-READ-AUDIT-RECORD
                       UNTIL WS-AUDIT-EOF
                   CLOSE AUDIT-FILE
               WHEN "35"
                   DISPLAY "SEQRCV0023I - NO AUDIT FILE"
               WHEN OTHER
                   DISPLAY "SEQRCV0024E - UNABLE TO OPEN CTRAUDT "
                       WS-AUDIT-STATUS
                   MOVE 12 TO WS-RETURN-CODE
           END-EVALUATE.

       2150-READ-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   SET WS-AUDIT-EOF TO TRUE
               NOT AT END
                   IF AUDIT-END-TS > WS-BACKUP-TS
                       MOVE AUDIT-REC-TYPE TO WS-EVT-TYPE
                       MOVE AUDIT-SEQ-NAME TO WS-EVT-SEQ-NAME
                       MOVE AUDIT-START-TS TO WS-EVT-START-TS
                       MOVE AUDIT-END-TS TO WS-EVT-END-TS
                       MOVE AUDIT-LIMIT TO WS-EVT-LIMIT
                       MOVE AUDIT-START-COUNT TO WS-EVT-START-COUNT
                       MOVE AUDIT-END-COUNT TO WS-EVT-END-COUNT
                       MOVE AUDIT-RETURN-CODE TO WS-EVT-RETURN-CODE
                       MOVE AUDIT-INCREMENT TO WS-EVT-INCREMENT
                       PERFORM 2300-APPLY-EVENT
                   END-IF
           END-READ
           IF WS-RETURN-CODE NOT = 0
               SET WS-AUDIT-EOF TO TRUE
           END-IF.

      *****************************************************************
      *    WHAT EACH RECORD TYPE DID TO THE MASTER:
      *      "I"  THE BLOCK LEFT THE COUNT AT ITS END COUNT, IN THE
      *           YEAR THE BLOCK STARTED; A BLOCK THAT ISSUED NO NEW
      *           NUMBER (REISSUES ONLY, OR NOTHING) MOVED NOTHING
      *           UNLESS IT WAS THE FIRST OF A NEW YEAR, WHICH
      *           RESTARTED THE COUNT
      *      "S"  THE SEQUENCE WAS CLOSED OUT AT ITS END COUNT
      *      "M"  SEQMNT SET THE COUNT TO ITS END COUNT, AND THE
      *           ISSUE YEAR TO AUDIT-LIMIT WHEN ONE IS RECORDED
      *      "O"  AN APPLIED SEQONB DEFINE CREATED THE SEQUENCE AT
      *           ITS END COUNT
      *    THE OTHER TYPES DO NOT TOUCH THE MASTER.
      *****************************************************************
       2300-APPLY-EVENT.
           IF WS-EVT-SEQ-NAME = SPACES
               MOVE "SEQCTR0001" TO WS-EVT-SEQ-NAME
           END-IF
           IF WS-EVT-TYPE = "I" OR WS-EVT-TYPE = SPACE
              OR WS-EVT-TYPE = "S" OR WS-EVT-TYPE = "M"
              OR WS-EVT-TYPE = "O"
               MOVE WS-EVT-SEQ-NAME TO WS-FIND-NAME
               PERFORM 3500-FIND-SEQUENCE
           ELSE
               MOVE 0 TO WS-SEQ-HIT-IX
           END-IF
           IF WS-SEQ-HIT-IX > 0
               EVALUATE TRUE
                   WHEN (WS-EVT-TYPE = "I" OR WS-EVT-TYPE = SPACE)
                    AND WS-EVT-END-COUNT > WS-EVT-START-COUNT
                       MOVE WS-EVT-END-COUNT
                           TO RCV-TAB-AFTER-LAST(WS-SEQ-HIT-IX)
                       MOVE WS-EVT-START-TS(1:4)
                           TO RCV-TAB-AFTER-YEAR(WS-SEQ-HIT-IX)
                       PERFORM 2350-NOTE-AUDIT-END
                   WHEN (WS-EVT-TYPE = "I" OR WS-EVT-TYPE = SPACE)
                    AND WS-EVT-END-COUNT > 0
                    AND WS-EVT-START-TS(1:4)
                        NOT = RCV-TAB-AFTER-YEAR(WS-SEQ-HIT-IX)
                       MOVE WS-EVT-END-COUNT
                           TO RCV-TAB-AFTER-LAST(WS-SEQ-HIT-IX)
                       MOVE WS-EVT-START-TS(1:4)
                           TO RCV-TAB-AFTER-YEAR(WS-SEQ-HIT-IX)
                       PERFORM 2360-NOTE-EVENT
                   WHEN WS-EVT-TYPE = "S"
                       MOVE WS-EVT-END-COUNT
                           TO RCV-TAB-AFTER-LAST(WS-SEQ-HIT-IX)
                       PERFORM 2350-NOTE-AUDIT-END
                   WHEN WS-EVT-TYPE = "M"
                       MOVE WS-EVT-END-COUNT
                           TO RCV-TAB-AFTER-LAST(WS-SEQ-HIT-IX)
                       IF WS-EVT-LIMIT > 0
                           MOVE WS-EVT-LIMIT
                               TO RCV-TAB-AFTER-YEAR(WS-SEQ-HIT-IX)
                       END-IF
                       PERFORM 2360-NOTE-EVENT
                   WHEN WS-EVT-TYPE = "O"
                    AND WS-EVT-RETURN-CODE = 0
                    AND NOT RCV-TAB-ON-BACKUP(WS-SEQ-HIT-IX)
                       MOVE WS-EVT-END-COUNT
                           TO RCV-TAB-AFTER-LAST(WS-SEQ-HIT-IX)
                       MOVE WS-EVT-END-TS(1:4)
                           TO RCV-TAB-AFTER-YEAR(WS-SEQ-HIT-IX)
                       PERFORM 2360-NOTE-EVENT
               END-EVALUATE
           END-IF.

       2350-NOTE-AUDIT-END.
           SET RCV-TAB-AUD-SEEN(WS-SEQ-HIT-IX) TO TRUE
           MOVE RCV-TAB-AFTER-YEAR(WS-SEQ-HIT-IX)
               TO RCV-TAB-AUD-YEAR(WS-SEQ-HIT-IX)
           MOVE WS-EVT-END-COUNT TO RCV-TAB-AUD-COUNT(WS-SEQ-HIT-IX)
           IF WS-EVT-INCREMENT NUMERIC AND WS-EVT-INCREMENT > 0
               MOVE WS-EVT-INCREMENT
                   TO RCV-TAB-AUD-INCR(WS-SEQ-HIT-IX)
           END-IF
           PERFORM 2360-NOTE-EVENT.

       2360-NOTE-EVENT.
           SET RCV-TAB-TOUCHED(WS-SEQ-HIT-IX) TO TRUE
           ADD 1 TO RCV-TAB-EVENTS(WS-SEQ-HIT-IX)
           ADD 1 TO WS-EVENTS-APPLIED.

      *****************************************************************
      *    SUCCESSORS: THE "M" RECORD OF A CHAIN CARD CARRIES NO
      *    NAME, SO THE SUCCESSOR COMES FROM SEQMNT'S JOURNAL.
      *****************************************************************
       2500-APPLY-CHAIN-JOURNAL.
           OPEN INPUT MNT-JOURNAL-FILE
           EVALUATE WS-CTRMNTA-STATUS
               WHEN "00"
                   PERFORM 2550-READ-CHAIN-RECORD
                       UNTIL WS-MNA-EOF
                   CLOSE MNT-JOURNAL-FILE
               WHEN "35"
                   DISPLAY "SEQRCV0025I - NO MAINTENANCE JOURNAL"
               WHEN OTHER
                   DISPLAY "SEQRCV0026E - UNABLE TO OPEN CTRMNTA "
                       WS-CTRMNTA-STATUS
                   MOVE 12 TO WS-RETURN-CODE
           END-EVALUATE.

       2550-READ-CHAIN-RECORD.
           READ MNT-JOURNAL-FILE
               AT END
                   SET WS-MNA-EOF TO TRUE
               NOT AT END
                   IF MNA-APPLIED-TS > WS-BACKUP-TS
                      AND MNA-ACTION = "CHAIN"
                       MOVE MNA-SEQ-NAME TO WS-FIND-NAME
                       PERFORM 3500-FIND-SEQUENCE
                       IF WS-SEQ-HIT-IX > 0
                           MOVE MNA-SUCCESSOR
                               TO RCV-TAB-AFTER-SUCC(WS-SEQ-HIT-IX)
                           ADD 1 TO WS-CHAINS-APPLIED
                           PERFORM 2360-NOTE-EVENT
                       ELSE
                           SET WS-MNA-EOF TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      *    THE CTROUT HIGH-WATER MARK: THE LAST NEW NUMBER WRITTEN
      *    FOR EACH SEQUENCE SINCE THE BACKUP.  REISSUES FROM THE
      *    POOL DO NOT MOVE THE COUNTER AND ARE LEFT FOR 6000.
      *****************************************************************
       3000-SCAN-ISSUE-FILE.
           OPEN INPUT OUTPUT-FILE
           EVALUATE WS-CTROUT-STATUS
               WHEN "00"
                   PERFORM 3050-READ-ISSUE-RECORD
                   PERFORM 3100-NOTE-ONE-ISSUE
                       UNTIL WS-CTROUT-EOF
                   CLOSE OUTPUT-FILE
               WHEN "35"
                   DISPLAY "SEQRCV0027I - NO CTROUT FILE"
               WHEN OTHER
                   DISPLAY "SEQRCV0028E - UNABLE TO OPEN CTROUT "
                       WS-CTROUT-STATUS
                   MOVE 12 TO WS-RETURN-CODE
           END-EVALUATE.

       3050-READ-ISSUE-RECORD.
           READ OUTPUT-FILE
               AT END
                   SET WS-CTROUT-EOF TO TRUE
           END-READ.

       3100-NOTE-ONE-ISSUE.
           IF OUT-TIMESTAMP > WS-BACKUP-TS
              AND OUT-REISSUE-FLAG NOT = "R"
              AND OUT-COUNT NUMERIC
               MOVE OUT-SEQ-NAME TO WS-FIND-NAME
               IF WS-FIND-NAME = SPACES
                   MOVE "SEQCTR0001" TO WS-FIND-NAME
               END-IF
               PERFORM 3150-GET-ISSUE-YEAR
               PERFORM 3500-FIND-SEQUENCE
               IF WS-SEQ-HIT-IX > 0
                   SET RCV-TAB-OUT-SEEN(WS-SEQ-HIT-IX) TO TRUE
                   MOVE WS-WORK-YEAR TO RCV-TAB-OUT-YEAR(WS-SEQ-HIT-IX)
                   MOVE OUT-COUNT TO RCV-TAB-OUT-COUNT(WS-SEQ-HIT-IX)
                   ADD 1 TO WS-ISSUES-SEEN
               ELSE
                   SET WS-CTROUT-EOF TO TRUE
               END-IF
           END-IF
           IF NOT WS-CTROUT-EOF
               PERFORM 3050-READ-ISSUE-RECORD
           END-IF.

      *****************************************************************
      *    THE ISSUE YEAR IS THE ONE EMBEDDED IN THE BUSINESS
      *    NUMBER; A RECORD WITHOUT ONE FALLS BACK TO ITS TIMESTAMP.
      *****************************************************************
       3150-GET-ISSUE-YEAR.
           IF OUT-BUSINESS-NO(4:4) NUMERIC
               MOVE OUT-BUSINESS-NO(4:4) TO WS-WORK-YEAR
           ELSE
               MOVE OUT-TIMESTAMP(1:4) TO WS-WORK-YEAR
           END-IF.

      *****************************************************************
      *    WS-FIND-NAME IS LOOKED UP AND ADDED WHEN NOT YET IN THE
      *    TABLE; WS-SEQ-HIT-IX IS ZERO ONLY WHEN THE TABLE IS FULL,
      *    WHICH STOPS THE RECOVERY.
      *****************************************************************
       3500-FIND-SEQUENCE.
           MOVE 0 TO WS-SEQ-HIT-IX
           MOVE 0 TO WS-SEQ-IX
           PERFORM 3550-SCAN-ONE-SEQUENCE
               WS-SEQ-USED TIMES
           IF WS-SEQ-HIT-IX = 0
               PERFORM 3600-ADD-SEQUENCE
           END-IF.

       3550-SCAN-ONE-SEQUENCE.
           ADD 1 TO WS-SEQ-IX
           IF WS-SEQ-HIT-IX = 0
              AND RCV-TAB-SEQ-NAME(WS-SEQ-IX) = WS-FIND-NAME
               MOVE WS-SEQ-IX TO WS-SEQ-HIT-IX
           END-IF.

       3600-ADD-SEQUENCE.
           IF WS-SEQ-USED >= WS-SEQ-MAX
               DISPLAY "SEQRCV0029E - SEQUENCE TABLE FULL AT "
                   WS-FIND-NAME
               MOVE 12 TO WS-RETURN-CODE
           ELSE
               ADD 1 TO WS-SEQ-USED
               MOVE WS-SEQ-USED TO WS-SEQ-HIT-IX
               MOVE SPACES TO WS-SEQUENCE-ENTRY(WS-SEQ-HIT-IX)
               MOVE WS-FIND-NAME TO RCV-TAB-SEQ-NAME(WS-SEQ-HIT-IX)
               MOVE "N" TO RCV-TAB-ON-BACKUP-SW(WS-SEQ-HIT-IX)
               MOVE "N" TO RCV-TAB-TOUCHED-SW(WS-SEQ-HIT-IX)
               MOVE "N" TO RCV-TAB-AUD-SW(WS-SEQ-HIT-IX)
               MOVE "N" TO RCV-TAB-OUT-SW(WS-SEQ-HIT-IX)
               MOVE 0 TO RCV-TAB-BEFORE-LAST(WS-SEQ-HIT-IX)
               MOVE 0 TO RCV-TAB-BEFORE-YEAR(WS-SEQ-HIT-IX)
               MOVE 0 TO RCV-TAB-BEFORE-POOL(WS-SEQ-HIT-IX)
               MOVE 0 TO RCV-TAB-AFTER-LAST(WS-SEQ-HIT-IX)
               MOVE 0 TO RCV-TAB-AFTER-YEAR(WS-SEQ-HIT-IX)
               MOVE 0 TO RCV-TAB-AFTER-POOL(WS-SEQ-HIT-IX)
               MOVE 0 TO RCV-TAB-EVENTS(WS-SEQ-HIT-IX)
               MOVE 0 TO RCV-TAB-AUD-YEAR(WS-SEQ-HIT-IX)
               MOVE 0 TO RCV-TAB-AUD-COUNT(WS-SEQ-HIT-IX)
               MOVE 0 TO RCV-TAB-AUD-INCR(WS-SEQ-HIT-IX)
               MOVE 0 TO RCV-TAB-OUT-YEAR(WS-SEQ-HIT-IX)
               MOVE 0 TO RCV-TAB-OUT-COUNT(WS-SEQ-HIT-IX)
           END-IF.

      *****************************************************************
      *    THE AUDIT TRAIL AND CTROUT MUST END IN THE SAME PLACE FOR
      *    EVERY SEQUENCE THAT ISSUED SINCE THE BACKUP.  ONE WITHOUT
      *    THE OTHER, OR DIFFERENT ENDS, MEANS THE ROLLED-FORWARD
      *    COUNT CANNOT BE TRUSTED AND THE RECOVERY IS REFUSED.  THE
      *    ONE ALLOWED DIFFERENCE IS A RESERVED-RANGE JUMP: A BLOCK
      *    THAT SKIPPED A CTRRSV RANGE AND THEN ROLLED OVER WITHOUT
      *    ISSUING ABOVE IT ENDS THE TRAIL AT THE TOP OF THE RANGE.
      *    IN THE SAME YEAR, WHEN EVERY COUNT FROM THE LAST ONE ON
      *    CTROUT (OR, IF NOTHING WAS ISSUED, THE BACKUP'S) UP TO
      *    THE TRAIL'S END LIES IN A RANGE RESERVED FOR THE
      *    SEQUENCE AND YEAR AND IN FORCE SINCE THE BACKUP, WALKED
      *    THE WAY SEQREC DOES, THE TWO ARE TAKEN AS AGREEING.
      *****************************************************************
       4000-VERIFY-HIGH-WATER.
           MOVE 0 TO WS-SEQ-IX
           PERFORM 4100-VERIFY-ONE-SEQUENCE
               WS-SEQ-USED TIMES
           IF WS-MISMATCHES > 0
               DISPLAY "SEQRCV0040E - CTROUT HIGH-WATER AND AUDIT "
                   "TRAIL DISAGREE FOR " WS-MISMATCHES
                   " SEQUENCE(S), RECOVERY REFUSED"
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       4100-VERIFY-ONE-SEQUENCE.
           ADD 1 TO WS-SEQ-IX
           PERFORM 4150-CHECK-RESERVED-JUMP
           EVALUATE TRUE
               WHEN RCV-TAB-AUD-SEEN(WS-SEQ-IX)
                AND RCV-TAB-OUT-SEEN(WS-SEQ-IX)
                AND RCV-TAB-AUD-YEAR(WS-SEQ-IX)
                    = RCV-TAB-OUT-YEAR(WS-SEQ-IX)
                AND RCV-TAB-AUD-COUNT(WS-SEQ-IX)
                    = RCV-TAB-OUT-COUNT(WS-SEQ-IX)
                   CONTINUE
               WHEN WS-RSV-JUMP
                   CONTINUE
               WHEN RCV-TAB-AUD-SEEN(WS-SEQ-IX)
                 OR RCV-TAB-OUT-SEEN(WS-SEQ-IX)
                   MOVE "MISMATCH" TO RCV-TAB-STATUS(WS-SEQ-IX)
                   ADD 1 TO WS-MISMATCHES
                   DISPLAY "SEQRCV0041E - " RCV-TAB-SEQ-NAME(WS-SEQ-IX)
                       " AUDIT END " RCV-TAB-AUD-YEAR(WS-SEQ-IX)
                       "/" RCV-TAB-AUD-COUNT(WS-SEQ-IX)
                       " CTROUT " RCV-TAB-OUT-YEAR(WS-SEQ-IX)
                       "/" RCV-TAB-OUT-COUNT(WS-SEQ-IX)
           END-EVALUATE
           IF RCV-TAB-STATUS(WS-SEQ-IX) = SPACES
               EVALUATE TRUE
                   WHEN NOT RCV-TAB-ON-BACKUP(WS-SEQ-IX)
                    AND RCV-TAB-TOUCHED(WS-SEQ-IX)
                       MOVE "CREATED" TO RCV-TAB-STATUS(WS-SEQ-IX)
                       ADD 1 TO WS-CREATED
                   WHEN NOT RCV-TAB-ON-BACKUP(WS-SEQ-IX)
                       MOVE "NO MASTER" TO RCV-TAB-STATUS(WS-SEQ-IX)
                   WHEN RCV-TAB-AFTER-LAST(WS-SEQ-IX)
                        NOT = RCV-TAB-BEFORE-LAST(WS-SEQ-IX)
                     OR RCV-TAB-AFTER-YEAR(WS-SEQ-IX)
                        NOT = RCV-TAB-BEFORE-YEAR(WS-SEQ-IX)
                     OR RCV-TAB-AFTER-SUCC(WS-SEQ-IX)
                        NOT = RCV-TAB-BEFORE-SUCC(WS-SEQ-IX)
                       MOVE "ROLLED" TO RCV-TAB-STATUS(WS-SEQ-IX)
                       ADD 1 TO WS-ROLLED
                   WHEN OTHER
                       MOVE "UNCHANGED" TO RCV-TAB-STATUS(WS-SEQ-IX)
               END-EVALUATE
           END-IF.

       4150-CHECK-RESERVED-JUMP.
           MOVE "N" TO WS-RSV-JUMP-SW
           IF RCV-TAB-OUT-SEEN(WS-SEQ-IX)
               MOVE RCV-TAB-OUT-YEAR(WS-SEQ-IX) TO WS-WALK-YEAR
               MOVE RCV-TAB-OUT-COUNT(WS-SEQ-IX) TO WS-WALK-POS
           ELSE
               MOVE RCV-TAB-BEFORE-YEAR(WS-SEQ-IX) TO WS-WALK-YEAR
               MOVE RCV-TAB-BEFORE-LAST(WS-SEQ-IX) TO WS-WALK-POS
           END-IF
           IF RCV-TAB-AUD-SEEN(WS-SEQ-IX)
              AND (RCV-TAB-OUT-SEEN(WS-SEQ-IX)
                   OR RCV-TAB-ON-BACKUP(WS-SEQ-IX))
              AND RCV-TAB-AUD-YEAR(WS-SEQ-IX) = WS-WALK-YEAR
              AND RCV-TAB-AUD-COUNT(WS-SEQ-IX) > WS-WALK-POS
               MOVE RCV-TAB-AUD-INCR(WS-SEQ-IX) TO WS-WALK-INCREMENT
               IF WS-WALK-INCREMENT = 0
                   MOVE 1 TO WS-WALK-INCREMENT
               END-IF
               MOVE "N" TO WS-RSV-DONE-SW
               PERFORM 4160-WALK-ONE-STEP
                   UNTIL WS-RSV-DONE
               IF WS-WALK-POS = RCV-TAB-AUD-COUNT(WS-SEQ-IX)
                   SET WS-RSV-JUMP TO TRUE
               END-IF
           END-IF.

       4160-WALK-ONE-STEP.
           COMPUTE WS-WALK-NEXT = WS-WALK-POS + WS-WALK-INCREMENT
           MOVE 0 TO WS-RSV-HIT-IX
           MOVE 0 TO WS-RSV-IX
           PERFORM 4170-SCAN-ONE-RANGE
               WS-RSV-USED TIMES
           IF WS-RSV-HIT-IX > 0
               MOVE RSV-TAB-TO(WS-RSV-HIT-IX) TO WS-WALK-POS
               IF WS-WALK-POS >= RCV-TAB-AUD-COUNT(WS-SEQ-IX)
                   SET WS-RSV-DONE TO TRUE
               END-IF
           ELSE
               SET WS-RSV-DONE TO TRUE
           END-IF.

       4170-SCAN-ONE-RANGE.
           ADD 1 TO WS-RSV-IX
           IF WS-RSV-HIT-IX = 0
              AND RSV-TAB-SEQ-NAME(WS-RSV-IX)
                  = RCV-TAB-SEQ-NAME(WS-SEQ-IX)
              AND RSV-TAB-YEAR(WS-RSV-IX) = WS-WALK-YEAR
              AND RSV-TAB-FROM(WS-RSV-IX) <= WS-WALK-NEXT
              AND RSV-TAB-TO(WS-RSV-IX) >= WS-WALK-NEXT
              AND RSV-TAB-RELEASED-TS(WS-RSV-IX) > WS-BACKUP-TS
              AND RSV-TAB-EXPIRY(WS-RSV-IX) >= WS-BACKUP-TS(1:8)
               MOVE WS-RSV-IX TO WS-RSV-HIT-IX
           END-IF.

      *****************************************************************
      *    ONLY NOW, WITH THE TRAIL PROVED, IS THE MASTER TOUCHED.
      *****************************************************************
       5000-REWRITE-MASTER.
           MOVE 0 TO WS-SEQ-IX
           PERFORM 5100-REWRITE-ONE-SEQUENCE
               WS-SEQ-USED TIMES.

       5100-REWRITE-ONE-SEQUENCE.
           ADD 1 TO WS-SEQ-IX
           EVALUATE RCV-TAB-STATUS(WS-SEQ-IX)
               WHEN "ROLLED"
                   MOVE RCV-TAB-SEQ-NAME(WS-SEQ-IX) TO SEQ-KEY
                   READ SEQ-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-SEQMSTR-STATUS = "00"
                       PERFORM 5150-MOVE-AFTER-VALUES
                       REWRITE SEQ-MASTER-RECORD
                           INVALID KEY
                               DISPLAY "SEQRCV0050E - MSTR UPDATE "
                                   "FAILED " SEQ-KEY
                               MOVE 12 TO WS-RETURN-CODE
                       END-REWRITE
                   ELSE
                       DISPLAY "SEQRCV0051E - MSTR READ FAILED "
                           SEQ-KEY " " WS-SEQMSTR-STATUS
                       MOVE 12 TO WS-RETURN-CODE
                   END-IF
               WHEN "CREATED"
                   MOVE SPACES TO SEQ-MASTER-RECORD
                   MOVE RCV-TAB-SEQ-NAME(WS-SEQ-IX) TO SEQ-KEY
                   PERFORM 5200-FIND-PREFIX
                   MOVE WS-WORK-PREFIX TO SEQ-PREFIX
                   PERFORM 5150-MOVE-AFTER-VALUES
                   WRITE SEQ-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "SEQRCV0052E - MSTR WRITE FAILED "
                               SEQ-KEY
                           MOVE 12 TO WS-RETURN-CODE
                   END-WRITE
           END-EVALUATE.

       5150-MOVE-AFTER-VALUES.
           MOVE RCV-TAB-AFTER-LAST(WS-SEQ-IX) TO SEQ-LAST-NUMBER
           MOVE RCV-TAB-AFTER-YEAR(WS-SEQ-IX) TO SEQ-ISSUE-YEAR
           MOVE RCV-TAB-AFTER-SUCC(WS-SEQ-IX) TO SEQ-SUCCESSOR
           MOVE WS-RUN-TIMESTAMP TO SEQ-LAST-UPDATED.

      *****************************************************************
      *    A SEQUENCE ONBOARDED SINCE THE BACKUP GETS ITS LIVE
      *    PREFIX BACK FROM THE REGISTRY; WITHOUT ONE THE FIRST
      *    THREE CHARACTERS OF THE NAME ARE USED, AS SEQCTR DOES.
      *****************************************************************
       5200-FIND-PREFIX.
           MOVE RCV-TAB-SEQ-NAME(WS-SEQ-IX)(1:3) TO WS-WORK-PREFIX
           IF WS-PFXFILE-OPEN
               MOVE "N" TO WS-PFX-EOF-SW
               MOVE LOW-VALUES TO PFX-KEY
               START PREFIX-FILE KEY NOT < PFX-KEY
                   INVALID KEY
                       SET WS-PFX-EOF TO TRUE
               END-START
               PERFORM 5250-SCAN-ONE-PREFIX
                   UNTIL WS-PFX-EOF
           END-IF.

       5250-SCAN-ONE-PREFIX.
           READ PREFIX-FILE NEXT RECORD
               AT END
                   SET WS-PFX-EOF TO TRUE
               NOT AT END
                   IF PFX-SEQ-NAME = RCV-TAB-SEQ-NAME(WS-SEQ-IX)
                      AND PFX-ACTIVE
                       MOVE PFX-KEY TO WS-WORK-PREFIX
                       SET WS-PFX-EOF TO TRUE
                   END-IF
           END-READ.

      *****************************************************************
      *    THE POOL IS ROLLED FORWARD BY MERGING THE TWO THINGS THAT
      *    CHANGE IT, EACH ALREADY IN TIME ORDER: A RETURN SEQRTI
      *    ACCEPTED ADDS AN ENTRY, A REISSUE ON CTROUT TAKES ONE
      *    OUT.  AN ENTRY ALREADY THERE, OR ALREADY GONE, IS LEFT
      *    AS IT IS, SO A SECOND RUN CHANGES NOTHING.
      *****************************************************************
       6000-ROLL-POOL-FORWARD.
           MOVE "N" TO WS-CTROUT-EOF-SW
           OPEN INPUT OUTPUT-FILE
           EVALUATE WS-CTROUT-STATUS
               WHEN "00"
                   PERFORM 6060-NEXT-REISSUE
               WHEN "35"
                   SET WS-CTROUT-EOF TO TRUE
               WHEN OTHER
                   DISPLAY "SEQRCV0028E - UNABLE TO OPEN CTROUT "
                       WS-CTROUT-STATUS
                   MOVE 12 TO WS-RETURN-CODE
                   SET WS-CTROUT-EOF TO TRUE
           END-EVALUATE
           OPEN INPUT RETURN-JOURNAL-FILE
           EVALUATE WS-CTRRTNA-STATUS
               WHEN "00"
                   PERFORM 6050-NEXT-RETURN
               WHEN "35"
                   DISPLAY "SEQRCV0030I - NO ACCEPTED-RETURN JOURNAL"
                   SET WS-RTA-EOF TO TRUE
               WHEN OTHER
                   DISPLAY "SEQRCV0031E - UNABLE TO OPEN CTRRTNA "
                       WS-CTRRTNA-STATUS
                   MOVE 12 TO WS-RETURN-CODE
                   SET WS-RTA-EOF TO TRUE
           END-EVALUATE
           IF WS-RETURN-CODE = 0
               PERFORM 6100-MERGE-ONE-EVENT
                   UNTIL WS-RTA-EOF AND WS-CTROUT-EOF
           END-IF
           IF WS-CTROUT-STATUS NOT = "35"
               CLOSE OUTPUT-FILE
           END-IF
           IF WS-CTRRTNA-STATUS NOT = "35"
               CLOSE RETURN-JOURNAL-FILE
           END-IF.

      *****************************************************************
      *    EACH STEPS TO THE NEXT RECORD THAT CHANGES THE POOL AFTER
      *    THE BACKUP, PASSING OVER THE ONES BEFORE IT (AND, ON
      *    CTROUT, EVERY NUMBER THAT WAS NOT A REISSUE).
      *****************************************************************
       6050-NEXT-RETURN.
           PERFORM 6055-READ-ONE-RETURN
           PERFORM 6055-READ-ONE-RETURN
               UNTIL WS-RTA-EOF
                  OR RTA-ACCEPT-TS > WS-BACKUP-TS.

       6055-READ-ONE-RETURN.
           READ RETURN-JOURNAL-FILE
               AT END
                   SET WS-RTA-EOF TO TRUE
           END-READ.

       6060-NEXT-REISSUE.
           PERFORM 6065-READ-ONE-OUTPUT
           PERFORM 6065-READ-ONE-OUTPUT
               UNTIL WS-CTROUT-EOF
                  OR (OUT-TIMESTAMP > WS-BACKUP-TS
                      AND OUT-REISSUE-FLAG = "R").

       6065-READ-ONE-OUTPUT.
           READ OUTPUT-FILE
               AT END
                   SET WS-CTROUT-EOF TO TRUE
           END-READ.

       6100-MERGE-ONE-EVENT.
           IF NOT WS-RTA-EOF
              AND (WS-CTROUT-EOF OR RTA-ACCEPT-TS NOT > OUT-TIMESTAMP)
               PERFORM 6200-ADD-POOL-ENTRY
               PERFORM 6050-NEXT-RETURN
           ELSE
               PERFORM 6300-REMOVE-POOL-ENTRY
               PERFORM 6060-NEXT-REISSUE
           END-IF
           IF WS-RETURN-CODE NOT = 0
               SET WS-RTA-EOF TO TRUE
               SET WS-CTROUT-EOF TO TRUE
           END-IF.

       6200-ADD-POOL-ENTRY.
           MOVE SPACES TO POOL-RECORD
           MOVE RTA-SEQ-NAME TO POOL-SEQ-NAME
           MOVE RTA-ISSUE-YEAR TO POOL-ISSUE-YEAR
           MOVE RTA-NUMBER TO POOL-NUMBER
           MOVE RTA-RETURN-TS TO POOL-RETURN-TS
           MOVE RTA-REASON-CODE TO POOL-REASON-CODE
           WRITE POOL-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           EVALUATE WS-POOL-STATUS
               WHEN "00"
                   ADD 1 TO WS-POOL-ADDED
               WHEN "22"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "SEQRCV0053E - POOL WRITE FAILED "
                       WS-POOL-STATUS
                   MOVE 12 TO WS-RETURN-CODE
           END-EVALUATE.

       6300-REMOVE-POOL-ENTRY.
           MOVE OUT-SEQ-NAME TO POOL-SEQ-NAME
           IF POOL-SEQ-NAME = SPACES
               MOVE "SEQCTR0001" TO POOL-SEQ-NAME
           END-IF
           PERFORM 3150-GET-ISSUE-YEAR
           MOVE WS-WORK-YEAR TO POOL-ISSUE-YEAR
           MOVE OUT-COUNT TO POOL-NUMBER
           DELETE POOL-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           EVALUATE WS-POOL-STATUS
               WHEN "00"
                   ADD 1 TO WS-POOL-REMOVED
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "SEQRCV0054E - POOL DELETE FAILED "
                       WS-POOL-STATUS
                   MOVE 12 TO WS-RETURN-CODE
           END-EVALUATE
           ADD 1 TO WS-REISSUES-SEEN.

      *****************************************************************
      *    FINAL PASS: AN ENTRY OF A CLOSED YEAR IS WRITTEN OFF AS
      *    SEQYEC WOULD HAVE DONE, AND THE REST ARE COUNTED FOR THE
      *    AFTER COLUMN.
      *****************************************************************
       6500-SWEEP-POOL.
           MOVE 0 TO WS-SEQ-IX
           PERFORM 6450-CLEAR-POOL-COUNT
               WS-SEQ-USED TIMES
           MOVE "N" TO WS-POOL-EOF-SW
           MOVE LOW-VALUES TO POOL-KEY
           START POOL-FILE KEY NOT < POOL-KEY
               INVALID KEY
                   SET WS-POOL-EOF TO TRUE
           END-START
           PERFORM 6550-SWEEP-ONE-POOL
               UNTIL WS-POOL-EOF.

       6450-CLEAR-POOL-COUNT.
           ADD 1 TO WS-SEQ-IX
           MOVE 0 TO RCV-TAB-AFTER-POOL(WS-SEQ-IX).

       6550-SWEEP-ONE-POOL.
           READ POOL-FILE NEXT RECORD
               AT END
                   SET WS-POOL-EOF TO TRUE
               NOT AT END
                   PERFORM 6600-CHECK-CLOSED-YEAR
                   IF WS-YEAR-CLOSED
                       DELETE POOL-FILE RECORD
                           INVALID KEY
                               DISPLAY "SEQRCV0054E - POOL DELETE "
                                   "FAILED " WS-POOL-STATUS
                               MOVE 12 TO WS-RETURN-CODE
                               SET WS-POOL-EOF TO TRUE
                           NOT INVALID KEY
                               ADD 1 TO WS-POOL-WRITTEN-OFF
                       END-DELETE
                   ELSE
                       MOVE POOL-SEQ-NAME TO WS-FIND-NAME
                       PERFORM 3500-FIND-SEQUENCE
                       IF WS-SEQ-HIT-IX > 0
                           ADD 1 TO RCV-TAB-AFTER-POOL(WS-SEQ-HIT-IX)
                       ELSE
                           SET WS-POOL-EOF TO TRUE
                       END-IF
                   END-IF
           END-READ.

       6600-CHECK-CLOSED-YEAR.
           MOVE "N" TO WS-YEAR-CLOSED-SW
           IF WS-YCLFILE-OPEN
               MOVE POOL-SEQ-NAME TO YCL-SEQ-NAME
               MOVE POOL-ISSUE-YEAR TO YCL-ISSUE-YEAR
               READ YEAR-CLOSE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CTRYCL-STATUS = "00"
                   SET WS-YEAR-CLOSED TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      *    THE BEFORE/AFTER REPORT IS PRINTED EVEN WHEN THE RECOVERY
      *    IS REFUSED: THE AFTER COLUMN THEN SHOWS WHERE THE TRAIL
      *    WOULD HAVE TAKEN EACH SEQUENCE, AND EVERY MISMATCH IS
      *    SHOWN UNDER ITS SEQUENCE.
      *****************************************************************
       8000-WRITE-REPORT.
           MOVE WS-RUN-TIMESTAMP(1:8) TO RPT-H1-DATE
           MOVE WS-BACKUP-TS(1:14) TO RPT-H1-BACKUP
           WRITE REPORT-LINE FROM RPT-HEADER-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM RPT-HEADER-2
           WRITE REPORT-LINE FROM RPT-HEADER-3
           MOVE 0 TO WS-SEQ-IX
           PERFORM 8100-WRITE-ONE-SEQUENCE
               WS-SEQ-USED TIMES
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SEQ-USED TO RPT-TRL-SEQUENCES
           MOVE WS-ROLLED TO RPT-TRL-ROLLED
           MOVE WS-CREATED TO RPT-TRL-CREATED
           MOVE WS-MISMATCHES TO RPT-TRL-MISMATCHES
           MOVE WS-EVENTS-APPLIED TO RPT-TRL-EVENTS
           WRITE REPORT-LINE FROM RPT-TRAILER-1
           MOVE WS-POOL-ADDED TO RPT-TRL-POOL-ADDED
           MOVE WS-POOL-REMOVED TO RPT-TRL-POOL-REMOVED
           MOVE WS-POOL-WRITTEN-OFF TO RPT-TRL-POOL-WRITTEN
           WRITE REPORT-LINE FROM RPT-TRAILER-2
           IF WS-RECOVERY-DONE
               MOVE RPT-RESULT-DONE TO RPT-RESULT-LINE
               DISPLAY "SEQRCV0001I - RECOVERY COMPLETE, ROLLED "
                   WS-ROLLED " CREATED " WS-CREATED
                   " POOL ADDED " WS-POOL-ADDED
                   " REMOVED " WS-POOL-REMOVED
           ELSE
               IF WS-MISMATCHES > 0
                   MOVE RPT-RESULT-REFUSED TO RPT-RESULT-LINE
               ELSE
                   MOVE RPT-RESULT-STOPPED TO RPT-RESULT-LINE
               END-IF
           END-IF
           WRITE REPORT-LINE FROM RPT-RESULT-LINE.

       8100-WRITE-ONE-SEQUENCE.
           ADD 1 TO WS-SEQ-IX
           MOVE RCV-TAB-SEQ-NAME(WS-SEQ-IX) TO RPT-DTL-SEQ-NAME
           MOVE RCV-TAB-BEFORE-LAST(WS-SEQ-IX) TO RPT-DTL-BEFORE-LAST
           MOVE RCV-TAB-BEFORE-YEAR(WS-SEQ-IX) TO RPT-DTL-BEFORE-YEAR
           MOVE RCV-TAB-BEFORE-SUCC(WS-SEQ-IX) TO RPT-DTL-BEFORE-SUCC
           MOVE RCV-TAB-BEFORE-POOL(WS-SEQ-IX) TO RPT-DTL-BEFORE-POOL
           MOVE RCV-TAB-AFTER-LAST(WS-SEQ-IX) TO RPT-DTL-AFTER-LAST
           MOVE RCV-TAB-AFTER-YEAR(WS-SEQ-IX) TO RPT-DTL-AFTER-YEAR
           MOVE RCV-TAB-AFTER-SUCC(WS-SEQ-IX) TO RPT-DTL-AFTER-SUCC
           MOVE RCV-TAB-AFTER-POOL(WS-SEQ-IX) TO RPT-DTL-AFTER-POOL
           MOVE RCV-TAB-EVENTS(WS-SEQ-IX) TO RPT-DTL-EVENTS
           MOVE RCV-TAB-STATUS(WS-SEQ-IX) TO RPT-DTL-STATUS
           IF NOT RCV-TAB-ON-BACKUP(WS-SEQ-IX)
               MOVE SPACES TO RPT-DTL-BEFORE-YEAR
           END-IF
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE
           IF RCV-TAB-STATUS(WS-SEQ-IX) = "MISMATCH"
               MOVE SPACES TO RPT-MIS-AUD-YEAR RPT-MIS-AUD-COUNT
                   RPT-MIS-OUT-YEAR RPT-MIS-OUT-COUNT
               IF RCV-TAB-AUD-SEEN(WS-SEQ-IX)
                   MOVE RCV-TAB-AUD-YEAR(WS-SEQ-IX) TO RPT-MIS-AUD-YEAR
                   MOVE RCV-TAB-AUD-COUNT(WS-SEQ-IX)
                       TO RPT-MIS-AUD-COUNT
               ELSE
                   MOVE "NONE" TO RPT-MIS-AUD-YEAR
               END-IF
               IF RCV-TAB-OUT-SEEN(WS-SEQ-IX)
                   MOVE RCV-TAB-OUT-YEAR(WS-SEQ-IX) TO RPT-MIS-OUT-YEAR
                   MOVE RCV-TAB-OUT-COUNT(WS-SEQ-IX)
                       TO RPT-MIS-OUT-COUNT
               ELSE
                   MOVE "NONE" TO RPT-MIS-OUT-YEAR
               END-IF
               WRITE REPORT-LINE FROM RPT-MISMATCH-LINE
           END-IF.

       9400-RELEASE-RUN-LOCK.
           OPEN OUTPUT LOCK-FILE
           IF WS-CTRLOCK-STATUS = "00"
               MOVE SPACES TO LOCK-RECORD
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
           ELSE
               DISPLAY "SEQRCV0083E - UNABLE TO RELEASE CTRLOCK "
                   WS-CTRLOCK-STATUS
               IF WS-RETURN-CODE = 0
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF.

      *****************************************************************
      *    THE LOCK IS RELEASED ONLY BY A COMPLETED RECOVERY.
      *****************************************************************
       9999-END-OF-JOB.
           IF WS-SEQMSTR-OPEN
               CLOSE SEQ-MASTER-FILE
           END-IF
           IF WS-POOLFILE-OPEN
               CLOSE POOL-FILE
           END-IF
           IF WS-PFXFILE-OPEN
               CLOSE PREFIX-FILE
           END-IF
           IF WS-YCLFILE-OPEN
               CLOSE YEAR-CLOSE-FILE
           END-IF
           IF WS-RPTFILE-OPEN
               CLOSE REPORT-FILE
           END-IF
           IF WS-LOCK-OWNED
               IF WS-RECOVERY-DONE
                   PERFORM 9400-RELEASE-RUN-LOCK
               ELSE
                   DISPLAY "SEQRCV0087W - RECOVERY NOT COMPLETE, "
                       "RUN LOCK LEFT HELD BY " WS-JOB-ID
               END-IF
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
