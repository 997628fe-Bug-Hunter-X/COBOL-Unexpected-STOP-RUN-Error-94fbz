      *    CEILING MID-BLOCK THE OLD SEQUENCE IS CLOSED OUT AND
      *    THE BLOCK FINISHES ON THE SUCCESSOR, WITH THE ROLLOVER
      *    RECORDED ON CTRAUDT (TYPE "S") AND ON THE CTRRPT REPORT.
      *
      *    RANGES SET ASIDE ON THE CTRRSV RESERVATION FILE (SEE
      *    SEQRSV) ARE NEVER ISSUED: A BLOCK THAT REACHES AN ACTIVE
      *    RESERVED RANGE CLOSES ITS SEGMENT BELOW THE RANGE AND
      *    CONTINUES ABOVE IT, WITH THE JUMP SHOWN ON CTRRPT.
      *
      *    A CTRREQS CARD WHOSE SYSTEM AND REFERENCE ARE ALREADY ON
      *    THE CTRASGK ASSIGNMENT CONTROL FILE, NONE OF IT RECLAIMED,
      *    IS A RESUBMISSION AFTER A FAILED PICKUP: THE ORIGINAL
      *    SEGMENTS ARE SENT AGAIN ON CTRASGN WITH STATUS "S" AND
      *    NOTHING NEW IS ISSUED.  A RESUBMISSION THAT ASKS FOR A
      *    DIFFERENT SEQUENCE OR QUANTITY IS REJECTED WITH REASON
      *    "RDIF" ON CTRRPT.
      *
      *    A PARM CARD WITH PARM-SIMULATE "Y" RUNS THE SAME LOGIC AS
      *    A WHAT-IF.  THE LIVE FILES ARE READ BUT NOTHING IS
      *    COMMITTED: SEQMSTR, CTRPOOL, CTRLGR, CTRCKPT AND CTRCARY
      *    ARE NOT UPDATED AND CTROUT, CTRASGN AND THE CTRAUDT ISSUE
      *    RECORDS ARE NOT WRITTEN.  EACH SEQUENCE'S MASTER IS
      *    PROJECTED IN CORE INSTEAD, SO LATER REQUESTS, ROLLOVERS
      *    AND POOL DRAWS SEE WHAT EARLIER ONES WOULD HAVE LEFT.  THE
      *    PROJECTED ASSIGNMENTS, WHAT WOULD BE CARRIED OVER AND THE
      *    END STATE OF EVERY SEQUENCE ARE REPORTED ON CTRSIM, WITH
      *    EACH EXCEPTION FLAGGED.  NO RUN LOCK IS TAKEN, SO A
      *    SIMULATION CAN RUN ALONGSIDE PRODUCTION.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRASGN-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "CTRASGK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASGK-KEY
               FILE STATUS IS WS-ASGK-STATUS.

           SELECT QUOTA-FILE ASSIGN TO "CTRQUOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRQUO-STATUS.
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

           SELECT SIM-REPORT-FILE ASSIGN TO "CTRSIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRSIM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY CTRASGN.

       FD  CONTROL-FILE.
           COPY CTRASGK.

       FD  QUOTA-FILE
           RECORDING MODE IS F.
           COPY CTRQUO.
       FD  LEDGER-FILE.
           COPY CTRLGR.

       FD  RESERVE-FILE.
           COPY CTRRSV.

       FD  LOCK-FILE
           RECORDING MODE IS F.
           COPY CTRLOCK.

       FD  SIM-REPORT-FILE
           RECORDING MODE IS F.
       01  SIM-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DATA-AREA.
           05  WS-COUNT                PIC 9(9) VALUE 0.
           05  WS-NUMBER               PIC 9(3) VALUE 1.

       01  WS-LIMIT                    PIC 9(5) VALUE 100.
       01  WS-SEQ-NAME                 PIC X(10) VALUE "SEQCTR0001".
       01  WS-RUN-MODE                 PIC X VALUE "S".
           88  WS-REQUEST-MODE              VALUE "R".
       01  WS-SIMULATE-SW              PIC X VALUE "N".
           88  WS-SIMULATION                VALUE "Y".
       01  WS-REPORT-WORK              PIC X(132).
       01  WS-ADD-CHECK                PIC 9(10) VALUE 0.
       01  WS-CHECKPOINT-INTERVAL      PIC 9(5) VALUE 1000.
       01  WS-SINCE-LAST-CKPT          PIC 9(5) VALUE 0.
       01  WS-START-COUNT              PIC 9(9) VALUE 0.
       01  WS-END-TIMESTAMP            PIC X(26).
       01  WS-BLOCK-START-TS           PIC X(26) VALUE SPACES.
       01  WS-CUR-SYSTEM               PIC X(8) VALUE SPACES.
       01  WS-REQ-TARGET-QTY           PIC 9(5) VALUE 0.
       01  WS-REQ-ISSUED               PIC 9(5) VALUE 0.
       01  WS-REQUESTS-DONE            PIC 9(5) VALUE 0.
       01  WS-BLOCK-START              PIC 9(9) VALUE 0.
       01  WS-BLOCK-END                PIC 9(9) VALUE 0.
       01  WS-SEQ-PREFIX               PIC X(3) VALUE SPACES.
       01  WS-ISSUE-YEAR               PIC 9(4) VALUE 0.
       01  WS-MASTER-YEAR              PIC 9(4) VALUE 0.
       01  WS-SEG-REISSUED             PIC 9(5) VALUE 0.
       01  WS-FITS-SW                  PIC X VALUE "N".
           88  WS-FITS                      VALUE "Y".
       01  WS-ISSUE-NUMBER             PIC 9(9) VALUE 0.
       01  WS-REISSUE-FLAG             PIC X(1) VALUE SPACE.
       01  WS-REQ-REISSUED             PIC 9(5) VALUE 0.
       01  WS-TOTAL-REISSUED           PIC 9(5) VALUE 0.
       01  WS-TOTAL-NEW                PIC 9(5) VALUE 0.
       01  WS-SEQ-CEILING              PIC 9(9) VALUE 999999999.
       01  WS-SEQ-FLOOR                PIC 9(9) VALUE 0.
       01  WS-POL-STATUS               PIC X(1) VALUE "A".
           88  WS-POL-ACTIVE                VALUE "A".
           88  WS-POL-SUSPENDED             VALUE "S".
               10  RQT-VALID-SW        PIC X(1).
               10  RQT-DONE-SW         PIC X(1).
               10  RQT-SHORT-QTY       PIC 9(5).
               10  RQT-SOURCE          PIC X(1).

      *****************************************************************
      *    RESUBMISSION CHECK.  A CTRREQS CARD IS MATCHED AGAINST THE
      *    SEGMENTS CTRASGK ALREADY HOLDS FOR ITS SYSTEM AND
      *    REFERENCE, PLUS ANY REMAINDER STILL CARRIED OVER FOR IT,
      *    TO DECIDE WHETHER IT IS NEW, A RE-SEND OR A CONFLICT.
      *****************************************************************
       01  WS-LOAD-SOURCE              PIC X(1) VALUE "Q".
       01  WS-CUR-REASON               PIC X(4) VALUE SPACES.
       01  WS-PRIOR-SEGS               PIC 9(3) VALUE 0.
       01  WS-PRIOR-RECLAIMED          PIC 9(3) VALUE 0.
       01  WS-PRIOR-QTY                PIC 9(7) VALUE 0.
       01  WS-PRIOR-SEQ-NAME           PIC X(10) VALUE SPACES.
       01  WS-PRIOR-CARRY-SW           PIC X VALUE "N".
           88  WS-PRIOR-CARRY               VALUE "Y".
       01  WS-PRIOR-ACTION-SW          PIC X VALUE "N".
           88  WS-PRIOR-NEW                 VALUE "N".
           88  WS-PRIOR-RESEND              VALUE "S".
           88  WS-PRIOR-CONFLICT            VALUE "X".

       01  WS-QUO-MAX                  PIC 9(3) VALUE 50.
       01  WS-QUO-USED                 PIC 9(3) VALUE 0.
           05  FILLER                  PIC X(44).
       01  WS-CARRY-WRITTEN            PIC 9(3) VALUE 0.

      *****************************************************************
      *    ACTIVE RESERVED RANGES OF THE SEQUENCE AND ISSUE YEAR
      *    BEING DRAWN FROM, LOADED FROM CTRRSV EACH TIME A BLOCK
      *    STARTS ON A SEQUENCE.
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

      *****************************************************************
      *    SIMULATION WORK.  ONE ENTRY PER SEQUENCE THE RUN TOUCHES:
      *    WHERE IT STOOD ON SEQMSTR AT ITS FIRST READ, AND, ONCE A
      *    BLOCK HAS CLOSED ON IT, THE MASTER RECORD AS 9000 WOULD
      *    HAVE WRITTEN IT.  THAT IMAGE STANDS IN FOR THE FILE ON
      *    EVERY LATER READ.  SIM-TAB-POOL-YEAR/NUMBER IS THE LAST
      *    POOL ENTRY DRAWN, WHICH STAYS ON CTRPOOL AND MUST NOT BE
      *    DRAWN TWICE.
      *****************************************************************
       01  WS-SIM-MAX                  PIC 9(3) VALUE 250.
       01  WS-SIM-USED                 PIC 9(3) VALUE 0.
       01  WS-SIM-IX                   PIC 9(3) VALUE 0.
       01  WS-SIM-HIT-IX               PIC 9(3) VALUE 0.
       01  WS-SIM-EXCEPTIONS           PIC 9(5) VALUE 0.
       01  WS-SIM-LEFT                 PIC 9(9) VALUE 0.
       01  WS-SIM-TABLE.
           05  WS-SIM-ENTRY OCCURS 250 TIMES.
               10  SIM-TAB-SEQ-NAME    PIC X(10).
               10  SIM-TAB-ON-FILE-SW  PIC X(1).
                   88  SIM-TAB-ON-FILE       VALUE "Y".
               10  SIM-TAB-START-COUNT PIC 9(9).
               10  SIM-TAB-START-YEAR  PIC 9(4).
               10  SIM-TAB-PROJECTED-SW
                                       PIC X(1).
                   88  SIM-TAB-PROJECTED     VALUE "Y".
               10  SIM-TAB-MASTER      PIC X(80).
               10  SIM-TAB-CEILING     PIC 9(9).
               10  SIM-TAB-NEW         PIC 9(7).
               10  SIM-TAB-REISSUED    PIC 9(7).
               10  SIM-TAB-POOL-YEAR   PIC 9(4).
               10  SIM-TAB-POOL-NUMBER PIC 9(9).
               10  SIM-TAB-FLAG        PIC X(10).

       01  WS-BUSINESS-NUMBER.
           05  WS-BUS-PREFIX           PIC X(3).
           05  WS-BUS-YEAR             PIC X(4).
           05  WS-BUS-COUNT            PIC 9(9).
           05  WS-BUS-CHECK-DIGIT      PIC X(1).
           COPY CTRVAL.

       01  WS-AUDIT-STATUS             PIC XX VALUE "00".
       01  WS-CTRREQ-STATUS            PIC XX VALUE "00".
       01  WS-CTRASGN-STATUS           PIC XX VALUE "00".
       01  WS-ASGK-STATUS              PIC XX VALUE "00".
       01  WS-POOL-STATUS              PIC XX VALUE "00".
       01  WS-LEDGER-STATUS            PIC XX VALUE "00".
       01  WS-CTRQUO-STATUS            PIC XX VALUE "00".
       01  WS-CTRCARY-STATUS           PIC XX VALUE "00".
       01  WS-CTRLOCK-STATUS           PIC XX VALUE "00".
       01  WS-CTRRSV-STATUS            PIC XX VALUE "00".
       01  WS-CTRSIM-STATUS            PIC XX VALUE "00".
       01  WS-SEQMSTR-FOUND-SW         PIC X VALUE "N".
           88  WS-SEQMSTR-FOUND             VALUE "Y".
       01  WS-OVERFLOW-SW              PIC X VALUE "N".
           88  WS-REQFILE-OPEN              VALUE "Y".
       01  WS-ASGNFILE-OPEN-SW         PIC X VALUE "N".
           88  WS-ASGNFILE-OPEN             VALUE "Y".
       01  WS-ASGKFILE-OPEN-SW         PIC X VALUE "N".
           88  WS-ASGKFILE-OPEN             VALUE "Y".
       01  WS-ASGK-EOF-SW              PIC X VALUE "N".
           88  WS-ASGK-EOF                  VALUE "Y".
       01  WS-REQFILE-EOF-SW           PIC X VALUE "N".
           88  WS-REQFILE-EOF               VALUE "Y".
       01  WS-CARRY-EOF-SW             PIC X VALUE "N".
           88  WS-LGR-FOUND                 VALUE "Y".
       01  WS-LOCK-OWNED-SW            PIC X VALUE "N".
           88  WS-LOCK-OWNED                VALUE "Y".
       01  WS-RSVFILE-OPEN-SW          PIC X VALUE "N".
           88  WS-RSVFILE-OPEN              VALUE "Y".
       01  WS-RSV-EOF-SW               PIC X VALUE "N".
           88  WS-RSV-EOF                   VALUE "Y".
       01  WS-LOCK-MAX-AGE-MIN         PIC 9(4) VALUE 120.
       01  WS-LOCK-AGE-MIN             PIC S9(7) VALUE 0.
       01  WS-LOCK-AGE-DISP            PIC ZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE "SYSTEM".
           05  FILLER                  PIC X(14) VALUE "REFERENCE".
           05  FILLER                  PIC X(12) VALUE "SEQUENCE".
           05  FILLER                  PIC X(11) VALUE "START".
           05  FILLER                  PIC X(11) VALUE "END".
           05  FILLER                  PIC X(7)  VALUE "ISSUED".
           05  FILLER                  PIC X(7)  VALUE "REISS".
           05  FILLER                  PIC X(4)  VALUE "ST".
           05  FILLER                  PIC X(28) VALUE "TIMESTAMP".
           05  FILLER                  PIC X(6)  VALUE "REASON".

       01  RPT-DETAIL-LINE.
           05  RPT-DTL-SYSTEM          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-SEQ-NAME        PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-START           PIC Z(8)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-END             PIC Z(8)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-ISSUED          PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-STATUS          PIC X(1).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RPT-DTL-TIMESTAMP       PIC X(26).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-REASON          PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-FLAG            PIC X(10) VALUE SPACES.

       01  RPT-ROLLOVER-LINE.
           05  FILLER                  PIC X(15) VALUE
           05  FILLER                  PIC X(23) VALUE
                   ", BLOCK CONTINUES THERE".

       01  RPT-RESERVED-LINE.
           05  FILLER                  PIC X(15) VALUE
                   "** RESERVED **".
           05  RPT-RSV-SEQ-NAME        PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RPT-RSV-FROM            PIC Z(8)9.
           05  FILLER                  PIC X(6)  VALUE " THRU ".
           05  RPT-RSV-TO              PIC Z(8)9.
           05  FILLER                  PIC X(10) VALUE " HELD FOR ".
           05  RPT-RSV-OWNER           PIC X(8).
           05  FILLER                  PIC X(33) VALUE
                   ", SKIPPED, BLOCK CONTINUES ABOVE".

       01  RPT-TRAILER-LINE.
           05  FILLER                  PIC X(22) VALUE
                   "FINAL SEQUENCE VALUE:".
           05  RPT-TRL-FINAL-COUNT     PIC Z(8)9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE
                   "TOTAL ISSUED:".
           05  FILLER                  PIC X(10) VALUE "REISSUED:".
           05  RPT-TRL-REISSUED        PIC ZZZZ9.

       01  RPT-SIM-BANNER.
           05  FILLER                  PIC X(44) VALUE
                   "*** SIMULATION - PROJECTED ASSIGNMENTS ONLY,".
           05  FILLER                  PIC X(31) VALUE
                   " NOTHING HAS BEEN COMMITTED ***".

       01  RPT-SIM-CARRY-HEADER.
           05  FILLER                  PIC X(40) VALUE
                   "WOULD BE CARRIED OVER ON CTRCARY:".

       01  RPT-SIM-CARRY-LINE.
           05  RPT-CRY-SYSTEM          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-CRY-REFERENCE       PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-CRY-SEQ-NAME        PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE "QTY:".
           05  RPT-CRY-QUANTITY        PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "PRIORITY:".
           05  RPT-CRY-PRIORITY        PIC 9(1).

       01  RPT-SIM-END-HEADER-1.
           05  FILLER                  PIC X(40) VALUE
                   "PROJECTED END STATE PER SEQUENCE:".

       01  RPT-SIM-END-HEADER-2.
           05  FILLER                  PIC X(12) VALUE "SEQUENCE".
           05  FILLER                  PIC X(11) VALUE "START".
           05  FILLER                  PIC X(6)  VALUE "YEAR".
           05  FILLER                  PIC X(11) VALUE "END".
           05  FILLER                  PIC X(6)  VALUE "YEAR".
           05  FILLER                  PIC X(9)  VALUE "NEW".
           05  FILLER                  PIC X(9)  VALUE "REISS".
           05  FILLER                  PIC X(11) VALUE "CEILING".
           05  FILLER                  PIC X(11) VALUE "LEFT".
           05  FILLER                  PIC X(12) VALUE "SUCCESSOR".
           05  FILLER                  PIC X(10) VALUE "FLAG".

       01  RPT-SIM-END-LINE.
           05  RPT-END-SEQ-NAME        PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-END-START           PIC Z(8)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-END-START-YEAR      PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-END-COUNT           PIC Z(8)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-END-YEAR            PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-END-NEW             PIC Z(6)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-END-REISSUED        PIC Z(6)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-END-CEILING         PIC Z(8)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-END-LEFT            PIC Z(8)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-END-SUCCESSOR       PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-END-FLAG            PIC X(10).

       01  RPT-SIM-TRAILER.
           05  FILLER                  PIC X(12) VALUE "EXCEPTIONS:".
           05  RPT-SIM-EXCEPTIONS      PIC ZZZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
                   "WOULD CARRY OVER:".
           05  RPT-SIM-CARRIED         PIC ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "SEQUENCES:".
           05  RPT-SIM-SEQUENCES       PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1100-READ-PARAMETER-CARD
           IF WS-SIMULATION
               DISPLAY "SEQCTR0012I - SIMULATION RUN, NOTHING WILL BE "
                   "COMMITTED, NO RUN LOCK TAKEN"
               PERFORM 7000-OPEN-SIMULATION-FILES
           ELSE
               PERFORM 0900-CLAIM-RUN-LOCK
               IF WS-RETURN-CODE = 0
                   PERFORM 1000-OPEN-SEQUENCE-MASTER
               END-IF
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM 1050-OPEN-POLICY-FILE
           PERFORM 1400-GET-CURRENT-TIMESTAMP
           MOVE WS-FORMATTED-TIMESTAMP TO WS-START-TIMESTAMP
           MOVE WS-FORMATTED-TIMESTAMP TO WS-BLOCK-START-TS
           IF WS-RETURN-CODE = 0 AND NOT WS-SIMULATION
               PERFORM 1300-OPEN-CHECKPOINT
           END-IF
           IF WS-RETURN-CODE = 0 AND NOT WS-SIMULATION
               PERFORM 1700-OPEN-RECYCLE-POOL
           END-IF
           IF WS-RETURN-CODE = 0 AND NOT WS-SIMULATION
               PERFORM 1800-OPEN-LEDGER-FILE
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM 1750-OPEN-RESERVE-FILE
           END-IF
           IF WS-RETURN-CODE = 0 AND NOT WS-SIMULATION
               OPEN EXTEND OUTPUT-FILE
               IF WS-CTROUT-STATUS = "35"
                   OPEN OUTPUT OUTPUT-FILE
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-RETURN-CODE = 0 AND WS-SIMULATION
               PERFORM 7050-OPEN-SIMULATION-REPORT
           END-IF
           IF WS-RETURN-CODE = 0 AND NOT WS-SIMULATION
               OPEN OUTPUT REPORT-FILE
               IF WS-CTRRPT-STATUS = "00"
                   SET WS-RPTFILE-OPEN TO TRUE
                       PERFORM 3070-SERVE-ONE-REQUEST
                           UNTIL WS-REQS-REMAINING = 0
                              OR WS-OVERFLOW-DETECTED
                       IF WS-SIMULATION
                           PERFORM 7600-PROJECT-CARRYOVER
                       ELSE
                           PERFORM 3800-WRITE-CARRYOVER-FILE
                       END-IF
                   END-IF
               ELSE
                   MOVE WS-JOB-ID TO WS-CUR-SYSTEM
                   END-IF
               END-IF
               PERFORM 8000-WRITE-REPORT-TRAILER
               IF WS-SIMULATION
                   PERFORM 7800-WRITE-PROJECTED-END-STATE
               END-IF
           END-IF
           IF WS-OUTFILE-OPEN
               CLOSE OUTPUT-FILE
           END-IF
           IF WS-RPTFILE-OPEN
               IF WS-SIMULATION
                   CLOSE SIM-REPORT-FILE
               ELSE
                   CLOSE REPORT-FILE
               END-IF
           END-IF
           IF WS-REQFILE-OPEN
               CLOSE REQUEST-FILE
           IF WS-ASGNFILE-OPEN
               CLOSE ASSIGN-FILE
           END-IF
           IF WS-ASGKFILE-OPEN
               CLOSE CONTROL-FILE
           END-IF
           PERFORM 9999-END-OF-JOB.

      *****************************************************************

       1500-WRITE-REPORT-HEADERS.
           MOVE WS-START-TIMESTAMP(1:8) TO RPT-H1-DATE
           MOVE RPT-HEADER-1 TO WS-REPORT-WORK
           PERFORM 8900-PUT-REPORT-LINE
           IF WS-SIMULATION
               MOVE RPT-SIM-BANNER TO WS-REPORT-WORK
               PERFORM 8900-PUT-REPORT-LINE
           END-IF
           MOVE WS-JOB-ID TO RPT-H2-JOB
           IF WS-REQUEST-MODE
               MOVE "*REQUESTS*" TO RPT-H2-SEQ-NAME
           ELSE
               MOVE WS-SEQ-NAME TO RPT-H2-SEQ-NAME
           END-IF
           MOVE RPT-HEADER-2 TO WS-REPORT-WORK
           PERFORM 8900-PUT-REPORT-LINE
           MOVE RPT-HEADER-3 TO WS-REPORT-WORK
           PERFORM 8900-PUT-REPORT-LINE.

       1600-OPEN-REQUEST-FILES.
           OPEN INPUT REQUEST-FILE
                   WS-CTRREQ-STATUS
               MOVE 12 TO WS-RETURN-CODE
           END-IF
           IF WS-RETURN-CODE = 0 AND NOT WS-SIMULATION
               OPEN OUTPUT ASSIGN-FILE
               IF WS-CTRASGN-STATUS = "00"
                   SET WS-ASGNFILE-OPEN TO TRUE
                       WS-CTRASGN-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF
      *****************************************************************
      *    NO CTRASGK YET MEANS SEQACK HAS NEVER LOADED AN
      *    ASSIGNMENT, SO NO CARD CAN BE A RESUBMISSION.
      *****************************************************************
           IF WS-RETURN-CODE = 0
               OPEN INPUT CONTROL-FILE
               IF WS-ASGK-STATUS = "00"
                   SET WS-ASGKFILE-OPEN TO TRUE
               ELSE
                   IF WS-ASGK-STATUS = "35"
                       DISPLAY "SEQCTR0053I - NO CTRASGK FILE, "
                           "RESUBMISSIONS NOT CHECKED"
                   ELSE
                       DISPLAY "SEQCTR0054E - UNABLE TO OPEN CTRASGK "
                           WS-ASGK-STATUS
                       MOVE 12 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
               MOVE RQT-SHORT-QTY(WS-REQ-IX) TO CRY-QUANTITY
               MOVE RQT-REFERENCE(WS-REQ-IX) TO CRY-REFERENCE
               MOVE RQT-PRIORITY(WS-REQ-IX) TO CRY-PRIORITY
               IF WS-SIMULATION
                   PERFORM 7650-PRINT-PROJECTED-CARRY
               ELSE
                   MOVE WS-CARRY-WORK TO CARRY-RECORD
                   WRITE CARRY-RECORD
               END-IF
               ADD 1 TO WS-CARRY-WRITTEN
           END-IF.

               END-IF
           END-IF.

      *****************************************************************
      *    NO CTRRSV FILE MEANS NOTHING HAS EVER BEEN RESERVED.
      *****************************************************************
       1750-OPEN-RESERVE-FILE.
           OPEN INPUT RESERVE-FILE
           IF WS-CTRRSV-STATUS = "00"
               SET WS-RSVFILE-OPEN TO TRUE
           ELSE
               IF WS-CTRRSV-STATUS = "35"
                   DISPLAY "SEQCTR0018I - NO RESERVATION FILE"
               ELSE
                   DISPLAY "SEQCTR0019E - UNABLE TO OPEN CTRRSV "
                       WS-CTRRSV-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF.

      *****************************************************************
      *    ALL REQUESTS ARE LOADED BEFORE ANY IS SERVED: CARRYOVER
      *    RECORDS DEFERRED BY THE PREVIOUS RUN FIRST, THEN THE
      *    BACK A SECOND TIME BY NEWER CARDS OF THE SAME PRIORITY.
      *****************************************************************
       3000-LOAD-REQUEST-TABLE.
           MOVE "C" TO WS-LOAD-SOURCE
           PERFORM 3010-LOAD-CARRYOVER-FILE
           MOVE "Q" TO WS-LOAD-SOURCE
           PERFORM 3020-READ-ONE-REQUEST
           PERFORM 3030-LOAD-ONE-REQUEST
               UNTIL WS-REQFILE-EOF
               END-IF
               MOVE "N" TO RQT-DONE-SW(WS-REQ-USED)
               MOVE 0 TO RQT-SHORT-QTY(WS-REQ-USED)
               MOVE WS-LOAD-SOURCE TO RQT-SOURCE(WS-REQ-USED)
           END-IF.

       3070-SERVE-ONE-REQUEST.
           MOVE RQT-SEQ-NAME(WS-REQ-PICK-IX) TO WS-SEQ-NAME
           MOVE RQT-REFERENCE(WS-REQ-PICK-IX) TO WS-CUR-REFERENCE
           MOVE RQT-QUANTITY(WS-REQ-PICK-IX) TO WS-REQ-TARGET-QTY
           MOVE SPACES TO WS-CUR-REASON
           SET WS-PRIOR-NEW TO TRUE
           IF RQT-VALID-SW(WS-REQ-PICK-IX) = "Y"
              AND RQT-SOURCE(WS-REQ-PICK-IX) = "Q"
              AND WS-ASGKFILE-OPEN
               PERFORM 3400-CHECK-PRIOR-ASSIGNMENT
           END-IF
           IF RQT-VALID-SW(WS-REQ-PICK-IX) = "N"
               MOVE "INVL" TO WS-CUR-REASON
               PERFORM 3150-REJECT-REQUEST
           ELSE
               IF WS-PRIOR-RESEND
                   PERFORM 3450-RESEND-PRIOR-SEGMENTS
               ELSE
                   IF WS-PRIOR-CONFLICT
                       PERFORM 3470-REJECT-RESUBMISSION
                   ELSE
                       PERFORM 3110-SERVE-NEW-REQUEST
                   END-IF
               END-IF
           END-IF.

       3110-SERVE-NEW-REQUEST.
           PERFORM 1250-READ-POLICY-RECORD
           PERFORM 3120-CHECK-SYSTEM-AUTH
           IF NOT WS-POL-ACTIVE
               DISPLAY "SEQCTR0090E - SEQUENCE " WS-SEQ-NAME
                   " IS NOT ACTIVE, REF " WS-CUR-REFERENCE
               MOVE "INAC" TO WS-CUR-REASON
               PERFORM 3150-REJECT-REQUEST
           ELSE
               IF NOT WS-AUTH-OK
                   DISPLAY "SEQCTR0091E - SYSTEM " WS-CUR-SYSTEM
                       " NOT AUTHORIZED FOR " WS-SEQ-NAME
                       ", REF " WS-CUR-REFERENCE
                   MOVE "AUTH" TO WS-CUR-REASON
                   PERFORM 3150-REJECT-REQUEST
               ELSE
                   MOVE WS-REQ-TARGET-QTY TO WS-CUR-QUANTITY
                   PERFORM 3170-APPLY-SYSTEM-QUOTA
                   IF WS-CUR-QUANTITY = 0
                       PERFORM 3160-DEFER-REQUEST
                       MOVE WS-REQ-TARGET-QTY
                           TO RQT-SHORT-QTY(WS-REQ-PICK-IX)
                   ELSE
                       PERFORM 3200-ISSUE-REQUEST-BLOCK
                       PERFORM 3175-TALLY-QUOTA-USAGE
                       IF WS-REQ-ISSUED < WS-REQ-TARGET-QTY
                           COMPUTE
                               RQT-SHORT-QTY(WS-REQ-PICK-IX) =
                               WS-REQ-TARGET-QTY - WS-REQ-ISSUED
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *    A REQUESTER WHOSE PICKUP FAILED RESUBMITS THE SAME SYSTEM
      *    AND REFERENCE.  THE ORIGINAL REQUEST IS RECONSTRUCTED FROM
      *    CTRASGK: THE SEQUENCE OF ITS FIRST SEGMENT (LATER SEGMENTS
      *    MAY SIT ON A SUCCESSOR) AND THE SUM OF ITS SEGMENTS, PLUS
      *    ANY REMAINDER THIS RUN IS STILL CARRYING OVER FOR IT.  A
      *    REFERENCE WITH A RECLAIMED SEGMENT HAS HAD ITS NUMBERS
      *    TAKEN BACK, SO THE CARD IS SERVED AS A NEW REQUEST.  ONLY
      *    CTRREQS CARDS ARE CHECKED - A CARRYOVER RECORD IS THE
      *    ORIGINAL REQUEST CONTINUING, NOT A RESUBMISSION.
      *****************************************************************
       3400-CHECK-PRIOR-ASSIGNMENT.
           MOVE 0 TO WS-PRIOR-SEGS
           MOVE 0 TO WS-PRIOR-RECLAIMED
           MOVE 0 TO WS-PRIOR-QTY
           MOVE SPACES TO WS-PRIOR-SEQ-NAME
           MOVE "N" TO WS-PRIOR-CARRY-SW
           PERFORM 3405-START-PRIOR-SCAN
           PERFORM 3410-SCAN-PRIOR-SEGMENT
               UNTIL WS-ASGK-EOF
           MOVE 0 TO WS-REQ-IX
           PERFORM 3420-SCAN-PRIOR-CARRYOVER
               WS-REQ-USED TIMES
           IF WS-PRIOR-RECLAIMED > 0
              OR (WS-PRIOR-SEGS = 0 AND NOT WS-PRIOR-CARRY)
               SET WS-PRIOR-NEW TO TRUE
           ELSE
               IF WS-PRIOR-SEQ-NAME = WS-SEQ-NAME
                  AND WS-PRIOR-QTY = WS-REQ-TARGET-QTY
                   SET WS-PRIOR-RESEND TO TRUE
               ELSE
                   SET WS-PRIOR-CONFLICT TO TRUE
               END-IF
           END-IF.

       3405-START-PRIOR-SCAN.
           MOVE "N" TO WS-ASGK-EOF-SW
           MOVE WS-CUR-SYSTEM TO ASGK-SYSTEM
           MOVE WS-CUR-REFERENCE TO ASGK-REFERENCE
           MOVE 0 TO ASGK-SEGMENT
           START CONTROL-FILE KEY NOT < ASGK-KEY
               INVALID KEY
                   SET WS-ASGK-EOF TO TRUE
           END-START.

       3410-SCAN-PRIOR-SEGMENT.
           READ CONTROL-FILE NEXT RECORD
               AT END
                   SET WS-ASGK-EOF TO TRUE
               NOT AT END
                   IF ASGK-SYSTEM = WS-CUR-SYSTEM
                      AND ASGK-REFERENCE = WS-CUR-REFERENCE
                       ADD 1 TO WS-PRIOR-SEGS
                       IF WS-PRIOR-SEGS = 1
                           MOVE ASGK-SEQ-NAME TO WS-PRIOR-SEQ-NAME
                       END-IF
                       ADD ASGK-QUANTITY TO WS-PRIOR-QTY
                       IF ASGK-RECLAIMED
                           ADD 1 TO WS-PRIOR-RECLAIMED
                       END-IF
                   ELSE
                       SET WS-ASGK-EOF TO TRUE
                   END-IF
           END-READ.

      *****************************************************************
      *    A REQUEST STILL PARTLY OR WHOLLY OWED FROM AN EARLIER RUN
      *    SITS IN THE TABLE AS A CARRYOVER ENTRY; ITS QUANTITY IS
      *    PART OF THE ORIGINAL, AND A REQUEST DEFERRED IN FULL HAS
      *    NO SEGMENT YET AND IS KNOWN ONLY FROM ITS CARRYOVER.
      *****************************************************************
       3420-SCAN-PRIOR-CARRYOVER.
           ADD 1 TO WS-REQ-IX
           IF RQT-SOURCE(WS-REQ-IX) = "C"
              AND RQT-SYSTEM(WS-REQ-IX) = WS-CUR-SYSTEM
              AND RQT-REFERENCE(WS-REQ-IX) = WS-CUR-REFERENCE
               SET WS-PRIOR-CARRY TO TRUE
               ADD RQT-QUANTITY(WS-REQ-IX) TO WS-PRIOR-QTY
               IF WS-PRIOR-SEQ-NAME = SPACES
                   MOVE RQT-SEQ-NAME(WS-REQ-IX) TO WS-PRIOR-SEQ-NAME
               END-IF
           END-IF.

      *****************************************************************
      *    EACH ORIGINAL SEGMENT GOES OUT AGAIN EXACTLY AS FIRST
      *    ASSIGNED - SEQUENCE, RANGE, QUANTITY, INCREMENT AND THE
      *    ORIGINAL ASSIGNMENT TIMESTAMP - MARKED "S" FOR RE-SENT.
      *    NOTHING IS ISSUED, NO QUOTA IS USED, AND SEQACK, WHICH
      *    ALREADY HOLDS THESE SEGMENTS, DOES NOT LOAD THEM AGAIN.
      *    A REQUEST STILL WHOLLY ON CARRYOVER HAS NO SEGMENT YET
      *    AND GETS A SINGLE EMPTY "S" RESPONSE; THE CARRYOVER
      *    ENTRY SERVES IT.
      *****************************************************************
       3450-RESEND-PRIOR-SEGMENTS.
           DISPLAY "SEQCTR0055I - RESUBMITTED REF " WS-CUR-REFERENCE
               " FOR " WS-CUR-SYSTEM ", ORIGINAL ASSIGNMENT RE-SENT"
           MOVE "S" TO WS-CUR-STATUS
           MOVE 0 TO WS-SEG-REISSUED
           IF WS-PRIOR-SEGS = 0
               PERFORM 3190-WRITE-EMPTY-RESPONSE
           ELSE
               PERFORM 3405-START-PRIOR-SCAN
               PERFORM 3455-RESEND-ONE-SEGMENT
                   UNTIL WS-ASGK-EOF
           END-IF.

       3455-RESEND-ONE-SEGMENT.
           READ CONTROL-FILE NEXT RECORD
               AT END
                   SET WS-ASGK-EOF TO TRUE
               NOT AT END
                   IF ASGK-SYSTEM = WS-CUR-SYSTEM
                      AND ASGK-REFERENCE = WS-CUR-REFERENCE
                       MOVE ASGK-SEQ-NAME TO WS-SEQ-NAME
                       MOVE ASGK-START-NUMBER TO WS-BLOCK-START
                       MOVE ASGK-END-NUMBER TO WS-BLOCK-END
                       MOVE ASGK-QUANTITY TO WS-SEG-ISSUED
                       MOVE ASGK-ASSIGN-TS TO WS-FORMATTED-TIMESTAMP
                       IF WS-ASGNFILE-OPEN
                           PERFORM 3460-WRITE-RESENT-ASSIGNMENT
                       END-IF
                       PERFORM 2200-WRITE-REPORT-DETAIL
                   ELSE
                       SET WS-ASGK-EOF TO TRUE
                   END-IF
           END-READ.

      *****************************************************************
      *    THE SEGMENT'S OWN INCREMENT IS SENT BACK, NOT THIS RUN'S,
      *    SO THE REQUESTER CAN STILL STEP THROUGH THE RANGE.
      *****************************************************************
       3460-WRITE-RESENT-ASSIGNMENT.
           MOVE SPACES TO ASSIGN-RECORD
           MOVE WS-CUR-SYSTEM TO ASGN-SYSTEM
           MOVE ASGK-SEQ-NAME TO ASGN-SEQ-NAME
           MOVE WS-CUR-REFERENCE TO ASGN-REFERENCE
           MOVE ASGK-START-NUMBER TO ASGN-START-NUMBER
           MOVE ASGK-END-NUMBER TO ASGN-END-NUMBER
           MOVE ASGK-QUANTITY TO ASGN-QUANTITY
           MOVE ASGK-ASSIGN-TS TO ASGN-TIMESTAMP
           MOVE ASGK-INCREMENT TO ASGN-INCREMENT
           MOVE WS-CUR-STATUS TO ASGN-STATUS
           WRITE ASSIGN-RECORD.

       3470-REJECT-RESUBMISSION.
           DISPLAY "SEQCTR0056E - RESUBMITTED REF " WS-CUR-REFERENCE
               " DIFFERS FROM ORIGINAL " WS-PRIOR-SEQ-NAME
               " QTY " WS-PRIOR-QTY
           MOVE "RDIF" TO WS-CUR-REASON
           PERFORM 3150-REJECT-REQUEST.

      *****************************************************************
      *    THE DAILY QUOTA IS ENFORCED ACROSS THE WHOLE RUN: WHAT A
      *    SYSTEM HAS ALREADY DRAWN THIS RUN COUNTS AGAINST ITS
           MOVE WS-FORMATTED-TIMESTAMP(1:4) TO WS-ISSUE-YEAR
           PERFORM 1200-READ-SEQUENCE-RECORD
           PERFORM 1350-READ-CHECKPOINT-RECORD
           PERFORM 2070-LOAD-RESERVED-RANGES
           MOVE WS-COUNT TO WS-START-COUNT
           MOVE 0 TO WS-REQ-ISSUED
           MOVE 0 TO WS-REQ-REISSUED
               MOVE WS-SEQ-NAME TO POOL-SEQ-NAME
               MOVE WS-ISSUE-YEAR TO POOL-ISSUE-YEAR
               MOVE 0 TO POOL-NUMBER
               IF WS-SIMULATION
                   PERFORM 7400-SKIP-PROJECTED-DRAWS
               END-IF
               START POOL-FILE KEY NOT < POOL-KEY
                   INVALID KEY
                       CONTINUE

       2400-REISSUE-RETURNED-NUMBER.
           MOVE POOL-NUMBER TO WS-ISSUE-NUMBER
           IF WS-SIMULATION
               PERFORM 7450-NOTE-PROJECTED-DRAW
           ELSE
               DELETE POOL-FILE RECORD
                   INVALID KEY
                       DISPLAY "SEQCTR0074E - POOL DELETE FAILED"
                       MOVE 12 TO WS-RETURN-CODE
               END-DELETE
           END-IF
           ADD 1 TO WS-REQ-ISSUED
           ADD 1 TO WS-REQ-REISSUED
           ADD 1 TO WS-SEG-ISSUED
       2055-CHECK-ONE-CEILING.
           COMPUTE WS-ADD-CHECK = WS-COUNT + WS-NUMBER
           IF WS-ADD-CHECK <= WS-SEQ-CEILING
               PERFORM 2080-FIND-RESERVED-RANGE
               IF WS-RSV-HIT-IX > 0
                   PERFORM 2090-SKIP-RESERVED-RANGE
               ELSE
                   SET WS-FITS TO TRUE
               END-IF
           ELSE
               IF WS-SEQ-SUCCESSOR NOT = SPACES
                  AND WS-SEQ-SUCCESSOR NOT = WS-SEQ-NAME
               END-IF
           END-IF.

      *****************************************************************
      *    ONLY RANGES STILL IN FORCE TODAY AND NOT YET BEHIND THE
      *    CURRENT POSITION CAN STOP AN ISSUE.  A TABLE TOO SMALL
      *    FOR THEM STOPS THE RUN RATHER THAN RISK ISSUING INTO A
      *    RANGE THAT DID NOT FIT.
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
                               DISPLAY "SEQCTR0022E - RESERVATION "
                                   "TABLE FULL FOR " WS-SEQ-NAME
                               MOVE 12 TO WS-RETURN-CODE
                               SET WS-OVERFLOW-DETECTED TO TRUE
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
      *    THE NEXT NUMBER FALLS IN A RESERVED RANGE.  THE SEGMENT
      *    ISSUED SO FAR IS CLOSED OUT BELOW THE RANGE - AUDIT "I"
      *    BLOCK AND A PARTIAL ASSIGNMENT/REPORT LINE, AS AT A
      *    ROLLOVER - SO EVERY CTRASGN RANGE AND AUDIT BLOCK STAYS
      *    CONTIGUOUS, AND THE COUNT MOVES TO THE TOP OF THE RANGE.
      *    2055-CHECK-ONE-CEILING THEN CHECKS THE CEILING AND ANY
      *    ADJACENT RANGE AGAIN FROM THE NEW POSITION.  SEQREC READS
      *    CTRRSV AND ACCEPTS THE JUMP AS EXPLAINED.
      *****************************************************************
       2090-SKIP-RESERVED-RANGE.
           PERFORM 1400-GET-CURRENT-TIMESTAMP
           IF WS-COUNT > WS-START-COUNT
               COMPUTE WS-BLOCK-START = WS-START-COUNT + WS-NUMBER
               MOVE WS-COUNT TO WS-BLOCK-END
               PERFORM 9200-WRITE-AUDIT-RECORD
           ELSE
               MOVE 0 TO WS-BLOCK-START
               MOVE 0 TO WS-BLOCK-END
           END-IF
           IF WS-SEG-ISSUED > 0
               MOVE "P" TO WS-CUR-STATUS
               IF WS-ASGNFILE-OPEN
                   PERFORM 3300-WRITE-ASSIGNMENT-RECORD
               END-IF
               PERFORM 2200-WRITE-REPORT-DETAIL
           END-IF
           MOVE WS-SEQ-NAME TO RPT-RSV-SEQ-NAME
           MOVE RSV-TAB-FROM(WS-RSV-HIT-IX) TO RPT-RSV-FROM
           MOVE RSV-TAB-TO(WS-RSV-HIT-IX) TO RPT-RSV-TO
           MOVE RSV-TAB-OWNER(WS-RSV-HIT-IX) TO RPT-RSV-OWNER
           IF WS-RPTFILE-OPEN
               MOVE RPT-RESERVED-LINE TO WS-REPORT-WORK
               PERFORM 8900-PUT-REPORT-LINE
           END-IF
           DISPLAY "SEQCTR0023I - SEQUENCE " WS-SEQ-NAME
               " RESERVED " RSV-TAB-FROM(WS-RSV-HIT-IX)
               " THRU " RSV-TAB-TO(WS-RSV-HIT-IX) " SKIPPED"
           MOVE RSV-TAB-TO(WS-RSV-HIT-IX) TO WS-COUNT
           MOVE WS-COUNT TO WS-START-COUNT
           MOVE WS-FORMATTED-TIMESTAMP TO WS-BLOCK-START-TS
           MOVE 0 TO WS-SEG-ISSUED
           MOVE 0 TO WS-SEG-REISSUED.

      *****************************************************************
      *    CLOSE OUT THE EXHAUSTED SEQUENCE - MASTER, AUDIT "I"
      *    BLOCK FOR THE PORTION ISSUED, AUDIT "S" ROLLOVER MARK,
           MOVE WS-SEQ-NAME TO RPT-ROLL-FROM
           MOVE WS-SEQ-SUCCESSOR TO RPT-ROLL-TO
           IF WS-RPTFILE-OPEN
               MOVE RPT-ROLLOVER-LINE TO WS-REPORT-WORK
               PERFORM 8900-PUT-REPORT-LINE
           END-IF
           DISPLAY "SEQCTR0088I - SEQUENCE " WS-SEQ-NAME
               " EXHAUSTED, ROLLING TO " WS-SEQ-SUCCESSOR
               DISPLAY "SEQCTR0087E - SUCCESSOR " WS-SEQ-NAME
                   " NOT USABLE, RUN STOPPED"
               MOVE WS-ROLL-OLD-NAME TO WS-SEQ-NAME
               IF WS-SIMULATION
                   PERFORM 7360-NOTE-FAILED-ROLLOVER
               END-IF
               SET WS-ROLL-FAILED TO TRUE
               SET WS-OVERFLOW-DETECTED TO TRUE
               MOVE 16 TO WS-RETURN-CODE
           ELSE
               PERFORM 1200-READ-SEQUENCE-RECORD
               PERFORM 1350-READ-CHECKPOINT-RECORD
               PERFORM 2070-LOAD-RESERVED-RANGES
               MOVE WS-COUNT TO WS-START-COUNT
               MOVE 0 TO WS-SEG-ISSUED
               MOVE 0 TO WS-SEG-REISSUED
           END-IF.

       9250-WRITE-ROLLOVER-AUDIT.
           IF WS-SIMULATION
               PERFORM 7350-NOTE-PROJECTED-ROLLOVER
           ELSE
               PERFORM 9260-APPEND-ROLLOVER-AUDIT
           END-IF.

       9260-APPEND-ROLLOVER-AUDIT.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           MOVE WS-SEQ-NAME TO OUT-SEQ-NAME
           MOVE VAL-NUMBER TO OUT-BUSINESS-NO
           MOVE WS-REISSUE-FLAG TO OUT-REISSUE-FLAG
           IF WS-SIMULATION
               PERFORM 7500-TALLY-PROJECTED-ISSUE
           ELSE
               WRITE OUTPUT-RECORD
           END-IF
           ADD 1 TO WS-TOTAL-ISSUED
           PERFORM 2170-UPDATE-LEDGER-RECORD.

           MOVE WS-SEG-ISSUED TO RPT-DTL-ISSUED
           MOVE WS-SEG-REISSUED TO RPT-DTL-REISSUED
           MOVE WS-CUR-STATUS TO RPT-DTL-STATUS
           MOVE WS-CUR-REASON TO RPT-DTL-REASON
           MOVE WS-FORMATTED-TIMESTAMP TO RPT-DTL-TIMESTAMP
           MOVE SPACES TO RPT-DTL-FLAG
           IF WS-SIMULATION
               PERFORM 7700-FLAG-PROJECTED-EXCEPTION
           END-IF
           MOVE RPT-DETAIL-LINE TO WS-REPORT-WORK
           PERFORM 8900-PUT-REPORT-LINE.

       2300-CHECKPOINT-IF-DUE.
           ADD 1 TO WS-SINCE-LAST-CKPT
           IF WS-SINCE-LAST-CKPT >= WS-CHECKPOINT-INTERVAL
               IF NOT WS-SIMULATION
                   PERFORM 2350-WRITE-CHECKPOINT
               END-IF
               MOVE 0 TO WS-SINCE-LAST-CKPT
           END-IF.

       1400-GET-CURRENT-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-FORMATTED-TIMESTAMP.

      *****************************************************************
      *    SIMULATION FILES.  SEQMSTR, CTRCKPT AND CTRPOOL ARE READ
      *    ONLY; NOTHING IS CREATED FOR A FILE THAT IS MISSING, AND
      *    CTRLGR IS NOT OPENED AT ALL.  THERE IS NOTHING TO PROJECT
      *    FROM WITHOUT A MASTER FILE.
      *****************************************************************
       7000-OPEN-SIMULATION-FILES.
           OPEN INPUT SEQ-MASTER-FILE
           EVALUATE WS-SEQMSTR-STATUS
               WHEN "00"
                   SET WS-SEQMSTR-OPEN TO TRUE
               WHEN "35"
                   DISPLAY "SEQCTR0013E - NO SEQ MASTER FILE, NOTHING "
                       "TO SIMULATE AGAINST"
                   MOVE 8 TO WS-RETURN-CODE
               WHEN OTHER
                   DISPLAY "SEQCTR0021E - UNABLE TO OPEN SEQ MASTER "
                       WS-SEQMSTR-STATUS
                   MOVE 12 TO WS-RETURN-CODE
           END-EVALUATE
           IF WS-RETURN-CODE = 0
               OPEN INPUT CHECKPOINT-FILE
               EVALUATE WS-CKPT-STATUS
                   WHEN "00"
                       SET WS-CKPT-OPEN TO TRUE
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "SEQCTR0032E - UNABLE TO OPEN "
                           "CHECKPOINT-FILE " WS-CKPT-STATUS
                       MOVE 12 TO WS-RETURN-CODE
               END-EVALUATE
           END-IF
           IF WS-RETURN-CODE = 0
               OPEN INPUT POOL-FILE
               EVALUATE WS-POOL-STATUS
                   WHEN "00"
                       SET WS-POOLFILE-OPEN TO TRUE
                   WHEN "35"
                       DISPLAY "SEQCTR0070I - NO RECYCLE POOL, POOL "
                           "EMPTY"
                   WHEN OTHER
                       DISPLAY "SEQCTR0072E - UNABLE TO OPEN CTRPOOL "
                           WS-POOL-STATUS
                       MOVE 12 TO WS-RETURN-CODE
               END-EVALUATE
           END-IF.

       7050-OPEN-SIMULATION-REPORT.
           OPEN OUTPUT SIM-REPORT-FILE
           IF WS-CTRSIM-STATUS = "00"
               SET WS-RPTFILE-OPEN TO TRUE
           ELSE
               DISPLAY "SEQCTR0015E - UNABLE TO OPEN CTRSIM "
                   WS-CTRSIM-STATUS
               MOVE 12 TO WS-RETURN-CODE
           END-IF.

      *****************************************************************
      *    WS-SEQ-NAME IS LOOKED UP IN THE SIMULATION TABLE AND ADDED
      *    WHEN NOT YET THERE.  A FULL TABLE STOPS THE SIMULATION THE
      *    WAY AN OVERFLOW STOPS A LIVE RUN.
      *****************************************************************
       7100-FIND-SIM-ENTRY.
           MOVE 0 TO WS-SIM-HIT-IX
           MOVE 0 TO WS-SIM-IX
           PERFORM 7150-SCAN-ONE-SIM-ENTRY
               WS-SIM-USED TIMES
           IF WS-SIM-HIT-IX = 0
               IF WS-SIM-USED >= WS-SIM-MAX
                   DISPLAY "SEQCTR0014E - SIMULATION TABLE FULL AT "
                       WS-SEQ-NAME ", SIMULATION STOPPED"
                   MOVE 12 TO WS-RETURN-CODE
                   SET WS-OVERFLOW-DETECTED TO TRUE
               ELSE
                   ADD 1 TO WS-SIM-USED
                   MOVE WS-SIM-USED TO WS-SIM-HIT-IX
                   MOVE SPACES TO WS-SIM-ENTRY(WS-SIM-HIT-IX)
                   MOVE WS-SEQ-NAME TO SIM-TAB-SEQ-NAME(WS-SIM-HIT-IX)
                   MOVE "N" TO SIM-TAB-ON-FILE-SW(WS-SIM-HIT-IX)
                   MOVE "N" TO SIM-TAB-PROJECTED-SW(WS-SIM-HIT-IX)
                   MOVE 0 TO SIM-TAB-START-COUNT(WS-SIM-HIT-IX)
                   MOVE 0 TO SIM-TAB-START-YEAR(WS-SIM-HIT-IX)
                   MOVE 0 TO SIM-TAB-CEILING(WS-SIM-HIT-IX)
                   MOVE 0 TO SIM-TAB-NEW(WS-SIM-HIT-IX)
                   MOVE 0 TO SIM-TAB-REISSUED(WS-SIM-HIT-IX)
                   MOVE 0 TO SIM-TAB-POOL-YEAR(WS-SIM-HIT-IX)
                   MOVE 0 TO SIM-TAB-POOL-NUMBER(WS-SIM-HIT-IX)
               END-IF
           END-IF.

       7150-SCAN-ONE-SIM-ENTRY.
           ADD 1 TO WS-SIM-IX
           IF WS-SIM-HIT-IX = 0
              AND SIM-TAB-SEQ-NAME(WS-SIM-IX) = WS-SEQ-NAME
               MOVE WS-SIM-IX TO WS-SIM-HIT-IX
           END-IF.

      *****************************************************************
      *    ONCE A BLOCK HAS CLOSED ON A SEQUENCE ITS PROJECTED MASTER
      *    IS WHAT THE NEXT READ SEES; UNTIL THEN THE FILE IS READ AND
      *    WHERE THE SEQUENCE STANDS BEFORE THE RUN IS NOTED.
      *****************************************************************
       7200-READ-PROJECTED-MASTER.
           PERFORM 7100-FIND-SIM-ENTRY
           IF WS-SIM-HIT-IX > 0
              AND SIM-TAB-PROJECTED(WS-SIM-HIT-IX)
               MOVE SIM-TAB-MASTER(WS-SIM-HIT-IX) TO SEQ-MASTER-RECORD
               MOVE "00" TO WS-SEQMSTR-STATUS
           ELSE
               READ SEQ-MASTER-FILE
                   INVALID KEY
                       DISPLAY "SEQCTR0020I - NO SEQ MASTER "
                           WS-SEQ-NAME
               END-READ
               IF WS-SIM-HIT-IX > 0 AND WS-SEQMSTR-STATUS = "00"
                   SET SIM-TAB-ON-FILE(WS-SIM-HIT-IX) TO TRUE
                   MOVE SEQ-LAST-NUMBER
                       TO SIM-TAB-START-COUNT(WS-SIM-HIT-IX)
                   IF SEQ-ISSUE-YEAR NUMERIC
                       MOVE SEQ-ISSUE-YEAR
                           TO SIM-TAB-START-YEAR(WS-SIM-HIT-IX)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *    THE MASTER RECORD 9000 WOULD HAVE WRITTEN, KEPT IN CORE.
      *****************************************************************
       7300-PROJECT-MASTER-UPDATE.
           PERFORM 7100-FIND-SIM-ENTRY
           IF WS-SIM-HIT-IX > 0
               IF NOT WS-SEQMSTR-FOUND
                   MOVE SPACES TO SEQ-MASTER-RECORD
               END-IF
               MOVE WS-SEQ-NAME TO SEQ-KEY
               MOVE WS-COUNT TO SEQ-LAST-NUMBER
               MOVE FUNCTION CURRENT-DATE TO SEQ-LAST-UPDATED
               MOVE WS-SEQ-PREFIX TO SEQ-PREFIX
               MOVE WS-ISSUE-YEAR TO SEQ-ISSUE-YEAR
               MOVE SEQ-MASTER-RECORD TO SIM-TAB-MASTER(WS-SIM-HIT-IX)
               SET SIM-TAB-PROJECTED(WS-SIM-HIT-IX) TO TRUE
               SET WS-SEQMSTR-FOUND TO TRUE
               MOVE WS-SEQ-CEILING TO SIM-TAB-CEILING(WS-SIM-HIT-IX)
               IF WS-OVERFLOW-DETECTED AND WS-RETURN-CODE = 16
                  AND SIM-TAB-FLAG(WS-SIM-HIT-IX) = SPACES
                   MOVE "*CEILING" TO SIM-TAB-FLAG(WS-SIM-HIT-IX)
               END-IF
           END-IF.

       7350-NOTE-PROJECTED-ROLLOVER.
           PERFORM 7100-FIND-SIM-ENTRY
           IF WS-SIM-HIT-IX > 0
               MOVE "*ROLLED" TO SIM-TAB-FLAG(WS-SIM-HIT-IX)
           END-IF.

       7360-NOTE-FAILED-ROLLOVER.
           PERFORM 7100-FIND-SIM-ENTRY
           IF WS-SIM-HIT-IX > 0
               MOVE "*ROLL FAIL" TO SIM-TAB-FLAG(WS-SIM-HIT-IX)
           END-IF.

      *****************************************************************
      *    A POOLED NUMBER DRAWN IN A SIMULATION STAYS ON CTRPOOL, SO
      *    THE NEXT SEARCH STARTS ABOVE THE LAST ONE DRAWN.
      *****************************************************************
       7400-SKIP-PROJECTED-DRAWS.
           PERFORM 7100-FIND-SIM-ENTRY
           IF WS-SIM-HIT-IX > 0
              AND SIM-TAB-POOL-YEAR(WS-SIM-HIT-IX) = WS-ISSUE-YEAR
              AND SIM-TAB-POOL-NUMBER(WS-SIM-HIT-IX) > 0
               COMPUTE POOL-NUMBER =
                   SIM-TAB-POOL-NUMBER(WS-SIM-HIT-IX) + 1
           END-IF.

       7450-NOTE-PROJECTED-DRAW.
           PERFORM 7100-FIND-SIM-ENTRY
           IF WS-SIM-HIT-IX > 0
               MOVE POOL-ISSUE-YEAR TO SIM-TAB-POOL-YEAR(WS-SIM-HIT-IX)
               MOVE POOL-NUMBER TO SIM-TAB-POOL-NUMBER(WS-SIM-HIT-IX)
           END-IF.

       7500-TALLY-PROJECTED-ISSUE.
           PERFORM 7100-FIND-SIM-ENTRY
           IF WS-SIM-HIT-IX > 0
               IF WS-REISSUE-FLAG = "R"
                   ADD 1 TO SIM-TAB-REISSUED(WS-SIM-HIT-IX)
               ELSE
                   ADD 1 TO SIM-TAB-NEW(WS-SIM-HIT-IX)
               END-IF
           END-IF.

      *****************************************************************
      *    WHAT 3800 WOULD HAVE WRITTEN TO CTRCARY, LISTED INSTEAD.
      *****************************************************************
       7600-PROJECT-CARRYOVER.
           MOVE SPACES TO WS-REPORT-WORK
           PERFORM 8900-PUT-REPORT-LINE
           MOVE RPT-SIM-CARRY-HEADER TO WS-REPORT-WORK
           PERFORM 8900-PUT-REPORT-LINE
           MOVE 0 TO WS-REQ-IX
           PERFORM 3850-WRITE-ONE-CARRYOVER
               WS-REQ-USED TIMES
           IF WS-CARRY-WRITTEN > 0
               DISPLAY "SEQCTR0016I - " WS-CARRY-WRITTEN
                   " REQUEST(S) WOULD BE CARRIED OVER"
           END-IF
           MOVE SPACES TO WS-REPORT-WORK
           PERFORM 8900-PUT-REPORT-LINE.

       7650-PRINT-PROJECTED-CARRY.
           MOVE CRY-SYSTEM TO RPT-CRY-SYSTEM
           MOVE CRY-REFERENCE TO RPT-CRY-REFERENCE
           MOVE CRY-SEQ-NAME TO RPT-CRY-SEQ-NAME
           MOVE CRY-QUANTITY TO RPT-CRY-QUANTITY
           MOVE CRY-PRIORITY TO RPT-CRY-PRIORITY
           MOVE RPT-SIM-CARRY-LINE TO WS-REPORT-WORK
           PERFORM 8900-PUT-REPORT-LINE.

      *****************************************************************
      *    A REQUEST THAT WOULD NOT BE SERVED IN FULL IS FLAGGED ON
      *    ITS LINE.  A PARTIAL SEGMENT CLOSED BY A ROLLOVER OR A
      *    RESERVED RANGE (WRITTEN BEFORE THE CEILING CHECK HAS
      *    FOUND THE NEXT NUMBER A PLACE) IS NOT, AS THE REQUEST
      *    CARRIES ON ON THE NEXT LINE.
      *****************************************************************
       7700-FLAG-PROJECTED-EXCEPTION.
           EVALUATE TRUE
               WHEN WS-CUR-STATUS = "R"
                   MOVE "*REJECTED" TO RPT-DTL-FLAG
               WHEN WS-CUR-STATUS = "D"
                   MOVE "*DEFERRED" TO RPT-DTL-FLAG
               WHEN WS-CUR-STATUS = "S"
                   MOVE "*RESENT" TO RPT-DTL-FLAG
               WHEN WS-CUR-STATUS = "P"
                AND (WS-FITS OR WS-OVERFLOW-DETECTED)
                   MOVE "*PARTIAL" TO RPT-DTL-FLAG
           END-EVALUATE
           IF RPT-DTL-FLAG NOT = SPACES
               ADD 1 TO WS-SIM-EXCEPTIONS
           END-IF.

      *****************************************************************
      *    WHERE EACH SEQUENCE THE RUN TOUCHED WOULD BE LEFT.
      *****************************************************************
       7800-WRITE-PROJECTED-END-STATE.
           MOVE SPACES TO WS-REPORT-WORK
           PERFORM 8900-PUT-REPORT-LINE
           MOVE RPT-SIM-END-HEADER-1 TO WS-REPORT-WORK
           PERFORM 8900-PUT-REPORT-LINE
           MOVE RPT-SIM-END-HEADER-2 TO WS-REPORT-WORK
           PERFORM 8900-PUT-REPORT-LINE
           MOVE 0 TO WS-SIM-IX
           PERFORM 7850-WRITE-ONE-END-STATE
               WS-SIM-USED TIMES
           MOVE SPACES TO WS-REPORT-WORK
           PERFORM 8900-PUT-REPORT-LINE
           MOVE WS-SIM-EXCEPTIONS TO RPT-SIM-EXCEPTIONS
           MOVE WS-CARRY-WRITTEN TO RPT-SIM-CARRIED
           MOVE WS-SIM-USED TO RPT-SIM-SEQUENCES
           MOVE RPT-SIM-TRAILER TO WS-REPORT-WORK
           PERFORM 8900-PUT-REPORT-LINE
           DISPLAY "SEQCTR0017I - SIMULATION COMPLETE, "
               WS-SIM-EXCEPTIONS " EXCEPTION(S), NOTHING COMMITTED".

       7850-WRITE-ONE-END-STATE.
           ADD 1 TO WS-SIM-IX
           MOVE SIM-TAB-SEQ-NAME(WS-SIM-IX) TO RPT-END-SEQ-NAME
           MOVE SIM-TAB-START-COUNT(WS-SIM-IX) TO RPT-END-START
           MOVE SIM-TAB-START-YEAR(WS-SIM-IX) TO RPT-END-START-YEAR
           IF NOT SIM-TAB-ON-FILE(WS-SIM-IX)
               MOVE "NEW" TO RPT-END-START-YEAR
               IF SIM-TAB-FLAG(WS-SIM-IX) = SPACES
                   MOVE "*NEW MSTR" TO SIM-TAB-FLAG(WS-SIM-IX)
               END-IF
           END-IF
           IF SIM-TAB-PROJECTED(WS-SIM-IX)
               MOVE SIM-TAB-MASTER(WS-SIM-IX) TO SEQ-MASTER-RECORD
               MOVE SEQ-LAST-NUMBER TO RPT-END-COUNT
               MOVE SEQ-ISSUE-YEAR TO RPT-END-YEAR
               MOVE SEQ-SUCCESSOR TO RPT-END-SUCCESSOR
               IF SIM-TAB-CEILING(WS-SIM-IX) > SEQ-LAST-NUMBER
                   COMPUTE WS-SIM-LEFT =
                       SIM-TAB-CEILING(WS-SIM-IX) - SEQ-LAST-NUMBER
               ELSE
                   MOVE 0 TO WS-SIM-LEFT
               END-IF
           ELSE
               MOVE SIM-TAB-START-COUNT(WS-SIM-IX) TO RPT-END-COUNT
               MOVE RPT-END-START-YEAR TO RPT-END-YEAR
               MOVE SPACES TO RPT-END-SUCCESSOR
               MOVE 0 TO WS-SIM-LEFT
           END-IF
           MOVE SIM-TAB-NEW(WS-SIM-IX) TO RPT-END-NEW
           MOVE SIM-TAB-REISSUED(WS-SIM-IX) TO RPT-END-REISSUED
           MOVE SIM-TAB-CEILING(WS-SIM-IX) TO RPT-END-CEILING
           MOVE WS-SIM-LEFT TO RPT-END-LEFT
           MOVE SIM-TAB-FLAG(WS-SIM-IX) TO RPT-END-FLAG
           IF SIM-TAB-FLAG(WS-SIM-IX) NOT = SPACES
               ADD 1 TO WS-SIM-EXCEPTIONS
           END-IF
           MOVE RPT-SIM-END-LINE TO WS-REPORT-WORK
           PERFORM 8900-PUT-REPORT-LINE.

       8000-WRITE-REPORT-TRAILER.
           MOVE WS-COUNT TO RPT-TRL-FINAL-COUNT
           MOVE WS-TOTAL-ISSUED TO RPT-TRL-TOTAL-ISSUED
               WS-TOTAL-ISSUED - WS-TOTAL-REISSUED
           MOVE WS-TOTAL-NEW TO RPT-TRL-NEW
           MOVE WS-TOTAL-REISSUED TO RPT-TRL-REISSUED
           MOVE RPT-TRAILER-LINE TO WS-REPORT-WORK
           PERFORM 8900-PUT-REPORT-LINE.

      *****************************************************************
      *    EVERY REPORT LINE GOES OUT HERE, TO CTRRPT OR, IN A
      *    SIMULATION, TO CTRSIM SO A DAYTIME WHAT-IF NEVER
      *    OVERWRITES THE PRODUCTION REPORT.
      *****************************************************************
       8900-PUT-REPORT-LINE.
           IF WS-SIMULATION
               WRITE SIM-REPORT-LINE FROM WS-REPORT-WORK
           ELSE
               WRITE REPORT-LINE FROM WS-REPORT-WORK
           END-IF.

       9999-END-OF-JOB.
           IF WS-SEQMSTR-OPEN
           IF WS-LGRFILE-OPEN
               CLOSE LEDGER-FILE
           END-IF
           IF WS-RSVFILE-OPEN
               CLOSE RESERVE-FILE
           END-IF
           IF WS-LOCK-OWNED
               PERFORM 9400-RELEASE-RUN-LOCK
           END-IF
       9200-WRITE-AUDIT-RECORD.
           PERFORM 1400-GET-CURRENT-TIMESTAMP
           MOVE WS-FORMATTED-TIMESTAMP TO WS-END-TIMESTAMP
           IF NOT WS-SIMULATION
               PERFORM 9210-APPEND-AUDIT-RECORD
           END-IF.

       9210-APPEND-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               MOVE WS-RETURN-CODE TO AUDIT-RETURN-CODE
               MOVE WS-SEQ-NAME TO AUDIT-SEQ-NAME
               MOVE "I" TO AUDIT-REC-TYPE
               IF WS-REQUEST-MODE
                   MOVE "RQST" TO AUDIT-REASON-CODE
               END-IF
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           ELSE
                   IF PARM-MODE = "R"
                       SET WS-REQUEST-MODE TO TRUE
                   END-IF
                   IF PARM-SIMULATE = "Y"
                       SET WS-SIMULATION TO TRUE
                   END-IF
               END-IF
               CLOSE PARM-FILE
           ELSE
           MOVE "N" TO WS-SEQMSTR-FOUND-SW
           MOVE 0 TO WS-COUNT
           MOVE WS-SEQ-NAME TO SEQ-KEY
           IF WS-SIMULATION
               PERFORM 7200-READ-PROJECTED-MASTER
           ELSE
               READ SEQ-MASTER-FILE
                   INVALID KEY
                       DISPLAY "SEQCTR0020I - NO SEQ MASTER "
                           WS-SEQ-NAME
               END-READ
           END-IF
           MOVE SPACES TO WS-SEQ-SUCCESSOR
           IF WS-SEQMSTR-STATUS = "00"
               SET WS-SEQMSTR-FOUND TO TRUE

      *****************************************************************
      *    A SEQUENCE WITH NO POLICY RECORD KEEPS THE HISTORIC
      *    DEFAULTS: ACTIVE, FULL-WIDTH CEILING, FLOOR ZERO, OPEN TO
      *    ALL REQUESTERS, SO POLICY ENFORCEMENT NEVER BREAKS SEQUENCES
      *    CREATED BEFORE THE POLICY FILE EXISTED.
      *****************************************************************
       1250-READ-POLICY-RECORD.
           MOVE "N" TO WS-POL-FOUND-SW
           MOVE "A" TO WS-POL-STATUS
           MOVE 999999999 TO WS-SEQ-CEILING
           MOVE 0 TO WS-SEQ-FLOOR
           MOVE SPACES TO WS-POL-AUTH-LIST
           IF WS-POLFILE-OPEN
           END-IF.

       9000-UPDATE-SEQUENCE-MASTER.
           IF WS-SIMULATION
               PERFORM 7300-PROJECT-MASTER-UPDATE
           END-IF
           IF WS-SEQMSTR-OPEN AND NOT WS-SIMULATION
               MOVE WS-SEQ-NAME TO SEQ-KEY
               MOVE WS-COUNT TO SEQ-LAST-NUMBER
               MOVE FUNCTION CURRENT-DATE TO SEQ-LAST-UPDATED
