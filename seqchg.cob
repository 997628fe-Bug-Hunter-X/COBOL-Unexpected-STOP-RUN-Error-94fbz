       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEQCHG.
       AUTHOR. BATCH-SUPPORT.
      *****************************************************************
      *    SEQCHG - MONTHLY NUMBERING CHARGEBACK
      *
      *    RECHARGES EACH BUSINESS UNIT FOR THE NUMBERS IT CONSUMED
      *    IN ONE CALENDAR MONTH (CHGPARM CARD, CTRCBP LAYOUT;
      *    DEFAULT THE MONTH BEFORE THE RUN DATE).  TOTALS ARE KEPT
      *    PER CHARGED UNIT AND SEQUENCE:
      *      ASSIGNED   REQUEST-MODE SEGMENTS ON CTRASGK ASSIGNED IN
      *                 THE MONTH, CHARGED TO THE REQUESTING SYSTEM;
      *                 NUMBERS DRAWN THROUGH SEQGET, CHARGED TO THE
      *                 CALLING SYSTEM; AND NUMBERS A SINGLE-BLOCK
      *                 SEQCTR RUN ISSUED (CTROUT RECORDS INSIDE THE
      *                 RUN'S AUDIT BLOCK, REISSUES INCLUDED),
      *                 CHARGED TO THE COST CENTER THAT OWNS THE
      *                 JOB-ID ON THE CTRCOST CARDS
      *      RECLAIMED  SEGMENTS SEQACK RECLAIMED IN THE MONTH
      *      RETURNED   RETURNS SEQRTI ACCEPTED IN THE MONTH (CTRRTNA
      *                 JOURNAL), CREDITED TO THE HOLDER; RECLAIMED
      *                 NUMBERS ("UNAK") ARE ALREADY CREDITED ABOVE
      *    EACH NET TOTAL IS PRICED AT THE SEQUENCE'S RATE ON THE
      *    KEYED CTRRATE FILE AND WRITTEN TO THE GLJFILE JOURNAL
      *    INTERFACE (CTRGLJ LAYOUT: HEADER, DETAILS, TRAILER WITH
      *    RECORD COUNT, TOTAL AMOUNT AND HASH TOTAL), AND A
      *    CHARGEBACK STATEMENT PER UNIT IS PRINTED ON CHGRPT.
      *
      *    EVERY BILLED MONTH IS LOGGED ON THE KEYED CTRCBL RUN LOG.
      *    A MONTH ALREADY LOGGED IS REFUSED WITH RC 8 UNLESS THE
      *    CARD CARRIES THE RERUN FLAG, AND A RERUN OF A MONTH
      *    NEVER BILLED IS REFUSED THE SAME WAY, BEFORE ANYTHING IS
      *    WRITTEN.  A MISSING RATE OR COST CENTER, OR A RETURN
      *    WITH NO KNOWN HOLDER, ENDS THE JOB WITH RC 4.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "CHGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "CTRASGK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASGK-KEY
               FILE STATUS IS WS-ASGK-STATUS.

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

           SELECT JOURNAL-FILE ASSIGN TO "CTRRTNA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRRTNA-STATUS.

           SELECT COST-FILE ASSIGN TO "CTRCOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRCOST-STATUS.

           SELECT RATE-FILE ASSIGN TO "CTRRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-SEQ-NAME
               FILE STATUS IS WS-RATE-STATUS.

           SELECT LOG-FILE ASSIGN TO "CTRCBL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CBL-BILL-MONTH
               FILE STATUS IS WS-CBL-STATUS.

           SELECT GL-FILE ASSIGN TO "GLJFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJ-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CHGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
           COPY CTRCBP.

       FD  CONTROL-FILE.
           COPY CTRASGK.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY CTRAUDT.

       FD  HISTORY-FILE.
           COPY CTRHIST.

       FD  OUTPUT-FILE
           RECORDING MODE IS F.
           COPY CTROUT.

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY CTRRTA.

       FD  COST-FILE
           RECORDING MODE IS F.
           COPY CTRCCC.

       FD  RATE-FILE.
           COPY CTRRATE.

       FD  LOG-FILE.
           COPY CTRCBL.

       FD  GL-FILE
           RECORDING MODE IS F.
           COPY CTRGLJ.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS              PIC XX VALUE "00".
       01  WS-ASGK-STATUS              PIC XX VALUE "00".
       01  WS-AUDIT-STATUS             PIC XX VALUE "00".
       01  WS-HIST-STATUS              PIC XX VALUE "00".
       01  WS-CTROUT-STATUS            PIC XX VALUE "00".
       01  WS-CTRRTNA-STATUS           PIC XX VALUE "00".
       01  WS-CTRCOST-STATUS           PIC XX VALUE "00".
       01  WS-RATE-STATUS              PIC XX VALUE "00".
       01  WS-CBL-STATUS               PIC XX VALUE "00".
       01  WS-GLJ-STATUS               PIC XX VALUE "00".
       01  WS-CHGRPT-STATUS            PIC XX VALUE "00".
       01  WS-RETURN-CODE              PIC 9(4) VALUE 0.
       01  WS-FORMATTED-TIMESTAMP      PIC X(26).
       01  WS-TODAY-DATE               PIC 9(8) VALUE 0.
       01  WS-RERUN-FLAG               PIC X(1) VALUE SPACE.
       01  WS-RUN-COUNT                PIC 9(3) VALUE 1.
       01  WS-BILL-MONTH               PIC X(6) VALUE SPACES.
       01  WS-BILL-MONTH-N REDEFINES WS-BILL-MONTH
                                       PIC 9(6).
       01  WS-BILL-MONTH-PARTS REDEFINES WS-BILL-MONTH.
           05  WS-BILL-YYYY            PIC 9(4).
           05  WS-BILL-MM              PIC 9(2).
       01  WS-RUN-MONTH                PIC 9(6) VALUE 0.
       01  WS-OWNER-ID                 PIC X(8) VALUE SPACES.
       01  WS-WORK-SEQ-NAME            PIC X(10).
       01  WS-RECLAIM-MONTH            PIC X(6).
       01  WS-NET-QUANTITY             PIC S9(9) VALUE 0.
       01  WS-AMOUNT                   PIC S9(9)V99 VALUE 0.
       01  WS-RATE                     PIC 9(3)V9(5) VALUE 0.
       01  WS-GL-ACCOUNT               PIC X(10) VALUE SPACES.
       01  WS-DETAIL-COUNT             PIC 9(9) VALUE 0.
       01  WS-HASH-TOTAL               PIC 9(12) VALUE 0.
       01  WS-TOTAL-NET                PIC S9(11) VALUE 0.
       01  WS-TOTAL-AMOUNT             PIC S9(13)V99 VALUE 0.
       01  WS-UNIT-NET                 PIC S9(11) VALUE 0.
       01  WS-UNIT-AMOUNT              PIC S9(13)V99 VALUE 0.
       01  WS-PRIOR-UNIT               PIC X(8) VALUE SPACES.
       01  WS-UNATTRIBUTED             PIC 9(7) VALUE 0.
       01  WS-SEGMENTS-READ            PIC 9(7) VALUE 0.
       01  WS-DIRECT-ISSUED            PIC 9(9) VALUE 0.
       01  WS-RETURNS-CREDITED         PIC 9(9) VALUE 0.
       01  WS-ASGK-EOF-SW              PIC X VALUE "N".
           88  WS-ASGK-EOF                  VALUE "Y".
       01  WS-AUDIT-EOF-SW             PIC X VALUE "N".
           88  WS-AUDIT-EOF                 VALUE "Y".
       01  WS-HIST-EOF-SW              PIC X VALUE "N".
           88  WS-HIST-EOF                  VALUE "Y".
       01  WS-CTROUT-EOF-SW            PIC X VALUE "N".
           88  WS-CTROUT-EOF                VALUE "Y".
       01  WS-RTA-EOF-SW               PIC X VALUE "N".
           88  WS-RTA-EOF                   VALUE "Y".
       01  WS-COST-EOF-SW              PIC X VALUE "N".
           88  WS-COST-EOF                  VALUE "Y".
       01  WS-ASGKFILE-OPEN-SW         PIC X VALUE "N".
           88  WS-ASGKFILE-OPEN             VALUE "Y".
       01  WS-RATEFILE-OPEN-SW         PIC X VALUE "N".
           88  WS-RATEFILE-OPEN             VALUE "Y".
       01  WS-LOGFILE-OPEN-SW          PIC X VALUE "N".
           88  WS-LOGFILE-OPEN              VALUE "Y".
       01  WS-GLFILE-OPEN-SW           PIC X VALUE "N".
           88  WS-GLFILE-OPEN               VALUE "Y".
       01  WS-RPTFILE-OPEN-SW          PIC X VALUE "N".
           88  WS-RPTFILE-OPEN              VALUE "Y".
       01  WS-LOG-FOUND-SW             PIC X VALUE "N".
           88  WS-LOG-FOUND                 VALUE "Y".
       01  WS-OWNER-FOUND-SW           PIC X VALUE "N".
           88  WS-OWNER-FOUND               VALUE "Y".
       01  WS-RATE-FOUND-SW            PIC X VALUE "N".
           88  WS-RATE-FOUND                VALUE "Y".
       01  WS-WIN-DONE-SW              PIC X VALUE "N".
           88  WS-WIN-DONE                  VALUE "Y".

      *****************************************************************
      *    COST-CENTER OWNERSHIP OF SINGLE-BLOCK JOB-IDS FROM THE
      *    CTRCOST CARDS.  A JOB-ID FOUND WITHOUT A CARD IS ADDED
      *    MAPPED TO ITSELF SO IT IS REPORTED ONLY ONCE.
      *****************************************************************
       01  WS-CCC-MAX                  PIC 9(3) VALUE 200.
       01  WS-CCC-USED                 PIC 9(3) VALUE 0.
       01  WS-CCC-IX                   PIC 9(3) VALUE 0.
       01  WS-CCC-HIT-IX               PIC 9(3) VALUE 0.
       01  WS-COST-CENTER-TABLE.
           05  WS-COST-CENTER-ENTRY OCCURS 200 TIMES.
               10  CCC-TAB-JOB-ID      PIC X(8).
               10  CCC-TAB-CENTER      PIC X(8).

      *****************************************************************
      *    AUDIT "I" BLOCKS OF SINGLE-BLOCK SEQCTR RUNS THAT OVERLAP
      *    THE MONTH, IN THE ORDER THEY WERE WRITTEN.  SEQGET CALLS
      *    ARE CHARGED FROM THEIR OWN BLOCKS AND TAKE NO ENTRY, SO
      *    THE TABLE ONLY HAS TO HOLD A MONTH OF BATCH RUNS (A RUN
      *    WRITES ONE BLOCK, PLUS ONE PER ROLLOVER OR RESERVED RANGE
      *    IT CROSSES).
      *    A CTROUT RECORD INSIDE A BLOCK'S START/END TIME FOR THE
      *    SAME SEQUENCE WAS ISSUED BY THAT RUN; THE RUN LOCK KEEPS
      *    ISSUING RUNS FROM OVERLAPPING.
      *****************************************************************
       01  WS-WIN-MAX                  PIC 9(4) VALUE 2000.
       01  WS-WIN-USED                 PIC 9(4) VALUE 0.
       01  WS-WIN-PTR                  PIC 9(4) VALUE 1.
       01  WS-WIN-IX                   PIC 9(4) VALUE 0.
       01  WS-WIN-HIT-IX               PIC 9(4) VALUE 0.
       01  WS-WINDOW-TABLE.
           05  WS-WINDOW-ENTRY OCCURS 2000 TIMES.
               10  WIN-TAB-START-TS    PIC X(26).
               10  WIN-TAB-END-TS      PIC X(26).
               10  WIN-TAB-SEQ-NAME    PIC X(10).
               10  WIN-TAB-UNIT        PIC X(8).

      *****************************************************************
      *    CHARGE TOTALS, KEPT IN CHARGED-UNIT + SEQUENCE ORDER AS
      *    THEY ARE POSTED SO THE JOURNAL AND STATEMENTS COME OUT
      *    GROUPED BY UNIT.
      *****************************************************************
       01  WS-CHG-MAX                  PIC 9(3) VALUE 500.
       01  WS-CHG-USED                 PIC 9(3) VALUE 0.
       01  WS-CHG-IX                   PIC 9(3) VALUE 0.
       01  WS-CHG-HIT-IX               PIC 9(3) VALUE 0.
       01  WS-CHG-POS                  PIC 9(3) VALUE 0.
       01  WS-CHG-SHIFT-IX             PIC 9(3) VALUE 0.
       01  WS-CHG-NEXT-IX              PIC 9(3) VALUE 0.
       01  WS-POST-KIND                PIC X(1).
       01  WS-POST-QUANTITY            PIC 9(9) VALUE 0.
       01  WS-POST-KEY.
           05  WS-POST-UNIT            PIC X(8).
           05  WS-POST-SEQ-NAME        PIC X(10).
       01  WS-CHARGE-TABLE.
           05  WS-CHARGE-ENTRY OCCURS 500 TIMES.
               10  CHG-TAB-KEY.
                   15  CHG-TAB-UNIT    PIC X(8).
                   15  CHG-TAB-SEQ-NAME
                                       PIC X(10).
               10  CHG-TAB-ASSIGNED    PIC 9(9).
               10  CHG-TAB-RECLAIMED   PIC 9(9).
               10  CHG-TAB-RETURNED    PIC 9(9).

       01  RPT-HEADER-1.
           05  FILLER                  PIC X(10) VALUE "SEQCHG".
           05  FILLER                  PIC X(34) VALUE
                   "MONTHLY NUMBERING CHARGEBACK".
           05  FILLER                  PIC X(10) VALUE "RUN DATE:".
           05  RPT-H1-DATE             PIC X(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "MONTH:".
           05  RPT-H1-MONTH            PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-H1-RERUN            PIC X(5).

       01  RPT-UNIT-HEADER.
           05  FILLER                  PIC X(26) VALUE
                   "CHARGEBACK STATEMENT FOR:".
           05  RPT-UH-UNIT             PIC X(8).

       01  RPT-COLUMN-HEADER.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "SEQUENCE".
           05  FILLER                  PIC X(12) VALUE "GL ACCOUNT".
           05  FILLER                  PIC X(11) VALUE "  ASSIGNED".
           05  FILLER                  PIC X(11) VALUE " RECLAIMED".
           05  FILLER                  PIC X(11) VALUE "  RETURNED".
           05  FILLER                  PIC X(12) VALUE "        NET".
           05  FILLER                  PIC X(11) VALUE "       RATE".
           05  FILLER                  PIC X(16) VALUE
                   "          AMOUNT".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "NOTE".

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  RPT-DTL-SEQ-NAME        PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-GL-ACCOUNT      PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-ASSIGNED        PIC Z(9)9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RPT-DTL-RECLAIMED       PIC Z(9)9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RPT-DTL-RETURNED        PIC Z(9)9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RPT-DTL-NET             PIC -(10)9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RPT-DTL-RATE            PIC ZZ9.9(5).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RPT-DTL-AMOUNT          PIC -(12)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-NOTE            PIC X(8).

       01  RPT-TOTAL-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  RPT-TOT-LABEL           PIC X(22).
           05  RPT-TOT-UNIT            PIC X(8).
           05  FILLER                  PIC X(33) VALUE SPACES.
           05  RPT-TOT-NET             PIC -(13)9.
           05  FILLER                  PIC X(9)  VALUE SPACES.
           05  RPT-TOT-AMOUNT          PIC -(14)9.99.

       01  RPT-TRAILER-LINE.
           05  FILLER                  PIC X(18) VALUE
                   "JOURNAL DETAILS:".
           05  RPT-TRL-DETAILS         PIC Z(8)9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "HASH TOTAL:".
           05  RPT-TRL-HASH            PIC Z(11)9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE
                   "UNATTRIBUTED:".
           05  RPT-TRL-UNATTRIBUTED    PIC Z(6)9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1100-READ-PARAMETER-CARD
           IF WS-RETURN-CODE = 0
               PERFORM 1200-VALIDATE-BILL-MONTH
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM 1000-OPEN-FILES
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM 1500-LOAD-COST-CENTERS
           END-IF
           IF WS-RETURN-CODE < 8
               PERFORM 2000-TALLY-ASSIGNMENTS
           END-IF
           IF WS-RETURN-CODE < 8
               PERFORM 2500-LOAD-HISTORY-WINDOWS
           END-IF
           IF WS-RETURN-CODE < 8
               PERFORM 2600-LOAD-AUDIT-WINDOWS
           END-IF
           IF WS-RETURN-CODE < 8
               PERFORM 3000-TALLY-DIRECT-ISSUES
           END-IF
           IF WS-RETURN-CODE < 8
               PERFORM 3500-TALLY-RETURNS
           END-IF
           IF WS-RETURN-CODE < 8
               PERFORM 5000-WRITE-JOURNAL
           END-IF
           IF WS-RETURN-CODE < 8
               PERFORM 8500-LOG-BILLING-RUN
           END-IF
           PERFORM 9999-END-OF-JOB.

      *****************************************************************
      *    ONLY A MONTH THAT HAS ENDED CAN BE BILLED.
      *****************************************************************
       1100-READ-PARAMETER-CARD.
           MOVE FUNCTION CURRENT-DATE TO WS-FORMATTED-TIMESTAMP
           MOVE WS-FORMATTED-TIMESTAMP(1:8) TO WS-TODAY-DATE
           MOVE WS-FORMATTED-TIMESTAMP(1:6) TO WS-RUN-MONTH
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       DISPLAY "SEQCHG0010W - PARM CARD EMPTY"
               END-READ
               IF WS-PARM-STATUS = "00"
                   MOVE CBP-BILL-MONTH TO WS-BILL-MONTH
                   IF CBP-RERUN-FLAG = "Y"
                       MOVE "Y" TO WS-RERUN-FLAG
                   END-IF
               END-IF
               CLOSE PARM-FILE
           ELSE
               DISPLAY "SEQCHG0011W - NO PARM FILE, PRIOR MONTH "
                   "BILLED"
           END-IF
           IF WS-BILL-MONTH = SPACES
               MOVE WS-RUN-MONTH TO WS-BILL-MONTH-N
               IF WS-BILL-MM = 1
                   SUBTRACT 1 FROM WS-BILL-YYYY
                   MOVE 12 TO WS-BILL-MM
               ELSE
                   SUBTRACT 1 FROM WS-BILL-MM
               END-IF
           END-IF
           IF WS-BILL-MONTH NOT NUMERIC
              OR WS-BILL-MM < 1 OR WS-BILL-MM > 12
               DISPLAY "SEQCHG0020E - BILLING MONTH " WS-BILL-MONTH
                   " NOT VALID"
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               IF WS-BILL-MONTH-N NOT < WS-RUN-MONTH
                   DISPLAY "SEQCHG0021E - BILLING MONTH "
                       WS-BILL-MONTH " HAS NOT ENDED"
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-RERUN-FLAG = "Y" AND WS-RETURN-CODE = 0
               DISPLAY "SEQCHG0012I - RERUN OF MONTH " WS-BILL-MONTH
           END-IF.

      *****************************************************************
      *    THE SAME MONTH IS NEVER BILLED TWICE BY ACCIDENT: A
      *    MONTH ALREADY LOGGED NEEDS THE RERUN FLAG, AND THE RERUN
      *    FLAG NEEDS A MONTH THAT WAS BILLED.
      *****************************************************************
       1200-VALIDATE-BILL-MONTH.
           OPEN I-O LOG-FILE
           IF WS-CBL-STATUS = "35"
               OPEN OUTPUT LOG-FILE
               CLOSE LOG-FILE
               OPEN I-O LOG-FILE
           END-IF
           IF WS-CBL-STATUS = "00"
               SET WS-LOGFILE-OPEN TO TRUE
           ELSE
               DISPLAY "SEQCHG0030E - UNABLE TO OPEN CTRCBL "
                   WS-CBL-STATUS
               MOVE 12 TO WS-RETURN-CODE
           END-IF
           IF WS-RETURN-CODE = 0
               MOVE WS-BILL-MONTH-N TO CBL-BILL-MONTH
               READ LOG-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CBL-STATUS = "00"
                   SET WS-LOG-FOUND TO TRUE
                   IF CBL-RUN-COUNT NUMERIC
                       COMPUTE WS-RUN-COUNT = CBL-RUN-COUNT + 1
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN WS-LOG-FOUND AND WS-RERUN-FLAG NOT = "Y"
                       DISPLAY "SEQCHG0031E - MONTH " WS-BILL-MONTH
                           " ALREADY BILLED " CBL-RUN-TS(1:8)
                           ", USE RERUN FLAG TO BILL AGAIN"
                       MOVE 8 TO WS-RETURN-CODE
                   WHEN NOT WS-LOG-FOUND AND WS-RERUN-FLAG = "Y"
                       DISPLAY "SEQCHG0032E - RERUN OF MONTH "
                           WS-BILL-MONTH " NEVER BILLED"
                       MOVE 8 TO WS-RETURN-CODE
               END-EVALUATE
           END-IF.

       1000-OPEN-FILES.
           OPEN OUTPUT REPORT-FILE
           IF WS-CHGRPT-STATUS = "00"
               SET WS-RPTFILE-OPEN TO TRUE
               MOVE WS-FORMATTED-TIMESTAMP(1:8) TO RPT-H1-DATE
               MOVE WS-BILL-MONTH TO RPT-H1-MONTH
               IF WS-RERUN-FLAG = "Y"
                   MOVE "RERUN" TO RPT-H1-RERUN
               ELSE
                   MOVE SPACES TO RPT-H1-RERUN
               END-IF
               WRITE REPORT-LINE FROM RPT-HEADER-1
           ELSE
               DISPLAY "SEQCHG0013E - UNABLE TO OPEN CHGRPT "
                   WS-CHGRPT-STATUS
               MOVE 12 TO WS-RETURN-CODE
           END-IF
           IF WS-RETURN-CODE = 0
               OPEN OUTPUT GL-FILE
               IF WS-GLJ-STATUS = "00"
                   SET WS-GLFILE-OPEN TO TRUE
               ELSE
                   DISPLAY "SEQCHG0014E - UNABLE TO OPEN GLJFILE "
                       WS-GLJ-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-RETURN-CODE = 0
               OPEN INPUT RATE-FILE
               EVALUATE WS-RATE-STATUS
                   WHEN "00"
                       SET WS-RATEFILE-OPEN TO TRUE
                   WHEN "35"
                       DISPLAY "SEQCHG0015W - NO RATE FILE, "
                           "ALL SEQUENCES UNPRICED"
                   WHEN OTHER
                       DISPLAY "SEQCHG0016E - UNABLE TO OPEN CTRRATE "
                           WS-RATE-STATUS
                       MOVE 12 TO WS-RETURN-CODE
               END-EVALUATE
           END-IF.

       1500-LOAD-COST-CENTERS.
           OPEN INPUT COST-FILE
           IF WS-CTRCOST-STATUS = "35"
               DISPLAY "SEQCHG0017I - NO COST CENTER CARDS"
           ELSE
               IF WS-CTRCOST-STATUS = "00"
                   PERFORM 1550-READ-COST-CARD
                   PERFORM 1600-LOAD-ONE-COST-CARD
                       UNTIL WS-COST-EOF
                   CLOSE COST-FILE
               ELSE
                   DISPLAY "SEQCHG0018E - UNABLE TO OPEN CTRCOST "
                       WS-CTRCOST-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF.

       1550-READ-COST-CARD.
           READ COST-FILE
               AT END
                   SET WS-COST-EOF TO TRUE
           END-READ.

       1600-LOAD-ONE-COST-CARD.
           IF CCC-JOB-ID NOT = SPACES
               IF WS-CCC-USED >= WS-CCC-MAX
                   DISPLAY "SEQCHG0019E - COST CENTER TABLE FULL"
                   MOVE 12 TO WS-RETURN-CODE
                   SET WS-COST-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-CCC-USED
                   MOVE CCC-JOB-ID TO CCC-TAB-JOB-ID(WS-CCC-USED)
                   MOVE CCC-COST-CENTER
                       TO CCC-TAB-CENTER(WS-CCC-USED)
               END-IF
           END-IF
           IF NOT WS-COST-EOF
               PERFORM 1550-READ-COST-CARD
           END-IF.

      *****************************************************************
      *    PASS 1 - REQUEST-MODE SEGMENTS.  A SEGMENT IS CHARGED IN
      *    THE MONTH IT WAS ASSIGNED AND CREDITED IN THE MONTH IT
      *    WAS RECLAIMED (A SEGMENT RECLAIMED BEFORE SEQACK STAMPED
      *    THE RECLAIM TIME IS CREDITED IN ITS ASSIGNMENT MONTH).
      *****************************************************************
       2000-TALLY-ASSIGNMENTS.
           OPEN INPUT CONTROL-FILE
           EVALUATE WS-ASGK-STATUS
               WHEN "00"
                   SET WS-ASGKFILE-OPEN TO TRUE
                   MOVE LOW-VALUES TO ASGK-KEY
                   START CONTROL-FILE KEY NOT < ASGK-KEY
                       INVALID KEY
                           SET WS-ASGK-EOF TO TRUE
                   END-START
                   PERFORM 2100-TALLY-ONE-SEGMENT
                       UNTIL WS-ASGK-EOF
               WHEN "35"
                   DISPLAY "SEQCHG0022I - NO CTRASGK FILE"
               WHEN OTHER
                   DISPLAY "SEQCHG0023E - UNABLE TO OPEN CTRASGK "
                       WS-ASGK-STATUS
                   MOVE 12 TO WS-RETURN-CODE
           END-EVALUATE.

       2100-TALLY-ONE-SEGMENT.
           READ CONTROL-FILE NEXT RECORD
               AT END
                   SET WS-ASGK-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SEGMENTS-READ
                   PERFORM 2200-POST-SEGMENT
           END-READ.

       2200-POST-SEGMENT.
           IF ASGK-QUANTITY NUMERIC AND ASGK-QUANTITY > 0
               MOVE ASGK-SYSTEM TO WS-POST-UNIT
               MOVE ASGK-SEQ-NAME TO WS-POST-SEQ-NAME
               MOVE ASGK-QUANTITY TO WS-POST-QUANTITY
               IF ASGK-ASSIGN-TS(1:6) = WS-BILL-MONTH
                   MOVE "A" TO WS-POST-KIND
                   PERFORM 4000-POST-CHARGE
               END-IF
               IF ASGK-RECLAIMED
                   IF ASGK-ACK-TS = SPACES
                       MOVE ASGK-ASSIGN-TS(1:6) TO WS-RECLAIM-MONTH
                   ELSE
                       MOVE ASGK-ACK-TS(1:6) TO WS-RECLAIM-MONTH
                   END-IF
                   IF WS-RECLAIM-MONTH = WS-BILL-MONTH
                       MOVE "C" TO WS-POST-KIND
                       PERFORM 4000-POST-CHARGE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *    PASS 2 - THE AUDIT BLOCKS OF SINGLE-BLOCK RUNS AND SEQGET
      *    CALLS, ARCHIVED ONES FIRST.  REQUEST-MODE BLOCKS ("RQST")
      *    ARE ALREADY COUNTED FROM CTRASGK.
      *****************************************************************
       2500-LOAD-HISTORY-WINDOWS.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "35"
               DISPLAY "SEQCHG0024I - NO HISTORY FILE"
           ELSE
               IF WS-HIST-STATUS = "00"
                   MOVE LOW-VALUES TO HIST-KEY
                   START HISTORY-FILE KEY NOT < HIST-KEY
                       INVALID KEY
                           SET WS-HIST-EOF TO TRUE
                   END-START
                   PERFORM 2550-READ-HISTORY-RECORD
                       UNTIL WS-HIST-EOF
                   CLOSE HISTORY-FILE
               ELSE
                   DISPLAY "SEQCHG0025E - UNABLE TO OPEN CTRHIST "
                       WS-HIST-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF.

       2550-READ-HISTORY-RECORD.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-HIST-EOF TO TRUE
               NOT AT END
                   IF (HIST-REC-TYPE = "I" OR HIST-REC-TYPE = SPACE)
                      AND HIST-REASON-CODE NOT = "RQST"
                      AND HIST-START-TS(1:6) <= WS-BILL-MONTH
                      AND HIST-END-TS(1:6) >= WS-BILL-MONTH
                       MOVE HIST-SEQ-NAME TO WS-WORK-SEQ-NAME
                       MOVE HIST-JOB-ID TO WS-OWNER-ID
                       IF HIST-REASON-CODE = "GET"
                           IF HIST-END-TS(1:6) = WS-BILL-MONTH
                               PERFORM 2750-POST-GET-CALL
                           END-IF
                       ELSE
                           PERFORM 4600-RESOLVE-JOB-OWNER
                           PERFORM 2800-ADD-WINDOW
                           IF WS-WIN-USED < WS-WIN-MAX
                               MOVE HIST-START-TS
                                   TO WIN-TAB-START-TS(WS-WIN-USED)
                               MOVE HIST-END-TS
                                   TO WIN-TAB-END-TS(WS-WIN-USED)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2600-LOAD-AUDIT-WINDOWS.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               DISPLAY "SEQCHG0026I - NO AUDIT FILE"
           ELSE
               IF WS-AUDIT-STATUS = "00"
                   PERFORM 2650-READ-AUDIT-RECORD
                   PERFORM 2700-LOAD-ONE-AUDIT
                       UNTIL WS-AUDIT-EOF
                   CLOSE AUDIT-FILE
               ELSE
                   DISPLAY "SEQCHG0027E - UNABLE TO OPEN CTRAUDT "
                       WS-AUDIT-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF.

       2650-READ-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   SET WS-AUDIT-EOF TO TRUE
           END-READ.

       2700-LOAD-ONE-AUDIT.
           IF (AUDIT-REC-TYPE = "I" OR AUDIT-REC-TYPE = SPACE)
              AND AUDIT-REASON-CODE NOT = "RQST"
              AND AUDIT-START-TS(1:6) <= WS-BILL-MONTH
              AND AUDIT-END-TS(1:6) >= WS-BILL-MONTH
               MOVE AUDIT-SEQ-NAME TO WS-WORK-SEQ-NAME
               MOVE AUDIT-JOB-ID TO WS-OWNER-ID
               IF AUDIT-REASON-CODE = "GET"
                   IF AUDIT-END-TS(1:6) = WS-BILL-MONTH
                       PERFORM 2750-POST-GET-CALL
                   END-IF
               ELSE
                   PERFORM 4600-RESOLVE-JOB-OWNER
                   PERFORM 2800-ADD-WINDOW
                   IF WS-WIN-USED < WS-WIN-MAX
                       MOVE AUDIT-START-TS
                           TO WIN-TAB-START-TS(WS-WIN-USED)
                       MOVE AUDIT-END-TS
                           TO WIN-TAB-END-TS(WS-WIN-USED)
                   END-IF
               END-IF
           END-IF
           IF NOT WS-AUDIT-EOF
               PERFORM 2650-READ-AUDIT-RECORD
           END-IF.

      *****************************************************************
      *    A SEQGET CALL ISSUES ONE NUMBER AND WRITES ONE "I" BLOCK
      *    FOR IT, SO THE BLOCK ITSELF IS THE CHARGE: ONE NUMBER TO
      *    THE CALLING SYSTEM (THE BLOCK'S JOB-ID) IN THE MONTH THE
      *    CALL ENDED.  NO WINDOW IS KEPT FOR IT, SO ITS CTROUT
      *    RECORD MATCHES NOTHING IN PASS 3 AND IS NOT COUNTED TWICE.
      *****************************************************************
       2750-POST-GET-CALL.
           IF WS-WORK-SEQ-NAME = SPACES
               MOVE "SEQCTR0001" TO WS-WORK-SEQ-NAME
           END-IF
           MOVE WS-OWNER-ID TO WS-POST-UNIT
           MOVE WS-WORK-SEQ-NAME TO WS-POST-SEQ-NAME
           MOVE 1 TO WS-POST-QUANTITY
           MOVE "A" TO WS-POST-KIND
           PERFORM 4000-POST-CHARGE
           ADD 1 TO WS-DIRECT-ISSUED.

      *****************************************************************
      *    ADDS AN ENTRY FOR WS-WORK-SEQ-NAME / WS-POST-UNIT; THE
      *    CALLER FILLS IN THE TIMES.  A FULL TABLE STOPS THE RUN
      *    (THE LAST SLOT IS NEVER FILLED, SO THE CALLER'S MOVES
      *    ARE SKIPPED ONCE IT IS REACHED).
      *****************************************************************
       2800-ADD-WINDOW.
           IF WS-WORK-SEQ-NAME = SPACES
               MOVE "SEQCTR0001" TO WS-WORK-SEQ-NAME
           END-IF
           IF WS-WIN-USED >= WS-WIN-MAX - 1
               DISPLAY "SEQCHG0028E - AUDIT BLOCK TABLE FULL"
               MOVE 12 TO WS-RETURN-CODE
               MOVE WS-WIN-MAX TO WS-WIN-USED
               SET WS-AUDIT-EOF TO TRUE
               SET WS-HIST-EOF TO TRUE
           ELSE
               ADD 1 TO WS-WIN-USED
               MOVE WS-WORK-SEQ-NAME TO WIN-TAB-SEQ-NAME(WS-WIN-USED)
               MOVE WS-POST-UNIT TO WIN-TAB-UNIT(WS-WIN-USED)
           END-IF.

      *****************************************************************
      *    PASS 3 - NUMBERS ISSUED OUTSIDE REQUEST MODE.  CTROUT AND
      *    THE BLOCK TABLE ARE BOTH IN TIME ORDER, SO THE SEARCH
      *    STARTS FROM THE FIRST BLOCK STILL OPEN AT THE RECORD'S
      *    TIME.
      *****************************************************************
       3000-TALLY-DIRECT-ISSUES.
           IF WS-WIN-USED > 0
               OPEN INPUT OUTPUT-FILE
               IF WS-CTROUT-STATUS = "00"
                   PERFORM 3100-READ-OUTPUT-RECORD
                   PERFORM 3200-TALLY-ONE-NUMBER
                       UNTIL WS-CTROUT-EOF
                   CLOSE OUTPUT-FILE
               ELSE
                   DISPLAY "SEQCHG0029E - UNABLE TO OPEN CTROUT "
                       WS-CTROUT-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF.

       3100-READ-OUTPUT-RECORD.
           READ OUTPUT-FILE
               AT END
                   SET WS-CTROUT-EOF TO TRUE
           END-READ.

       3200-TALLY-ONE-NUMBER.
           IF OUT-TIMESTAMP(1:6) = WS-BILL-MONTH
              AND OUT-COUNT NUMERIC
               MOVE OUT-SEQ-NAME TO WS-WORK-SEQ-NAME
               IF WS-WORK-SEQ-NAME = SPACES
                   MOVE "SEQCTR0001" TO WS-WORK-SEQ-NAME
               END-IF
               MOVE "N" TO WS-WIN-DONE-SW
               PERFORM 3250-SKIP-ENDED-WINDOW
                   UNTIL WS-WIN-DONE
               MOVE 0 TO WS-WIN-HIT-IX
               MOVE WS-WIN-PTR TO WS-WIN-IX
               MOVE "N" TO WS-WIN-DONE-SW
               PERFORM 3300-MATCH-ONE-WINDOW
                   UNTIL WS-WIN-DONE
               IF WS-WIN-HIT-IX > 0
                   MOVE WIN-TAB-UNIT(WS-WIN-HIT-IX) TO WS-POST-UNIT
                   MOVE WS-WORK-SEQ-NAME TO WS-POST-SEQ-NAME
                   MOVE 1 TO WS-POST-QUANTITY
                   MOVE "A" TO WS-POST-KIND
                   PERFORM 4000-POST-CHARGE
                   ADD 1 TO WS-DIRECT-ISSUED
               END-IF
           END-IF
           PERFORM 3100-READ-OUTPUT-RECORD.

       3250-SKIP-ENDED-WINDOW.
           IF WS-WIN-PTR > WS-WIN-USED
               SET WS-WIN-DONE TO TRUE
           ELSE
               IF WIN-TAB-END-TS(WS-WIN-PTR) < OUT-TIMESTAMP
                   ADD 1 TO WS-WIN-PTR
               ELSE
                   SET WS-WIN-DONE TO TRUE
               END-IF
           END-IF.

       3300-MATCH-ONE-WINDOW.
           IF WS-WIN-IX > WS-WIN-USED
               SET WS-WIN-DONE TO TRUE
           ELSE
               IF WIN-TAB-START-TS(WS-WIN-IX) > OUT-TIMESTAMP
                   SET WS-WIN-DONE TO TRUE
               ELSE
                   IF WIN-TAB-SEQ-NAME(WS-WIN-IX) = WS-WORK-SEQ-NAME
                      AND WIN-TAB-END-TS(WS-WIN-IX) >= OUT-TIMESTAMP
                       MOVE WS-WIN-IX TO WS-WIN-HIT-IX
                       SET WS-WIN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-WIN-IX
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *    PASS 4 - RETURNS SEQRTI ACCEPTED IN THE MONTH, CREDITED
      *    TO THE SYSTEM OR JOB THAT HELD THE NUMBER.  RECLAIMS
      *    ("UNAK") WERE CREDITED FROM CTRASGK IN PASS 1.
      *****************************************************************
       3500-TALLY-RETURNS.
           OPEN INPUT JOURNAL-FILE
           IF WS-CTRRTNA-STATUS = "35"
               DISPLAY "SEQCHG0033I - NO ACCEPTED-RETURN JOURNAL"
           ELSE
               IF WS-CTRRTNA-STATUS = "00"
                   PERFORM 3550-READ-JOURNAL-RECORD
                   PERFORM 3600-TALLY-ONE-RETURN
                       UNTIL WS-RTA-EOF
                   CLOSE JOURNAL-FILE
               ELSE
                   DISPLAY "SEQCHG0034E - UNABLE TO OPEN CTRRTNA "
                       WS-CTRRTNA-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF.

       3550-READ-JOURNAL-RECORD.
           READ JOURNAL-FILE
               AT END
                   SET WS-RTA-EOF TO TRUE
           END-READ.

       3600-TALLY-ONE-RETURN.
           IF RTA-ACCEPT-TS(1:6) = WS-BILL-MONTH
              AND RTA-REASON-CODE NOT = "UNAK"
               IF RTA-HOLDER-SYSTEM = SPACES
                   ADD 1 TO WS-UNATTRIBUTED
               ELSE
                   MOVE RTA-HOLDER-SYSTEM TO WS-OWNER-ID
                   PERFORM 4500-LOOKUP-OWNER
                   MOVE RTA-SEQ-NAME TO WS-POST-SEQ-NAME
                   MOVE 1 TO WS-POST-QUANTITY
                   MOVE "R" TO WS-POST-KIND
                   PERFORM 4000-POST-CHARGE
                   ADD 1 TO WS-RETURNS-CREDITED
               END-IF
           END-IF
           PERFORM 3550-READ-JOURNAL-RECORD.

      *****************************************************************
      *    POST WS-POST-QUANTITY OF KIND "A" (ASSIGNED), "C"
      *    (RECLAIMED) OR "R" (RETURNED) TO WS-POST-KEY, INSERTING
      *    A NEW ENTRY IN KEY ORDER WHEN THE KEY IS NOT YET THERE.
      *****************************************************************
       4000-POST-CHARGE.
           MOVE 0 TO WS-CHG-HIT-IX
           MOVE 0 TO WS-CHG-POS
           MOVE 0 TO WS-CHG-IX
           PERFORM 4050-SCAN-ONE-CHARGE
               WS-CHG-USED TIMES
           IF WS-CHG-HIT-IX = 0
               PERFORM 4100-INSERT-CHARGE
           END-IF
           IF WS-CHG-HIT-IX > 0
               EVALUATE WS-POST-KIND
                   WHEN "A"
                       ADD WS-POST-QUANTITY
                           TO CHG-TAB-ASSIGNED(WS-CHG-HIT-IX)
                   WHEN "C"
                       ADD WS-POST-QUANTITY
                           TO CHG-TAB-RECLAIMED(WS-CHG-HIT-IX)
                   WHEN "R"
                       ADD WS-POST-QUANTITY
                           TO CHG-TAB-RETURNED(WS-CHG-HIT-IX)
               END-EVALUATE
           END-IF.

       4050-SCAN-ONE-CHARGE.
           ADD 1 TO WS-CHG-IX
           IF WS-CHG-POS = 0
              AND CHG-TAB-KEY(WS-CHG-IX) NOT < WS-POST-KEY
               MOVE WS-CHG-IX TO WS-CHG-POS
               IF CHG-TAB-KEY(WS-CHG-IX) = WS-POST-KEY
                   MOVE WS-CHG-IX TO WS-CHG-HIT-IX
               END-IF
           END-IF.

       4100-INSERT-CHARGE.
           IF WS-CHG-USED >= WS-CHG-MAX
               DISPLAY "SEQCHG0035E - CHARGE TABLE FULL"
               MOVE 12 TO WS-RETURN-CODE
               SET WS-HIST-EOF TO TRUE
               SET WS-AUDIT-EOF TO TRUE
               SET WS-ASGK-EOF TO TRUE
               SET WS-CTROUT-EOF TO TRUE
               SET WS-RTA-EOF TO TRUE
           ELSE
               IF WS-CHG-POS = 0
                   COMPUTE WS-CHG-POS = WS-CHG-USED + 1
               ELSE
                   MOVE WS-CHG-USED TO WS-CHG-SHIFT-IX
                   PERFORM 4150-SHIFT-ONE-CHARGE
                       UNTIL WS-CHG-SHIFT-IX < WS-CHG-POS
               END-IF
               ADD 1 TO WS-CHG-USED
               MOVE WS-POST-KEY TO CHG-TAB-KEY(WS-CHG-POS)
               MOVE 0 TO CHG-TAB-ASSIGNED(WS-CHG-POS)
               MOVE 0 TO CHG-TAB-RECLAIMED(WS-CHG-POS)
               MOVE 0 TO CHG-TAB-RETURNED(WS-CHG-POS)
               MOVE WS-CHG-POS TO WS-CHG-HIT-IX
           END-IF.

       4150-SHIFT-ONE-CHARGE.
           COMPUTE WS-CHG-NEXT-IX = WS-CHG-SHIFT-IX + 1
           MOVE WS-CHARGE-ENTRY(WS-CHG-SHIFT-IX)
               TO WS-CHARGE-ENTRY(WS-CHG-NEXT-IX)
           SUBTRACT 1 FROM WS-CHG-SHIFT-IX.

      *****************************************************************
      *    WS-OWNER-ID IS CHARGED TO ITS COST CENTER WHEN IT HAS A
      *    CTRCOST CARD, OTHERWISE UNDER ITS OWN NAME.
      *****************************************************************
       4500-LOOKUP-OWNER.
           MOVE 0 TO WS-CCC-HIT-IX
           MOVE 0 TO WS-CCC-IX
           PERFORM 4550-SCAN-ONE-OWNER
               WS-CCC-USED TIMES
           IF WS-CCC-HIT-IX > 0
               SET WS-OWNER-FOUND TO TRUE
               MOVE CCC-TAB-CENTER(WS-CCC-HIT-IX) TO WS-POST-UNIT
           ELSE
               MOVE "N" TO WS-OWNER-FOUND-SW
               MOVE WS-OWNER-ID TO WS-POST-UNIT
           END-IF.

       4550-SCAN-ONE-OWNER.
           ADD 1 TO WS-CCC-IX
           IF WS-CCC-HIT-IX = 0
              AND CCC-TAB-JOB-ID(WS-CCC-IX) = WS-OWNER-ID
               MOVE WS-CCC-IX TO WS-CCC-HIT-IX
           END-IF.

      *****************************************************************
      *    A SINGLE-BLOCK JOB-ID SHOULD ALWAYS HAVE A CARD.  ONE
      *    WITHOUT IS REPORTED ONCE AND REMEMBERED AS ITS OWN COST
      *    CENTER FOR THE REST OF THE RUN.
      *****************************************************************
       4600-RESOLVE-JOB-OWNER.
           PERFORM 4500-LOOKUP-OWNER
           IF NOT WS-OWNER-FOUND
               DISPLAY "SEQCHG0040W - JOB " WS-OWNER-ID
                   " HAS NO COST CENTER CARD, CHARGED UNDER "
                   "ITS OWN NAME"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               IF WS-CCC-USED < WS-CCC-MAX
                   ADD 1 TO WS-CCC-USED
                   MOVE WS-OWNER-ID TO CCC-TAB-JOB-ID(WS-CCC-USED)
                   MOVE WS-OWNER-ID TO CCC-TAB-CENTER(WS-CCC-USED)
               END-IF
           END-IF.

      *****************************************************************
      *    JOURNAL AND STATEMENTS, ONE PASS OVER THE CHARGE TABLE.
      *****************************************************************
       5000-WRITE-JOURNAL.
           MOVE SPACES TO GLJ-HEADER-RECORD
           MOVE "H" TO GLJ-HDR-REC-TYPE
           MOVE WS-TODAY-DATE TO GLJ-HDR-RUN-DATE
           MOVE WS-BILL-MONTH-N TO GLJ-HDR-BILL-MONTH
           MOVE WS-RERUN-FLAG TO GLJ-HDR-RERUN-FLAG
           WRITE GLJ-HEADER-RECORD
           MOVE SPACES TO WS-PRIOR-UNIT
           MOVE 0 TO WS-CHG-IX
           PERFORM 5100-WRITE-ONE-CHARGE
               WS-CHG-USED TIMES
           IF WS-CHG-USED > 0
               PERFORM 5300-WRITE-UNIT-TOTAL
           END-IF
           MOVE SPACES TO GLJ-TRAILER-RECORD
           MOVE "T" TO GLJ-TRL-REC-TYPE
           MOVE WS-DETAIL-COUNT TO GLJ-TRL-RECORD-COUNT
           MOVE WS-TOTAL-AMOUNT TO GLJ-TRL-TOTAL-AMOUNT
           MOVE WS-HASH-TOTAL TO GLJ-TRL-HASH-TOTAL
           WRITE GLJ-TRAILER-RECORD
           PERFORM 5400-WRITE-GRAND-TOTAL.

       5100-WRITE-ONE-CHARGE.
           ADD 1 TO WS-CHG-IX
           IF CHG-TAB-UNIT(WS-CHG-IX) NOT = WS-PRIOR-UNIT
               IF WS-CHG-IX > 1
                   PERFORM 5300-WRITE-UNIT-TOTAL
               END-IF
               PERFORM 5200-WRITE-UNIT-HEADER
           END-IF
           PERFORM 5150-READ-RATE
           COMPUTE WS-NET-QUANTITY =
               CHG-TAB-ASSIGNED(WS-CHG-IX)
               - CHG-TAB-RECLAIMED(WS-CHG-IX)
               - CHG-TAB-RETURNED(WS-CHG-IX)
           COMPUTE WS-AMOUNT ROUNDED = WS-NET-QUANTITY * WS-RATE
           MOVE SPACES TO GLJ-DETAIL-RECORD
           MOVE "D" TO GLJ-DTL-REC-TYPE
           MOVE CHG-TAB-UNIT(WS-CHG-IX) TO GLJ-DTL-CHARGE-UNIT
           MOVE CHG-TAB-SEQ-NAME(WS-CHG-IX) TO GLJ-DTL-SEQ-NAME
           MOVE WS-GL-ACCOUNT TO GLJ-DTL-GL-ACCOUNT
           MOVE CHG-TAB-ASSIGNED(WS-CHG-IX) TO GLJ-DTL-ASSIGNED
           MOVE CHG-TAB-RECLAIMED(WS-CHG-IX) TO GLJ-DTL-RECLAIMED
           MOVE CHG-TAB-RETURNED(WS-CHG-IX) TO GLJ-DTL-RETURNED
           MOVE WS-NET-QUANTITY TO GLJ-DTL-NET-QUANTITY
           MOVE WS-RATE TO GLJ-DTL-RATE
           MOVE WS-AMOUNT TO GLJ-DTL-AMOUNT
           WRITE GLJ-DETAIL-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD CHG-TAB-ASSIGNED(WS-CHG-IX) TO WS-HASH-TOTAL
           ADD WS-NET-QUANTITY TO WS-TOTAL-NET
           ADD WS-NET-QUANTITY TO WS-UNIT-NET
           ADD WS-AMOUNT TO WS-TOTAL-AMOUNT
           ADD WS-AMOUNT TO WS-UNIT-AMOUNT
           MOVE CHG-TAB-SEQ-NAME(WS-CHG-IX) TO RPT-DTL-SEQ-NAME
           MOVE WS-GL-ACCOUNT TO RPT-DTL-GL-ACCOUNT
           MOVE CHG-TAB-ASSIGNED(WS-CHG-IX) TO RPT-DTL-ASSIGNED
           MOVE CHG-TAB-RECLAIMED(WS-CHG-IX) TO RPT-DTL-RECLAIMED
           MOVE CHG-TAB-RETURNED(WS-CHG-IX) TO RPT-DTL-RETURNED
           MOVE WS-NET-QUANTITY TO RPT-DTL-NET
           MOVE WS-RATE TO RPT-DTL-RATE
           MOVE WS-AMOUNT TO RPT-DTL-AMOUNT
           IF WS-RATE-FOUND
               MOVE SPACES TO RPT-DTL-NOTE
           ELSE
               MOVE "NO RATE" TO RPT-DTL-NOTE
           END-IF
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE.

       5150-READ-RATE.
           MOVE "N" TO WS-RATE-FOUND-SW
           MOVE 0 TO WS-RATE
           MOVE SPACES TO WS-GL-ACCOUNT
           IF WS-RATEFILE-OPEN
               MOVE CHG-TAB-SEQ-NAME(WS-CHG-IX) TO RATE-SEQ-NAME
               READ RATE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-RATE-STATUS = "00"
                  AND RATE-PER-NUMBER NUMERIC
                   SET WS-RATE-FOUND TO TRUE
                   MOVE RATE-PER-NUMBER TO WS-RATE
                   MOVE RATE-GL-ACCOUNT TO WS-GL-ACCOUNT
               END-IF
           END-IF
           IF NOT WS-RATE-FOUND
               DISPLAY "SEQCHG0041W - NO RATE FOR "
                   CHG-TAB-SEQ-NAME(WS-CHG-IX) ", "
                   CHG-TAB-UNIT(WS-CHG-IX) " CHARGED AT ZERO"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       5200-WRITE-UNIT-HEADER.
           MOVE CHG-TAB-UNIT(WS-CHG-IX) TO WS-PRIOR-UNIT
           MOVE 0 TO WS-UNIT-NET
           MOVE 0 TO WS-UNIT-AMOUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PRIOR-UNIT TO RPT-UH-UNIT
           WRITE REPORT-LINE FROM RPT-UNIT-HEADER
           WRITE REPORT-LINE FROM RPT-COLUMN-HEADER.

       5300-WRITE-UNIT-TOTAL.
           MOVE "TOTAL FOR" TO RPT-TOT-LABEL
           MOVE WS-PRIOR-UNIT TO RPT-TOT-UNIT
           MOVE WS-UNIT-NET TO RPT-TOT-NET
           MOVE WS-UNIT-AMOUNT TO RPT-TOT-AMOUNT
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.

       5400-WRITE-GRAND-TOTAL.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "GRAND TOTAL" TO RPT-TOT-LABEL
           MOVE SPACES TO RPT-TOT-UNIT
           MOVE WS-TOTAL-NET TO RPT-TOT-NET
           MOVE WS-TOTAL-AMOUNT TO RPT-TOT-AMOUNT
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
           MOVE WS-DETAIL-COUNT TO RPT-TRL-DETAILS
           MOVE WS-HASH-TOTAL TO RPT-TRL-HASH
           MOVE WS-UNATTRIBUTED TO RPT-TRL-UNATTRIBUTED
           WRITE REPORT-LINE FROM RPT-TRAILER-LINE
           IF WS-UNATTRIBUTED > 0
               DISPLAY "SEQCHG0042W - " WS-UNATTRIBUTED
                   " RETURNS WITH NO KNOWN HOLDER NOT CREDITED"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-DETAIL-COUNT = 0
               DISPLAY "SEQCHG0043W - NOTHING TO BILL FOR MONTH "
                   WS-BILL-MONTH
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           DISPLAY "SEQCHG0001I - MONTH " WS-BILL-MONTH
               " SEGMENTS READ " WS-SEGMENTS-READ
               " DIRECT ISSUES " WS-DIRECT-ISSUED
               " RETURNS " WS-RETURNS-CREDITED
               " DETAILS " WS-DETAIL-COUNT.

      *****************************************************************
      *    THE LOG RECORD IS CUT ONLY AFTER THE JOURNAL IS COMPLETE,
      *    SO A RUN THAT DIED MID-FILE LEAVES THE MONTH UNBILLED AND
      *    IT CAN SIMPLY BE RUN AGAIN.
      *****************************************************************
       8500-LOG-BILLING-RUN.
           MOVE SPACES TO CBL-RECORD
           MOVE WS-BILL-MONTH-N TO CBL-BILL-MONTH
           MOVE WS-FORMATTED-TIMESTAMP TO CBL-RUN-TS
           MOVE WS-DETAIL-COUNT TO CBL-DETAIL-COUNT
           MOVE WS-TOTAL-NET TO CBL-NET-QUANTITY
           MOVE WS-TOTAL-AMOUNT TO CBL-TOTAL-AMOUNT
           MOVE WS-HASH-TOTAL TO CBL-HASH-TOTAL
           MOVE WS-RERUN-FLAG TO CBL-RERUN-FLAG
           MOVE WS-RUN-COUNT TO CBL-RUN-COUNT
           IF WS-LOG-FOUND
               REWRITE CBL-RECORD
                   INVALID KEY
                       DISPLAY "SEQCHG0050E - RUN LOG UPDATE FAILED"
                       MOVE 12 TO WS-RETURN-CODE
               END-REWRITE
           ELSE
               WRITE CBL-RECORD
                   INVALID KEY
                       DISPLAY "SEQCHG0051E - RUN LOG WRITE FAILED"
                       MOVE 12 TO WS-RETURN-CODE
               END-WRITE
           END-IF.

       9999-END-OF-JOB.
           IF WS-ASGKFILE-OPEN
               CLOSE CONTROL-FILE
           END-IF
           IF WS-RATEFILE-OPEN
               CLOSE RATE-FILE
           END-IF
           IF WS-LOGFILE-OPEN
               CLOSE LOG-FILE
           END-IF
           IF WS-GLFILE-OPEN
               CLOSE GL-FILE
           END-IF
           IF WS-RPTFILE-OPEN
               CLOSE REPORT-FILE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
