       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEQCNV.
       AUTHOR. BATCH-SUPPORT.
      *****************************************************************
      *    SEQCNV - ONE-TIME COUNT-WIDENING CONVERSION
      *
      *    THE SEQUENCE COUNT WAS FIVE DIGITS THROUGHOUT THE
      *    SUBSYSTEM; IT IS NOW NINE, AND THE FORMATTED BUSINESS
      *    NUMBER GROWS FROM 13 TO 17 POSITIONS (PREFIX 3 + YEAR 4
      *    + COUNT 9 + CHECK DIGIT 1).  THIS JOB REFORMATS EVERY
      *    PERSISTENT FILE THAT CARRIES A COUNT SO THE DATASETS
      *    KEEP THEIR NAMES AND THEIR CONTENTS ACROSS THE CHANGE:
      *      SEQMSTR   CTRPOLF   CTRCKPT   CTRPOOL   CTRLGR
      *      CTRASGK   CTROUT    CTRAUDT   CTRHIST
      *    BEFORE THE RUN OPERATIONS RENAMES EACH LIVE DATASET TO
      *    ITS SAVED NAME (SEQMSTO, CTRPOLO, CTRCKPO, CTRPOOLO,
      *    CTRLGRO, CTRASGKO, CTROUTO, CTRAUDO, CTRHISTO); THE JOB
      *    READS EACH SAVED COPY IN THE OLD LAYOUT AND WRITES THE
      *    LIVE NAME AGAIN IN THE NEW LAYOUT.  COUNTS ARE
      *    ZERO-EXTENDED ON THE LEFT, AND
      *    BUSINESS NUMBERS GET FOUR LEADING ZEROS IN THE COUNT;
      *    THE LUHN CHECK DIGIT IS UNCHANGED BY LEADING ZEROS, SO
      *    EVERY CONVERTED NUMBER IS RE-VALIDATED THROUGH SEQVAL
      *    AND ANY THAT FAILS IS COUNTED AS A NUMBER EXCEPTION.
      *
      *    EACH CONVERTED FILE IS THEN READ BACK FROM THE LIVE
      *    NAME, AND THE CNVRPT REPORT SHOWS PER FILE THE RECORD
      *    COUNT AND CONTROL TOTAL (SUM OF THE COUNT FIELDS)
      *    BEFORE AND AFTER.  A FILE WHOSE FIGURES DISAGREE IS OUT
      *    OF BALANCE AND ENDS THE JOB WITH RC 8 - RENAME THE SAVED
      *    COPIES BACK AND INVESTIGATE BEFORE ANY ISSUING RUN.
      *    NUMBER EXCEPTIONS ALONE GIVE RC 4.  A SAVED COPY THAT
      *    DOES NOT EXIST IS REPORTED AND SKIPPED.  THE SEQCTR RUN
      *    LOCK IS HELD THROUGHOUT, WITHOUT A STALE OVERRIDE.
      *
      *    CTRASGN AND CTRRTN ALSO CARRY A COUNT BUT ARE TRANSIENT
      *    HAND-OFF FILES, SO THEY ARE NOT CONVERTED: THEY MUST BE
      *    DRAINED BEFORE CUTOVER.  RUN SEQACK TO LOAD THE LAST
      *    CTRASGN ONTO CTRASGK (THEN EMPTY CTRASGN) AND SEQRTI TO
      *    TAKE IN CTRRTN, RECLAIMS INCLUDED.  IF EITHER FILE STILL
      *    HOLDS A RECORD THE JOB ENDS WITH RC 8 BEFORE ANYTHING IS
      *    CONVERTED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE ASSIGN TO "SEQMSTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OSQ-KEY
               FILE STATUS IS WS-OLDSEQ-STATUS.

           SELECT SEQ-MASTER-FILE ASSIGN TO "SEQMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEQ-KEY
               FILE STATUS IS WS-SEQMSTR-STATUS.

           SELECT OLD-POLICY-FILE ASSIGN TO "CTRPOLO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPL-KEY
               FILE STATUS IS WS-OLDPOL-STATUS.

           SELECT POLICY-FILE ASSIGN TO "CTRPOLF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POL-KEY
               FILE STATUS IS WS-CTRPOL-STATUS.

           SELECT OLD-CHECKPOINT-FILE ASSIGN TO "CTRCKPO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCK-KEY
               FILE STATUS IS WS-OLDCKPT-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "CTRCKPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKPT-KEY
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT OLD-POOL-FILE ASSIGN TO "CTRPOOLO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPO-KEY
               FILE STATUS IS WS-OLDPOOL-STATUS.

           SELECT POOL-FILE ASSIGN TO "CTRPOOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POOL-KEY
               FILE STATUS IS WS-POOL-STATUS.

           SELECT OLD-LEDGER-FILE ASSIGN TO "CTRLGRO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLG-KEY
               FILE STATUS IS WS-OLDLGR-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "CTRLGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGR-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT OLD-ASSIGN-CTL-FILE ASSIGN TO "CTRASGKO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OAK-KEY
               FILE STATUS IS WS-OLDASGK-STATUS.

           SELECT ASSIGN-CTL-FILE ASSIGN TO "CTRASGK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASGK-KEY
               FILE STATUS IS WS-ASGK-STATUS.

           SELECT OLD-OUTPUT-FILE ASSIGN TO "CTROUTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLDOUT-STATUS.

           SELECT OUTPUT-FILE ASSIGN TO "CTROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTROUT-STATUS.

           SELECT OLD-AUDIT-FILE ASSIGN TO "CTRAUDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLDAUD-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "CTRAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OLD-HISTORY-FILE ASSIGN TO "CTRHISTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OHS-KEY
               FILE STATUS IS WS-OLDHIST-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "CTRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT ASSIGN-FILE ASSIGN TO "CTRASGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRASGN-STATUS.

           SELECT RETURNS-FILE ASSIGN TO "CTRRTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRRTN-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CNVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNVRPT-STATUS.

           SELECT LOCK-FILE ASSIGN TO "CTRLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRLOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *    THE OLD LAYOUTS BELOW ARE THE FIVE-DIGIT RECORD FORMATS
      *    AS THEY STOOD BEFORE THE WIDENING.  THEY EXIST ONLY TO
      *    READ THE SAVED COPIES AND MUST NOT BE USED ELSEWHERE.
      *****************************************************************
       FD  OLD-MASTER-FILE.
       01  OLD-MASTER-RECORD.
           05  OSQ-KEY                 PIC X(10).
           05  OSQ-LAST-NUMBER         PIC 9(5).
           05  OSQ-LAST-UPDATED        PIC X(26).
           05  OSQ-PREFIX              PIC X(3).
           05  OSQ-ISSUE-YEAR          PIC 9(4).
           05  OSQ-SUCCESSOR           PIC X(10).
           05  FILLER                  PIC X(22).

       FD  SEQ-MASTER-FILE.
           COPY CTRSEQ.

       FD  OLD-POLICY-FILE.
       01  OLD-POLICY-RECORD.
           05  OPL-KEY                 PIC X(10).
           05  OPL-STATUS              PIC X(1).
           05  OPL-CEILING             PIC 9(5).
           05  OPL-FLOOR               PIC 9(5).
           05  OPL-AUTH-LIST           PIC X(32).
           05  OPL-LAST-UPDATED        PIC X(26).
           05  FILLER                  PIC X(21).

       FD  POLICY-FILE.
           COPY CTRPOL.

       FD  OLD-CHECKPOINT-FILE.
       01  OLD-CHECKPOINT-RECORD.
           05  OCK-KEY                 PIC X(10).
           05  OCK-COUNT               PIC 9(5).
           05  OCK-TIMESTAMP           PIC X(26).
           05  OCK-ISSUE-YEAR          PIC 9(4).
           05  FILLER                  PIC X(35).

       FD  CHECKPOINT-FILE.
           COPY CTRCKPT.

       FD  OLD-POOL-FILE.
       01  OLD-POOL-RECORD.
           05  OPO-KEY.
               10  OPO-SEQ-NAME        PIC X(10).
               10  OPO-ISSUE-YEAR      PIC 9(4).
               10  OPO-NUMBER          PIC 9(5).
           05  OPO-RETURN-TS           PIC X(26).
           05  OPO-REASON-CODE         PIC X(4).
           05  FILLER                  PIC X(11).

       FD  POOL-FILE.
           COPY CTRPOOL.

       FD  OLD-LEDGER-FILE.
       01  OLD-LEDGER-RECORD.
           05  OLG-KEY.
               10  OLG-SEQ-NAME        PIC X(10).
               10  OLG-ISSUE-YEAR      PIC 9(4).
               10  OLG-NUMBER          PIC 9(5).
           05  OLG-BUSINESS-NO         PIC X(13).
           05  OLG-STATE               PIC X(1).
           05  OLG-STATE-TS            PIC X(26).
           05  OLG-HOLDER-SYSTEM       PIC X(8).
           05  OLG-HOLDER-REF          PIC X(12).
           05  OLG-FIRST-ISSUE-TS      PIC X(26).
           05  OLG-FIRST-SYSTEM        PIC X(8).
           05  OLG-RETURN-TS           PIC X(26).
           05  OLG-RETURN-REASON       PIC X(4).
           05  OLG-ISSUE-COUNT         PIC 9(3).
           05  FILLER                  PIC X(14).

       FD  LEDGER-FILE.
           COPY CTRLGR.

       FD  OLD-ASSIGN-CTL-FILE.
       01  OLD-ASGK-RECORD.
           05  OAK-KEY.
               10  OAK-SYSTEM          PIC X(8).
               10  OAK-REFERENCE       PIC X(12).
               10  OAK-SEGMENT         PIC 9(3).
           05  OAK-SEQ-NAME            PIC X(10).
           05  OAK-START-NUMBER        PIC 9(5).
           05  OAK-END-NUMBER          PIC 9(5).
           05  OAK-QUANTITY            PIC 9(5).
           05  OAK-INCREMENT           PIC 9(3).
           05  OAK-ASSIGN-TS           PIC X(26).
           05  OAK-ACK-SW              PIC X(1).
           05  OAK-ACK-TS              PIC X(26).
           05  OAK-RECLAIM-SW          PIC X(1).
           05  FILLER                  PIC X(5).

       FD  ASSIGN-CTL-FILE.
           COPY CTRASGK.

       FD  OLD-OUTPUT-FILE
           RECORDING MODE IS F.
       01  OLD-OUTPUT-RECORD.
           05  OOT-COUNT               PIC 9(5).
           05  FILLER                  PIC X(1).
           05  OOT-TIMESTAMP           PIC X(26).
           05  OOT-SEQ-NAME            PIC X(10).
           05  FILLER                  PIC X(1).
           05  OOT-BUSINESS-NO         PIC X(13).
           05  FILLER                  PIC X(1).
           05  OOT-REISSUE-FLAG        PIC X(1).
           05  FILLER                  PIC X(22).

       FD  OUTPUT-FILE
           RECORDING MODE IS F.
           COPY CTROUT.

       FD  OLD-AUDIT-FILE
           RECORDING MODE IS F.
       01  OLD-AUDIT-RECORD.
           05  OAU-JOB-ID              PIC X(8).
           05  OAU-START-TS            PIC X(26).
           05  OAU-END-TS              PIC X(26).
           05  OAU-LIMIT               PIC 9(5).
           05  OAU-INCREMENT           PIC 9(3).
           05  OAU-START-COUNT         PIC 9(5).
           05  OAU-END-COUNT           PIC 9(5).
           05  OAU-RETURN-CODE         PIC 9(4).
           05  OAU-SEQ-NAME            PIC X(10).
           05  OAU-REC-TYPE            PIC X(1).
           05  OAU-REASON-CODE         PIC X(4).
           05  FILLER                  PIC X(5).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY CTRAUDT.

       FD  OLD-HISTORY-FILE.
       01  OLD-HISTORY-RECORD.
           05  OHS-KEY.
               10  OHS-START-TS        PIC X(26).
               10  OHS-JOB-ID          PIC X(8).
               10  OHS-SEQ-NAME        PIC X(10).
           05  OHS-END-TS              PIC X(26).
           05  OHS-LIMIT               PIC 9(5).
           05  OHS-INCREMENT           PIC 9(3).
           05  OHS-START-COUNT         PIC 9(5).
           05  OHS-END-COUNT           PIC 9(5).
           05  OHS-RETURN-CODE         PIC 9(4).
           05  OHS-REC-TYPE            PIC X(1).
           05  OHS-REASON-CODE         PIC X(4).
           05  FILLER                  PIC X(5).

       FD  HISTORY-FILE.
           COPY CTRHIST.

      *****************************************************************
      *    CTRASGN AND CTRRTN ARE ONLY LOOKED INTO TO SEE THAT THEY
      *    ARE EMPTY, SO NO LAYOUT IS NEEDED.
      *****************************************************************
       FD  ASSIGN-FILE
           RECORDING MODE IS F.
       01  ASSIGN-LINE                PIC X(200).

       FD  RETURNS-FILE
           RECORDING MODE IS F.
       01  RETURNS-LINE               PIC X(200).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(132).

       FD  LOCK-FILE
           RECORDING MODE IS F.
           COPY CTRLOCK.

       WORKING-STORAGE SECTION.
       01  WS-OLDSEQ-STATUS            PIC XX VALUE "00".
       01  WS-SEQMSTR-STATUS           PIC XX VALUE "00".
       01  WS-OLDPOL-STATUS            PIC XX VALUE "00".
       01  WS-CTRPOL-STATUS            PIC XX VALUE "00".
       01  WS-OLDCKPT-STATUS           PIC XX VALUE "00".
       01  WS-CKPT-STATUS              PIC XX VALUE "00".
       01  WS-OLDPOOL-STATUS           PIC XX VALUE "00".
       01  WS-POOL-STATUS              PIC XX VALUE "00".
       01  WS-OLDLGR-STATUS            PIC XX VALUE "00".
       01  WS-LEDGER-STATUS            PIC XX VALUE "00".
       01  WS-OLDASGK-STATUS           PIC XX VALUE "00".
       01  WS-ASGK-STATUS              PIC XX VALUE "00".
       01  WS-OLDOUT-STATUS            PIC XX VALUE "00".
       01  WS-CTROUT-STATUS            PIC XX VALUE "00".
       01  WS-OLDAUD-STATUS            PIC XX VALUE "00".
       01  WS-AUDIT-STATUS             PIC XX VALUE "00".
       01  WS-OLDHIST-STATUS           PIC XX VALUE "00".
       01  WS-HIST-STATUS              PIC XX VALUE "00".
       01  WS-CTRASGN-STATUS           PIC XX VALUE "00".
       01  WS-CTRRTN-STATUS            PIC XX VALUE "00".
       01  WS-CNVRPT-STATUS            PIC XX VALUE "00".
       01  WS-CTRLOCK-STATUS           PIC XX VALUE "00".
       01  WS-RETURN-CODE              PIC 9(4) VALUE 0.
       01  WS-JOB-ID                   PIC X(8) VALUE "SEQCNV".
       01  WS-FORMATTED-TIMESTAMP      PIC X(26).
       01  WS-HELD-JOB-ID              PIC X(8) VALUE SPACES.
       01  WS-HELD-TS                  PIC X(26) VALUE SPACES.
       01  WS-MY-LOCK-TS               PIC X(26) VALUE SPACES.
       01  WS-RPTFILE-OPEN-SW          PIC X VALUE "N".
           88  WS-RPTFILE-OPEN              VALUE "Y".
       01  WS-LOCK-OWNED-SW            PIC X VALUE "N".
           88  WS-LOCK-OWNED                VALUE "Y".

      *****************************************************************
      *    PER-FILE CONTROL FIGURES, RESET AS EACH FILE STARTS.
      *    "BEFORE" FIGURES COME FROM THE SAVED COPY AS IT IS READ,
      *    "AFTER" FIGURES FROM READING THE REWRITTEN LIVE FILE
      *    BACK, SO THE PROOF COVERS WHAT ACTUALLY LANDED ON DISK.
      *****************************************************************
       01  WS-CNV-FILE-NAME            PIC X(10) VALUE SPACES.
       01  WS-CNV-READ                 PIC 9(9) VALUE 0.
       01  WS-CNV-PROVED               PIC 9(9) VALUE 0.
       01  WS-CNV-HASH-IN              PIC 9(15) VALUE 0.
       01  WS-CNV-HASH-OUT             PIC 9(15) VALUE 0.
       01  WS-CNV-BUS-EXC              PIC 9(7) VALUE 0.
       01  WS-CNV-EOF-SW               PIC X VALUE "N".
           88  WS-CNV-EOF                   VALUE "Y".
       01  WS-CNV-ABSENT-SW            PIC X VALUE "N".
           88  WS-CNV-ABSENT                VALUE "Y".
       01  WS-CNV-FAILED-SW            PIC X VALUE "N".
           88  WS-CNV-FAILED                VALUE "Y".
       01  WS-FILES-CONVERTED          PIC 9(3) VALUE 0.
       01  WS-FILES-SKIPPED            PIC 9(3) VALUE 0.
       01  WS-FILES-UNBALANCED         PIC 9(3) VALUE 0.

       01  WS-OLD-BUSINESS-NO          PIC X(13) VALUE SPACES.
       01  WS-NEW-BUSINESS-NO          PIC X(17) VALUE SPACES.
           COPY CTRVAL.

       01  RPT-HEADER-1.
           05  FILLER                  PIC X(10) VALUE "SEQCNV".
           05  FILLER                  PIC X(34) VALUE
                   "COUNT-WIDENING CONVERSION PROOF".
           05  FILLER                  PIC X(10) VALUE "RUN DATE:".
           05  RPT-H1-DATE             PIC X(8).

       01  RPT-HEADER-2.
           05  FILLER                  PIC X(12) VALUE "FILE".
           05  FILLER                  PIC X(11) VALUE "RECS-BEFORE".
           05  FILLER                  PIC X(11) VALUE "RECS-AFTER".
           05  FILLER                  PIC X(17) VALUE "TOTAL-BEFORE".
           05  FILLER                  PIC X(17) VALUE "TOTAL-AFTER".
           05  FILLER                  PIC X(9)  VALUE "NUM-EXC".
           05  FILLER                  PIC X(30) VALUE "STATUS".

       01  RPT-DETAIL-LINE.
           05  RPT-DTL-FILE            PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-RECS-IN         PIC Z(8)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-RECS-OUT        PIC Z(8)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-HASH-IN         PIC Z(14)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-HASH-OUT        PIC Z(14)9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-BUS-EXC         PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-STATUS          PIC X(30).

       01  RPT-TRAILER-LINE.
           05  FILLER                  PIC X(12) VALUE "CONVERTED:".
           05  RPT-TRL-CONVERTED       PIC ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE "SKIPPED:".
           05  RPT-TRL-SKIPPED         PIC ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
                   "OUT OF BALANCE:".
           05  RPT-TRL-UNBALANCED      PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0900-CLAIM-RUN-LOCK
           IF WS-RETURN-CODE = 0
               PERFORM 0800-CHECK-DRAINED-FILES
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM 1000-OPEN-REPORT
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM 2000-CONVERT-MASTER
               PERFORM 2100-CONVERT-POLICY
               PERFORM 2200-CONVERT-CHECKPOINT
               PERFORM 2300-CONVERT-POOL
               PERFORM 2400-CONVERT-LEDGER
               PERFORM 2500-CONVERT-ASSIGN-CTL
               PERFORM 2600-CONVERT-OUTPUT
               PERFORM 2700-CONVERT-AUDIT
               PERFORM 2800-CONVERT-HISTORY
               PERFORM 8000-WRITE-REPORT-TRAILER
           END-IF
           PERFORM 9999-END-OF-JOB.

      *****************************************************************
      *    A RECORD LEFT ON CTRASGN OR CTRRTN IS IN THE OLD LAYOUT
      *    AND WOULD BE MISREAD BY SEQACK OR SEQRTI AFTER CUTOVER.
      *    AN EMPTY OR MISSING FILE IS FINE.
      *****************************************************************
       0800-CHECK-DRAINED-FILES.
           OPEN INPUT ASSIGN-FILE
           EVALUATE WS-CTRASGN-STATUS
               WHEN "00"
                   READ ASSIGN-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           DISPLAY "SEQCNV0045E - CTRASGN NOT EMPTY, "
                               "RUN SEQACK AND EMPTY IT FIRST"
                           MOVE 8 TO WS-RETURN-CODE
                   END-READ
                   CLOSE ASSIGN-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "SEQCNV0046E - UNABLE TO OPEN CTRASGN "
                       WS-CTRASGN-STATUS
                   MOVE 12 TO WS-RETURN-CODE
           END-EVALUATE
           OPEN INPUT RETURNS-FILE
           EVALUATE WS-CTRRTN-STATUS
               WHEN "00"
                   READ RETURNS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           DISPLAY "SEQCNV0047E - CTRRTN NOT EMPTY, "
                               "RUN SEQRTI FIRST"
                           IF WS-RETURN-CODE < 8
                               MOVE 8 TO WS-RETURN-CODE
                           END-IF
                   END-READ
                   CLOSE RETURNS-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "SEQCNV0048E - UNABLE TO OPEN CTRRTN "
                       WS-CTRRTN-STATUS
                   MOVE 12 TO WS-RETURN-CODE
           END-EVALUATE.

      *****************************************************************
      *    THE CONVERSION SHARES THE SEQCTR RUN LOCK SO NO ISSUING,
      *    MAINTENANCE OR RETURNS JOB CAN TOUCH A FILE WHILE IT IS
      *    HALF CONVERTED.  NO STALE OVERRIDE - AN OPERATOR CLEARS
      *    A LEFTOVER LOCK BEFORE CONVERTING.
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
                       DISPLAY "SEQCNV0080E - RUN LOCK HELD BY "
                           WS-HELD-JOB-ID ", CONVERSION REFUSED"
                       MOVE 8 TO WS-RETURN-CODE
                   END-IF
               ELSE
                   DISPLAY "SEQCNV0081E - UNABLE TO OPEN CTRLOCK "
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
               DISPLAY "SEQCNV0082E - UNABLE TO CLAIM CTRLOCK "
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
                   DISPLAY "SEQCNV0084E - LOCK CLAIMED BY "
                       WS-HELD-JOB-ID " WHILE CLAIMING, "
                       "CONVERSION REFUSED"
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           ELSE
               DISPLAY "SEQCNV0085E - UNABLE TO VERIFY CTRLOCK "
                   WS-CTRLOCK-STATUS
               MOVE 12 TO WS-RETURN-CODE
           END-IF.

       1000-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-CNVRPT-STATUS = "00"
               SET WS-RPTFILE-OPEN TO TRUE
               PERFORM 1500-WRITE-REPORT-HEADERS
           ELSE
               DISPLAY "SEQCNV0010E - UNABLE TO OPEN CNVRPT "
                   WS-CNVRPT-STATUS
               MOVE 12 TO WS-RETURN-CODE
           END-IF.

       1400-GET-CURRENT-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-FORMATTED-TIMESTAMP.

       1500-WRITE-REPORT-HEADERS.
           PERFORM 1400-GET-CURRENT-TIMESTAMP
           MOVE WS-FORMATTED-TIMESTAMP(1:8) TO RPT-H1-DATE
           WRITE REPORT-LINE FROM RPT-HEADER-1
           WRITE REPORT-LINE FROM RPT-HEADER-2.

      *****************************************************************
      *    SEQUENCE MASTER.  CONTROL TOTAL: SEQ-LAST-NUMBER.
      *****************************************************************
       2000-CONVERT-MASTER.
           MOVE "SEQMSTR" TO WS-CNV-FILE-NAME
           PERFORM 3000-START-FILE
           OPEN INPUT OLD-MASTER-FILE
           IF WS-OLDSEQ-STATUS = "35"
               SET WS-CNV-ABSENT TO TRUE
           ELSE
               IF WS-OLDSEQ-STATUS = "00"
                   OPEN OUTPUT SEQ-MASTER-FILE
                   IF WS-SEQMSTR-STATUS = "00"
                       MOVE LOW-VALUES TO OSQ-KEY
                       START OLD-MASTER-FILE KEY NOT < OSQ-KEY
                           INVALID KEY
                               SET WS-CNV-EOF TO TRUE
                       END-START
                       PERFORM 2010-CONVERT-ONE-MASTER
                           UNTIL WS-CNV-EOF
                       CLOSE SEQ-MASTER-FILE
                       PERFORM 2050-PROVE-MASTER
                   ELSE
                       DISPLAY "SEQCNV0011E - UNABLE TO CREATE "
                           "SEQMSTR " WS-SEQMSTR-STATUS
                       SET WS-CNV-FAILED TO TRUE
                   END-IF
                   CLOSE OLD-MASTER-FILE
               ELSE
                   DISPLAY "SEQCNV0012E - UNABLE TO OPEN SEQMSTO "
                       WS-OLDSEQ-STATUS
                   SET WS-CNV-FAILED TO TRUE
               END-IF
           END-IF
           PERFORM 3100-FINISH-FILE.

       2010-CONVERT-ONE-MASTER.
           READ OLD-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-CNV-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNV-READ
                   MOVE SPACES TO SEQ-MASTER-RECORD
                   MOVE OSQ-KEY TO SEQ-KEY
                   IF OSQ-LAST-NUMBER NUMERIC
                       MOVE OSQ-LAST-NUMBER TO SEQ-LAST-NUMBER
                       ADD OSQ-LAST-NUMBER TO WS-CNV-HASH-IN
                   END-IF
                   MOVE OSQ-LAST-UPDATED TO SEQ-LAST-UPDATED
                   MOVE OSQ-PREFIX TO SEQ-PREFIX
                   IF OSQ-ISSUE-YEAR NUMERIC
                       MOVE OSQ-ISSUE-YEAR TO SEQ-ISSUE-YEAR
                   END-IF
                   MOVE OSQ-SUCCESSOR TO SEQ-SUCCESSOR
                   WRITE SEQ-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "SEQCNV0020E - SEQMSTR WRITE "
                               "FAILED " SEQ-KEY
                           SET WS-CNV-FAILED TO TRUE
                   END-WRITE
           END-READ.

       2050-PROVE-MASTER.
           OPEN INPUT SEQ-MASTER-FILE
           IF WS-SEQMSTR-STATUS = "00"
               MOVE "N" TO WS-CNV-EOF-SW
               MOVE LOW-VALUES TO SEQ-KEY
               START SEQ-MASTER-FILE KEY NOT < SEQ-KEY
                   INVALID KEY
                       SET WS-CNV-EOF TO TRUE
               END-START
               PERFORM 2060-PROVE-ONE-MASTER
                   UNTIL WS-CNV-EOF
               CLOSE SEQ-MASTER-FILE
           ELSE
               DISPLAY "SEQCNV0013E - UNABLE TO REREAD SEQMSTR "
                   WS-SEQMSTR-STATUS
               SET WS-CNV-FAILED TO TRUE
           END-IF.

       2060-PROVE-ONE-MASTER.
           READ SEQ-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-CNV-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNV-PROVED
                   IF SEQ-LAST-NUMBER NUMERIC
                       ADD SEQ-LAST-NUMBER TO WS-CNV-HASH-OUT
                   END-IF
           END-READ.

      *****************************************************************
      *    POLICY FILE.  CONTROL TOTAL: CEILING PLUS FLOOR.
      *****************************************************************
       2100-CONVERT-POLICY.
           MOVE "CTRPOLF" TO WS-CNV-FILE-NAME
           PERFORM 3000-START-FILE
           OPEN INPUT OLD-POLICY-FILE
           IF WS-OLDPOL-STATUS = "35"
               SET WS-CNV-ABSENT TO TRUE
           ELSE
               IF WS-OLDPOL-STATUS = "00"
                   OPEN OUTPUT POLICY-FILE
                   IF WS-CTRPOL-STATUS = "00"
                       MOVE LOW-VALUES TO OPL-KEY
                       START OLD-POLICY-FILE KEY NOT < OPL-KEY
                           INVALID KEY
                               SET WS-CNV-EOF TO TRUE
                       END-START
                       PERFORM 2110-CONVERT-ONE-POLICY
                           UNTIL WS-CNV-EOF
                       CLOSE POLICY-FILE
                       PERFORM 2150-PROVE-POLICY
                   ELSE
                       DISPLAY "SEQCNV0014E - UNABLE TO CREATE "
                           "CTRPOLF " WS-CTRPOL-STATUS
                       SET WS-CNV-FAILED TO TRUE
                   END-IF
                   CLOSE OLD-POLICY-FILE
               ELSE
                   DISPLAY "SEQCNV0015E - UNABLE TO OPEN CTRPOLO "
                       WS-OLDPOL-STATUS
                   SET WS-CNV-FAILED TO TRUE
               END-IF
           END-IF
           PERFORM 3100-FINISH-FILE.

       2110-CONVERT-ONE-POLICY.
           READ OLD-POLICY-FILE NEXT RECORD
               AT END
                   SET WS-CNV-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNV-READ
                   MOVE SPACES TO POLICY-RECORD
                   MOVE OPL-KEY TO POL-KEY
                   MOVE OPL-STATUS TO POL-STATUS
                   IF OPL-CEILING NUMERIC
                       MOVE OPL-CEILING TO POL-CEILING
                       ADD OPL-CEILING TO WS-CNV-HASH-IN
                   END-IF
                   IF OPL-FLOOR NUMERIC
                       MOVE OPL-FLOOR TO POL-FLOOR
                       ADD OPL-FLOOR TO WS-CNV-HASH-IN
                   END-IF
                   MOVE OPL-AUTH-LIST TO POL-AUTH-LIST
                   MOVE OPL-LAST-UPDATED TO POL-LAST-UPDATED
                   WRITE POLICY-RECORD
                       INVALID KEY
                           DISPLAY "SEQCNV0021E - CTRPOLF WRITE "
                               "FAILED " POL-KEY
                           SET WS-CNV-FAILED TO TRUE
                   END-WRITE
           END-READ.

       2150-PROVE-POLICY.
           OPEN INPUT POLICY-FILE
           IF WS-CTRPOL-STATUS = "00"
               MOVE "N" TO WS-CNV-EOF-SW
               MOVE LOW-VALUES TO POL-KEY
               START POLICY-FILE KEY NOT < POL-KEY
                   INVALID KEY
                       SET WS-CNV-EOF TO TRUE
               END-START
               PERFORM 2160-PROVE-ONE-POLICY
                   UNTIL WS-CNV-EOF
               CLOSE POLICY-FILE
           ELSE
               DISPLAY "SEQCNV0016E - UNABLE TO REREAD CTRPOLF "
                   WS-CTRPOL-STATUS
               SET WS-CNV-FAILED TO TRUE
           END-IF.

       2160-PROVE-ONE-POLICY.
           READ POLICY-FILE NEXT RECORD
               AT END
                   SET WS-CNV-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNV-PROVED
                   IF POL-CEILING NUMERIC
                       ADD POL-CEILING TO WS-CNV-HASH-OUT
                   END-IF
                   IF POL-FLOOR NUMERIC
                       ADD POL-FLOOR TO WS-CNV-HASH-OUT
                   END-IF
           END-READ.

      *****************************************************************
      *    CHECKPOINT FILE.  CONTROL TOTAL: CKPT-COUNT.
      *****************************************************************
       2200-CONVERT-CHECKPOINT.
           MOVE "CTRCKPT" TO WS-CNV-FILE-NAME
           PERFORM 3000-START-FILE
           OPEN INPUT OLD-CHECKPOINT-FILE
           IF WS-OLDCKPT-STATUS = "35"
               SET WS-CNV-ABSENT TO TRUE
           ELSE
               IF WS-OLDCKPT-STATUS = "00"
                   OPEN OUTPUT CHECKPOINT-FILE
                   IF WS-CKPT-STATUS = "00"
                       MOVE LOW-VALUES TO OCK-KEY
                       START OLD-CHECKPOINT-FILE KEY NOT < OCK-KEY
                           INVALID KEY
                               SET WS-CNV-EOF TO TRUE
                       END-START
                       PERFORM 2210-CONVERT-ONE-CHECKPOINT
                           UNTIL WS-CNV-EOF
                       CLOSE CHECKPOINT-FILE
                       PERFORM 2250-PROVE-CHECKPOINT
                   ELSE
                       DISPLAY "SEQCNV0017E - UNABLE TO CREATE "
                           "CTRCKPT " WS-CKPT-STATUS
                       SET WS-CNV-FAILED TO TRUE
                   END-IF
                   CLOSE OLD-CHECKPOINT-FILE
               ELSE
                   DISPLAY "SEQCNV0018E - UNABLE TO OPEN CTRCKPO "
                       WS-OLDCKPT-STATUS
                   SET WS-CNV-FAILED TO TRUE
               END-IF
           END-IF
           PERFORM 3100-FINISH-FILE.

       2210-CONVERT-ONE-CHECKPOINT.
           READ OLD-CHECKPOINT-FILE NEXT RECORD
               AT END
                   SET WS-CNV-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNV-READ
                   MOVE SPACES TO CHECKPOINT-RECORD
                   MOVE OCK-KEY TO CKPT-KEY
                   IF OCK-COUNT NUMERIC
                       MOVE OCK-COUNT TO CKPT-COUNT
                       ADD OCK-COUNT TO WS-CNV-HASH-IN
                   END-IF
                   MOVE OCK-TIMESTAMP TO CKPT-TIMESTAMP
                   IF OCK-ISSUE-YEAR NUMERIC
                       MOVE OCK-ISSUE-YEAR TO CKPT-ISSUE-YEAR
                   END-IF
                   WRITE CHECKPOINT-RECORD
                       INVALID KEY
                           DISPLAY "SEQCNV0022E - CTRCKPT WRITE "
                               "FAILED " CKPT-KEY
                           SET WS-CNV-FAILED TO TRUE
                   END-WRITE
           END-READ.

       2250-PROVE-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = "00"
               MOVE "N" TO WS-CNV-EOF-SW
               MOVE LOW-VALUES TO CKPT-KEY
               START CHECKPOINT-FILE KEY NOT < CKPT-KEY
                   INVALID KEY
                       SET WS-CNV-EOF TO TRUE
               END-START
               PERFORM 2260-PROVE-ONE-CHECKPOINT
                   UNTIL WS-CNV-EOF
               CLOSE CHECKPOINT-FILE
           ELSE
               DISPLAY "SEQCNV0019E - UNABLE TO REREAD CTRCKPT "
                   WS-CKPT-STATUS
               SET WS-CNV-FAILED TO TRUE
           END-IF.

       2260-PROVE-ONE-CHECKPOINT.
           READ CHECKPOINT-FILE NEXT RECORD
               AT END
                   SET WS-CNV-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNV-PROVED
                   IF CKPT-COUNT NUMERIC
                       ADD CKPT-COUNT TO WS-CNV-HASH-OUT
                   END-IF
           END-READ.

      *****************************************************************
      *    RECYCLE POOL.  THE NUMBER IS PART OF THE KEY, SO THE
      *    FILE IS REBUILT RECORD BY RECORD.  CONTROL TOTAL:
      *    POOL-NUMBER.
      *****************************************************************
       2300-CONVERT-POOL.
           MOVE "CTRPOOL" TO WS-CNV-FILE-NAME
           PERFORM 3000-START-FILE
           OPEN INPUT OLD-POOL-FILE
           IF WS-OLDPOOL-STATUS = "35"
               SET WS-CNV-ABSENT TO TRUE
           ELSE
               IF WS-OLDPOOL-STATUS = "00"
                   OPEN OUTPUT POOL-FILE
                   IF WS-POOL-STATUS = "00"
                       MOVE LOW-VALUES TO OPO-KEY
                       START OLD-POOL-FILE KEY NOT < OPO-KEY
                           INVALID KEY
                               SET WS-CNV-EOF TO TRUE
                       END-START
                       PERFORM 2310-CONVERT-ONE-POOL
                           UNTIL WS-CNV-EOF
                       CLOSE POOL-FILE
                       PERFORM 2350-PROVE-POOL
                   ELSE
                       DISPLAY "SEQCNV0023E - UNABLE TO CREATE "
                           "CTRPOOL " WS-POOL-STATUS
                       SET WS-CNV-FAILED TO TRUE
                   END-IF
                   CLOSE OLD-POOL-FILE
               ELSE
                   DISPLAY "SEQCNV0024E - UNABLE TO OPEN CTRPOOLO "
                       WS-OLDPOOL-STATUS
                   SET WS-CNV-FAILED TO TRUE
               END-IF
           END-IF
           PERFORM 3100-FINISH-FILE.

       2310-CONVERT-ONE-POOL.
           READ OLD-POOL-FILE NEXT RECORD
               AT END
                   SET WS-CNV-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNV-READ
                   MOVE SPACES TO POOL-RECORD
                   MOVE OPO-SEQ-NAME TO POOL-SEQ-NAME
                   MOVE OPO-ISSUE-YEAR TO POOL-ISSUE-YEAR
                   MOVE OPO-NUMBER TO POOL-NUMBER
                   IF OPO-NUMBER NUMERIC
                       ADD OPO-NUMBER TO WS-CNV-HASH-IN
                   END-IF
                   MOVE OPO-RETURN-TS TO POOL-RETURN-TS
                   MOVE OPO-REASON-CODE TO POOL-REASON-CODE
                   WRITE POOL-RECORD
                       INVALID KEY
                           DISPLAY "SEQCNV0025E - CTRPOOL WRITE "
                               "FAILED " POOL-SEQ-NAME " "
                               POOL-NUMBER
                           SET WS-CNV-FAILED TO TRUE
                   END-WRITE
           END-READ.

       2350-PROVE-POOL.
           OPEN INPUT POOL-FILE
           IF WS-POOL-STATUS = "00"
               MOVE "N" TO WS-CNV-EOF-SW
               MOVE LOW-VALUES TO POOL-KEY
               START POOL-FILE KEY NOT < POOL-KEY
                   INVALID KEY
                       SET WS-CNV-EOF TO TRUE
               END-START
               PERFORM 2360-PROVE-ONE-POOL
                   UNTIL WS-CNV-EOF
               CLOSE POOL-FILE
           ELSE
               DISPLAY "SEQCNV0026E - UNABLE TO REREAD CTRPOOL "
                   WS-POOL-STATUS
               SET WS-CNV-FAILED TO TRUE
           END-IF.

       2360-PROVE-ONE-POOL.
           READ POOL-FILE NEXT RECORD
               AT END
                   SET WS-CNV-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNV-PROVED
                   IF POOL-NUMBER NUMERIC
                       ADD POOL-NUMBER TO WS-CNV-HASH-OUT
                   END-IF
           END-READ.

      *****************************************************************
      *    NUMBER-STATUS LEDGER.  THE NUMBER IS PART OF THE KEY AND
      *    THE RECORD CARRIES THE FORMATTED BUSINESS NUMBER, WHICH
      *    IS WIDENED AND RE-VALIDATED.  CONTROL TOTAL: LGR-NUMBER.
      *****************************************************************
       2400-CONVERT-LEDGER.
           MOVE "CTRLGR" TO WS-CNV-FILE-NAME
           PERFORM 3000-START-FILE
           OPEN INPUT OLD-LEDGER-FILE
           IF WS-OLDLGR-STATUS = "35"
               SET WS-CNV-ABSENT TO TRUE
           ELSE
               IF WS-OLDLGR-STATUS = "00"
                   OPEN OUTPUT LEDGER-FILE
                   IF WS-LEDGER-STATUS = "00"
                       MOVE LOW-VALUES TO OLG-KEY
                       START OLD-LEDGER-FILE KEY NOT < OLG-KEY
                           INVALID KEY
                               SET WS-CNV-EOF TO TRUE
                       END-START
                       PERFORM 2410-CONVERT-ONE-LEDGER
                           UNTIL WS-CNV-EOF
                       CLOSE LEDGER-FILE
                       PERFORM 2450-PROVE-LEDGER
                   ELSE
                       DISPLAY "SEQCNV0027E - UNABLE TO CREATE "
                           "CTRLGR " WS-LEDGER-STATUS
                       SET WS-CNV-FAILED TO TRUE
                   END-IF
                   CLOSE OLD-LEDGER-FILE
               ELSE
                   DISPLAY "SEQCNV0028E - UNABLE TO OPEN CTRLGRO "
                       WS-OLDLGR-STATUS
                   SET WS-CNV-FAILED TO TRUE
               END-IF
           END-IF
           PERFORM 3100-FINISH-FILE.

       2410-CONVERT-ONE-LEDGER.
           READ OLD-LEDGER-FILE NEXT RECORD
               AT END
                   SET WS-CNV-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNV-READ
                   MOVE SPACES TO LEDGER-RECORD
                   MOVE OLG-SEQ-NAME TO LGR-SEQ-NAME
                   MOVE OLG-ISSUE-YEAR TO LGR-ISSUE-YEAR
                   MOVE OLG-NUMBER TO LGR-NUMBER
                   IF OLG-NUMBER NUMERIC
                       ADD OLG-NUMBER TO WS-CNV-HASH-IN
                   END-IF
                   MOVE OLG-BUSINESS-NO TO WS-OLD-BUSINESS-NO
                   PERFORM 7000-WIDEN-BUSINESS-NUMBER
                   MOVE WS-NEW-BUSINESS-NO TO LGR-BUSINESS-NO
                   MOVE OLG-STATE TO LGR-STATE
                   MOVE OLG-STATE-TS TO LGR-STATE-TS
                   MOVE OLG-HOLDER-SYSTEM TO LGR-HOLDER-SYSTEM
                   MOVE OLG-HOLDER-REF TO LGR-HOLDER-REF
                   MOVE OLG-FIRST-ISSUE-TS TO LGR-FIRST-ISSUE-TS
                   MOVE OLG-FIRST-SYSTEM TO LGR-FIRST-SYSTEM
                   MOVE OLG-RETURN-TS TO LGR-RETURN-TS
                   MOVE OLG-RETURN-REASON TO LGR-RETURN-REASON
                   IF OLG-ISSUE-COUNT NUMERIC
                       MOVE OLG-ISSUE-COUNT TO LGR-ISSUE-COUNT
                   END-IF
                   WRITE LEDGER-RECORD
                       INVALID KEY
                           DISPLAY "SEQCNV0029E - CTRLGR WRITE "
                               "FAILED " LGR-SEQ-NAME " "
                               LGR-NUMBER
                           SET WS-CNV-FAILED TO TRUE
                   END-WRITE
           END-READ.

       2450-PROVE-LEDGER.
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
               MOVE "N" TO WS-CNV-EOF-SW
               MOVE LOW-VALUES TO LGR-KEY
               START LEDGER-FILE KEY NOT < LGR-KEY
                   INVALID KEY
                       SET WS-CNV-EOF TO TRUE
               END-START
               PERFORM 2460-PROVE-ONE-LEDGER
                   UNTIL WS-CNV-EOF
               CLOSE LEDGER-FILE
           ELSE
               DISPLAY "SEQCNV0030E - UNABLE TO REREAD CTRLGR "
                   WS-LEDGER-STATUS
               SET WS-CNV-FAILED TO TRUE
           END-IF.

       2460-PROVE-ONE-LEDGER.
           READ LEDGER-FILE NEXT RECORD
               AT END
                   SET WS-CNV-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNV-PROVED
                   IF LGR-NUMBER NUMERIC
                       ADD LGR-NUMBER TO WS-CNV-HASH-OUT
                   END-IF
           END-READ.

      *****************************************************************
      *    ASSIGNMENT CONTROL FILE.  CONTROL TOTAL: START PLUS END
      *    NUMBER OF EVERY SEGMENT.
      *****************************************************************
       2500-CONVERT-ASSIGN-CTL.
           MOVE "CTRASGK" TO WS-CNV-FILE-NAME
           PERFORM 3000-START-FILE
           OPEN INPUT OLD-ASSIGN-CTL-FILE
           IF WS-OLDASGK-STATUS = "35"
               SET WS-CNV-ABSENT TO TRUE
           ELSE
               IF WS-OLDASGK-STATUS = "00"
                   OPEN OUTPUT ASSIGN-CTL-FILE
                   IF WS-ASGK-STATUS = "00"
                       MOVE LOW-VALUES TO OAK-KEY
                       START OLD-ASSIGN-CTL-FILE KEY NOT < OAK-KEY
                           INVALID KEY
                               SET WS-CNV-EOF TO TRUE
                       END-START
                       PERFORM 2510-CONVERT-ONE-ASSIGN-CTL
                           UNTIL WS-CNV-EOF
                       CLOSE ASSIGN-CTL-FILE
                       PERFORM 2550-PROVE-ASSIGN-CTL
                   ELSE
                       DISPLAY "SEQCNV0031E - UNABLE TO CREATE "
                           "CTRASGK " WS-ASGK-STATUS
                       SET WS-CNV-FAILED TO TRUE
                   END-IF
                   CLOSE OLD-ASSIGN-CTL-FILE
               ELSE
                   DISPLAY "SEQCNV0032E - UNABLE TO OPEN CTRASGKO "
                       WS-OLDASGK-STATUS
                   SET WS-CNV-FAILED TO TRUE
               END-IF
           END-IF
           PERFORM 3100-FINISH-FILE.

       2510-CONVERT-ONE-ASSIGN-CTL.
           READ OLD-ASSIGN-CTL-FILE NEXT RECORD
               AT END
                   SET WS-CNV-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNV-READ
                   MOVE SPACES TO ASGK-RECORD
                   MOVE OAK-KEY TO ASGK-KEY
                   MOVE OAK-SEQ-NAME TO ASGK-SEQ-NAME
                   IF OAK-START-NUMBER NUMERIC
                       MOVE OAK-START-NUMBER TO ASGK-START-NUMBER
                       ADD OAK-START-NUMBER TO WS-CNV-HASH-IN
                   END-IF
                   IF OAK-END-NUMBER NUMERIC
                       MOVE OAK-END-NUMBER TO ASGK-END-NUMBER
                       ADD OAK-END-NUMBER TO WS-CNV-HASH-IN
                   END-IF
                   IF OAK-QUANTITY NUMERIC
                       MOVE OAK-QUANTITY TO ASGK-QUANTITY
                   END-IF
                   IF OAK-INCREMENT NUMERIC
                       MOVE OAK-INCREMENT TO ASGK-INCREMENT
                   END-IF
                   MOVE OAK-ASSIGN-TS TO ASGK-ASSIGN-TS
                   MOVE OAK-ACK-SW TO ASGK-ACK-SW
                   MOVE OAK-ACK-TS TO ASGK-ACK-TS
                   MOVE OAK-RECLAIM-SW TO ASGK-RECLAIM-SW
                   WRITE ASGK-RECORD
                       INVALID KEY
                           DISPLAY "SEQCNV0033E - CTRASGK WRITE "
                               "FAILED " ASGK-SYSTEM " "
                               ASGK-REFERENCE
                           SET WS-CNV-FAILED TO TRUE
                   END-WRITE
           END-READ.

       2550-PROVE-ASSIGN-CTL.
           OPEN INPUT ASSIGN-CTL-FILE
           IF WS-ASGK-STATUS = "00"
               MOVE "N" TO WS-CNV-EOF-SW
               MOVE LOW-VALUES TO ASGK-KEY
               START ASSIGN-CTL-FILE KEY NOT < ASGK-KEY
                   INVALID KEY
                       SET WS-CNV-EOF TO TRUE
               END-START
               PERFORM 2560-PROVE-ONE-ASSIGN-CTL
                   UNTIL WS-CNV-EOF
               CLOSE ASSIGN-CTL-FILE
           ELSE
               DISPLAY "SEQCNV0034E - UNABLE TO REREAD CTRASGK "
                   WS-ASGK-STATUS
               SET WS-CNV-FAILED TO TRUE
           END-IF.

       2560-PROVE-ONE-ASSIGN-CTL.
           READ ASSIGN-CTL-FILE NEXT RECORD
               AT END
                   SET WS-CNV-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNV-PROVED
                   IF ASGK-START-NUMBER NUMERIC
                       ADD ASGK-START-NUMBER TO WS-CNV-HASH-OUT
                   END-IF
                   IF ASGK-END-NUMBER NUMERIC
                       ADD ASGK-END-NUMBER TO WS-CNV-HASH-OUT
                   END-IF
           END-READ.

      *****************************************************************
      *    ALL-TIME ISSUANCE DATASET.  THE RECORD LENGTH IS
      *    UNCHANGED; THE COUNT AND BUSINESS NUMBER WIDEN INTO THE
      *    OLD TRAILING FILLER.  CONTROL TOTAL: OUT-COUNT.
      *****************************************************************
       2600-CONVERT-OUTPUT.
           MOVE "CTROUT" TO WS-CNV-FILE-NAME
           PERFORM 3000-START-FILE
           OPEN INPUT OLD-OUTPUT-FILE
           IF WS-OLDOUT-STATUS = "35"
               SET WS-CNV-ABSENT TO TRUE
           ELSE
               IF WS-OLDOUT-STATUS = "00"
                   OPEN OUTPUT OUTPUT-FILE
                   IF WS-CTROUT-STATUS = "00"
                       PERFORM 2610-CONVERT-ONE-OUTPUT
                           UNTIL WS-CNV-EOF
                       CLOSE OUTPUT-FILE
                       PERFORM 2650-PROVE-OUTPUT
                   ELSE
                       DISPLAY "SEQCNV0035E - UNABLE TO CREATE "
                           "CTROUT " WS-CTROUT-STATUS
                       SET WS-CNV-FAILED TO TRUE
                   END-IF
                   CLOSE OLD-OUTPUT-FILE
               ELSE
                   DISPLAY "SEQCNV0036E - UNABLE TO OPEN CTROUTO "
                       WS-OLDOUT-STATUS
                   SET WS-CNV-FAILED TO TRUE
               END-IF
           END-IF
           PERFORM 3100-FINISH-FILE.

       2610-CONVERT-ONE-OUTPUT.
           READ OLD-OUTPUT-FILE
               AT END
                   SET WS-CNV-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNV-READ
                   MOVE SPACES TO OUTPUT-RECORD
                   IF OOT-COUNT NUMERIC
                       MOVE OOT-COUNT TO OUT-COUNT
                       ADD OOT-COUNT TO WS-CNV-HASH-IN
                   END-IF
                   MOVE OOT-TIMESTAMP TO OUT-TIMESTAMP
                   MOVE OOT-SEQ-NAME TO OUT-SEQ-NAME
                   MOVE OOT-BUSINESS-NO TO WS-OLD-BUSINESS-NO
                   PERFORM 7000-WIDEN-BUSINESS-NUMBER
                   MOVE WS-NEW-BUSINESS-NO TO OUT-BUSINESS-NO
                   MOVE OOT-REISSUE-FLAG TO OUT-REISSUE-FLAG
                   WRITE OUTPUT-RECORD
           END-READ.

       2650-PROVE-OUTPUT.
           OPEN INPUT OUTPUT-FILE
           IF WS-CTROUT-STATUS = "00"
               MOVE "N" TO WS-CNV-EOF-SW
               PERFORM 2660-PROVE-ONE-OUTPUT
                   UNTIL WS-CNV-EOF
               CLOSE OUTPUT-FILE
           ELSE
               DISPLAY "SEQCNV0037E - UNABLE TO REREAD CTROUT "
                   WS-CTROUT-STATUS
               SET WS-CNV-FAILED TO TRUE
           END-IF.

       2660-PROVE-ONE-OUTPUT.
           READ OUTPUT-FILE
               AT END
                   SET WS-CNV-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNV-PROVED
                   IF OUT-COUNT NUMERIC
                       ADD OUT-COUNT TO WS-CNV-HASH-OUT
                   END-IF
           END-READ.

      *****************************************************************
      *    LIVE AUDIT TRAIL.  CONTROL TOTAL: START PLUS END COUNT.
      *    A NUMERIC FIELD THAT WAS NEVER SET ON THE OLD RECORD IS
      *    LEFT BLANK ON THE NEW ONE RATHER THAN FORCED TO ZERO.
      *****************************************************************
       2700-CONVERT-AUDIT.
           MOVE "CTRAUDT" TO WS-CNV-FILE-NAME
           PERFORM 3000-START-FILE
           OPEN INPUT OLD-AUDIT-FILE
           IF WS-OLDAUD-STATUS = "35"
               SET WS-CNV-ABSENT TO TRUE
           ELSE
               IF WS-OLDAUD-STATUS = "00"
                   OPEN OUTPUT AUDIT-FILE
                   IF WS-AUDIT-STATUS = "00"
                       PERFORM 2710-CONVERT-ONE-AUDIT
                           UNTIL WS-CNV-EOF
                       CLOSE AUDIT-FILE
                       PERFORM 2750-PROVE-AUDIT
                   ELSE
                       DISPLAY "SEQCNV0038E - UNABLE TO CREATE "
                           "CTRAUDT " WS-AUDIT-STATUS
                       SET WS-CNV-FAILED TO TRUE
                   END-IF
                   CLOSE OLD-AUDIT-FILE
               ELSE
                   DISPLAY "SEQCNV0039E - UNABLE TO OPEN CTRAUDO "
                       WS-OLDAUD-STATUS
                   SET WS-CNV-FAILED TO TRUE
               END-IF
           END-IF
           PERFORM 3100-FINISH-FILE.

       2710-CONVERT-ONE-AUDIT.
           READ OLD-AUDIT-FILE
               AT END
                   SET WS-CNV-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNV-READ
                   MOVE SPACES TO AUDIT-RECORD
                   MOVE OAU-JOB-ID TO AUDIT-JOB-ID
                   MOVE OAU-START-TS TO AUDIT-START-TS
                   MOVE OAU-END-TS TO AUDIT-END-TS
                   IF OAU-LIMIT NUMERIC
                       MOVE OAU-LIMIT TO AUDIT-LIMIT
                   END-IF
                   IF OAU-INCREMENT NUMERIC
                       MOVE OAU-INCREMENT TO AUDIT-INCREMENT
                   END-IF
                   IF OAU-START-COUNT NUMERIC
                       MOVE OAU-START-COUNT TO AUDIT-START-COUNT
                       ADD OAU-START-COUNT TO WS-CNV-HASH-IN
                   END-IF
                   IF OAU-END-COUNT NUMERIC
                       MOVE OAU-END-COUNT TO AUDIT-END-COUNT
                       ADD OAU-END-COUNT TO WS-CNV-HASH-IN
                   END-IF
                   IF OAU-RETURN-CODE NUMERIC
                       MOVE OAU-RETURN-CODE TO AUDIT-RETURN-CODE
                   END-IF
                   MOVE OAU-SEQ-NAME TO AUDIT-SEQ-NAME
                   MOVE OAU-REC-TYPE TO AUDIT-REC-TYPE
                   MOVE OAU-REASON-CODE TO AUDIT-REASON-CODE
                   WRITE AUDIT-RECORD
           END-READ.

       2750-PROVE-AUDIT.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               MOVE "N" TO WS-CNV-EOF-SW
               PERFORM 2760-PROVE-ONE-AUDIT
                   UNTIL WS-CNV-EOF
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "SEQCNV0040E - UNABLE TO REREAD CTRAUDT "
                   WS-AUDIT-STATUS
               SET WS-CNV-FAILED TO TRUE
           END-IF.

       2760-PROVE-ONE-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET WS-CNV-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNV-PROVED
                   IF AUDIT-START-COUNT NUMERIC
                       ADD AUDIT-START-COUNT TO WS-CNV-HASH-OUT
                   END-IF
                   IF AUDIT-END-COUNT NUMERIC
                       ADD AUDIT-END-COUNT TO WS-CNV-HASH-OUT
                   END-IF
           END-READ.

      *****************************************************************
      *    ARCHIVED AUDIT HISTORY.  SAME FIELDS AND CONTROL TOTAL
      *    AS THE LIVE TRAIL; THE KEY IS UNCHANGED.
      *****************************************************************
       2800-CONVERT-HISTORY.
           MOVE "CTRHIST" TO WS-CNV-FILE-NAME
           PERFORM 3000-START-FILE
           OPEN INPUT OLD-HISTORY-FILE
           IF WS-OLDHIST-STATUS = "35"
               SET WS-CNV-ABSENT TO TRUE
           ELSE
               IF WS-OLDHIST-STATUS = "00"
                   OPEN OUTPUT HISTORY-FILE
                   IF WS-HIST-STATUS = "00"
                       MOVE LOW-VALUES TO OHS-KEY
                       START OLD-HISTORY-FILE KEY NOT < OHS-KEY
                           INVALID KEY
                               SET WS-CNV-EOF TO TRUE
                       END-START
                       PERFORM 2810-CONVERT-ONE-HISTORY
                           UNTIL WS-CNV-EOF
                       CLOSE HISTORY-FILE
                       PERFORM 2850-PROVE-HISTORY
                   ELSE
                       DISPLAY "SEQCNV0041E - UNABLE TO CREATE "
                           "CTRHIST " WS-HIST-STATUS
                       SET WS-CNV-FAILED TO TRUE
                   END-IF
                   CLOSE OLD-HISTORY-FILE
               ELSE
                   DISPLAY "SEQCNV0042E - UNABLE TO OPEN CTRHISTO "
                       WS-OLDHIST-STATUS
                   SET WS-CNV-FAILED TO TRUE
               END-IF
           END-IF
           PERFORM 3100-FINISH-FILE.

       2810-CONVERT-ONE-HISTORY.
           READ OLD-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-CNV-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNV-READ
                   MOVE SPACES TO HISTORY-RECORD
                   MOVE OHS-KEY TO HIST-KEY
                   MOVE OHS-END-TS TO HIST-END-TS
                   IF OHS-LIMIT NUMERIC
                       MOVE OHS-LIMIT TO HIST-LIMIT
                   END-IF
                   IF OHS-INCREMENT NUMERIC
                       MOVE OHS-INCREMENT TO HIST-INCREMENT
                   END-IF
                   IF OHS-START-COUNT NUMERIC
                       MOVE OHS-START-COUNT TO HIST-START-COUNT
                       ADD OHS-START-COUNT TO WS-CNV-HASH-IN
                   END-IF
                   IF OHS-END-COUNT NUMERIC
                       MOVE OHS-END-COUNT TO HIST-END-COUNT
                       ADD OHS-END-COUNT TO WS-CNV-HASH-IN
                   END-IF
                   IF OHS-RETURN-CODE NUMERIC
                       MOVE OHS-RETURN-CODE TO HIST-RETURN-CODE
                   END-IF
                   MOVE OHS-REC-TYPE TO HIST-REC-TYPE
                   MOVE OHS-REASON-CODE TO HIST-REASON-CODE
                   WRITE HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "SEQCNV0043E - CTRHIST WRITE "
                               "FAILED " HIST-JOB-ID " "
                               HIST-START-TS(1:14)
                           SET WS-CNV-FAILED TO TRUE
                   END-WRITE
           END-READ.

       2850-PROVE-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               MOVE "N" TO WS-CNV-EOF-SW
               MOVE LOW-VALUES TO HIST-KEY
               START HISTORY-FILE KEY NOT < HIST-KEY
                   INVALID KEY
                       SET WS-CNV-EOF TO TRUE
               END-START
               PERFORM 2860-PROVE-ONE-HISTORY
                   UNTIL WS-CNV-EOF
               CLOSE HISTORY-FILE
           ELSE
               DISPLAY "SEQCNV0044E - UNABLE TO REREAD CTRHIST "
                   WS-HIST-STATUS
               SET WS-CNV-FAILED TO TRUE
           END-IF.

       2860-PROVE-ONE-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-CNV-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNV-PROVED
                   IF HIST-START-COUNT NUMERIC
                       ADD HIST-START-COUNT TO WS-CNV-HASH-OUT
                   END-IF
                   IF HIST-END-COUNT NUMERIC
                       ADD HIST-END-COUNT TO WS-CNV-HASH-OUT
                   END-IF
           END-READ.

       3000-START-FILE.
           MOVE 0 TO WS-CNV-READ
           MOVE 0 TO WS-CNV-PROVED
           MOVE 0 TO WS-CNV-HASH-IN
           MOVE 0 TO WS-CNV-HASH-OUT
           MOVE 0 TO WS-CNV-BUS-EXC
           MOVE "N" TO WS-CNV-EOF-SW
           MOVE "N" TO WS-CNV-ABSENT-SW
           MOVE "N" TO WS-CNV-FAILED-SW.

      *****************************************************************
      *    A FILE IS IN BALANCE ONLY WHEN THE RECORD COUNT AND THE
      *    CONTROL TOTAL READ BACK FROM THE REWRITTEN FILE EQUAL
      *    THOSE READ FROM THE SAVED COPY.
      *****************************************************************
       3100-FINISH-FILE.
           MOVE WS-CNV-FILE-NAME TO RPT-DTL-FILE
           MOVE WS-CNV-READ TO RPT-DTL-RECS-IN
           MOVE WS-CNV-PROVED TO RPT-DTL-RECS-OUT
           MOVE WS-CNV-HASH-IN TO RPT-DTL-HASH-IN
           MOVE WS-CNV-HASH-OUT TO RPT-DTL-HASH-OUT
           MOVE WS-CNV-BUS-EXC TO RPT-DTL-BUS-EXC
           EVALUATE TRUE
               WHEN WS-CNV-ABSENT
                   MOVE "NO SAVED COPY - SKIPPED" TO RPT-DTL-STATUS
                   ADD 1 TO WS-FILES-SKIPPED
               WHEN WS-CNV-FAILED
                   MOVE "I/O FAILURE - NOT CONVERTED"
                       TO RPT-DTL-STATUS
                   ADD 1 TO WS-FILES-UNBALANCED
                   MOVE 12 TO WS-RETURN-CODE
               WHEN WS-CNV-READ = WS-CNV-PROVED
                AND WS-CNV-HASH-IN = WS-CNV-HASH-OUT
                   ADD 1 TO WS-FILES-CONVERTED
                   IF WS-CNV-BUS-EXC > 0
                       MOVE "IN BALANCE, NUMBER EXCEPTIONS"
                           TO RPT-DTL-STATUS
                       IF WS-RETURN-CODE < 4
                           MOVE 4 TO WS-RETURN-CODE
                       END-IF
                   ELSE
                       MOVE "IN BALANCE" TO RPT-DTL-STATUS
                   END-IF
               WHEN OTHER
                   MOVE "OUT OF BALANCE" TO RPT-DTL-STATUS
                   ADD 1 TO WS-FILES-UNBALANCED
                   IF WS-RETURN-CODE < 8
                       MOVE 8 TO WS-RETURN-CODE
                   END-IF
           END-EVALUATE
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE
           DISPLAY "SEQCNV0002I - " WS-CNV-FILE-NAME
               " BEFORE " WS-CNV-READ " AFTER " WS-CNV-PROVED
               " " RPT-DTL-STATUS.

      *****************************************************************
      *    A FIVE-DIGIT-COUNT BUSINESS NUMBER (PREFIX 3, YEAR 4,
      *    COUNT 5, CHECK 1) BECOMES THE NINE-DIGIT FORM BY FOUR
      *    ZEROS AHEAD OF THE COUNT.  LEADING ZEROS ADD NOTHING TO
      *    THE LUHN SUM AND KEEP EVERY OTHER DIGIT ON THE SAME
      *    WEIGHT, SO THE CHECK DIGIT CARRIES OVER; SEQVAL PROVES
      *    IT.  A BLANK NUMBER (RECORDS CUT BEFORE BUSINESS NUMBERS
      *    EXISTED) STAYS BLANK.
      *****************************************************************
       7000-WIDEN-BUSINESS-NUMBER.
           MOVE SPACES TO WS-NEW-BUSINESS-NO
           IF WS-OLD-BUSINESS-NO NOT = SPACES
               STRING WS-OLD-BUSINESS-NO(1:7) DELIMITED BY SIZE
                   "0000" DELIMITED BY SIZE
                   WS-OLD-BUSINESS-NO(8:6) DELIMITED BY SIZE
                   INTO WS-NEW-BUSINESS-NO
               END-STRING
               SET VAL-FUNC-VALIDATE TO TRUE
               MOVE WS-NEW-BUSINESS-NO TO VAL-NUMBER
               CALL "SEQVAL" USING VAL-PARM-AREA
               IF VAL-NUMBER-BAD
                   ADD 1 TO WS-CNV-BUS-EXC
                   DISPLAY "SEQCNV0050W - " WS-CNV-FILE-NAME
                       " NUMBER " WS-NEW-BUSINESS-NO
                       " FAILS VALIDATION, ERROR " VAL-ERROR-CODE
               END-IF
           END-IF.

       8000-WRITE-REPORT-TRAILER.
           MOVE WS-FILES-CONVERTED TO RPT-TRL-CONVERTED
           MOVE WS-FILES-SKIPPED TO RPT-TRL-SKIPPED
           MOVE WS-FILES-UNBALANCED TO RPT-TRL-UNBALANCED
           WRITE REPORT-LINE FROM RPT-TRAILER-LINE
           DISPLAY "SEQCNV0001I - CONVERTED " WS-FILES-CONVERTED
               " SKIPPED " WS-FILES-SKIPPED
               " OUT OF BALANCE " WS-FILES-UNBALANCED.

       9400-RELEASE-RUN-LOCK.
           OPEN OUTPUT LOCK-FILE
           IF WS-CTRLOCK-STATUS = "00"
               MOVE SPACES TO LOCK-RECORD
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
           ELSE
               DISPLAY "SEQCNV0083E - UNABLE TO RELEASE CTRLOCK "
                   WS-CTRLOCK-STATUS
               IF WS-RETURN-CODE = 0
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF.

       9999-END-OF-JOB.
           IF WS-RPTFILE-OPEN
               CLOSE REPORT-FILE
           END-IF
           IF WS-LOCK-OWNED
               PERFORM 9400-RELEASE-RUN-LOCK
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
