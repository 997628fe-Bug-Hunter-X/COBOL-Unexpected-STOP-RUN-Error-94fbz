      *    MNTRPT CONFIRMATION REPORT.  ANY REJECTED CARD ENDS THE
      *    JOB WITH RC 8.  THE SEQCTR RUN LOCK IS CLAIMED FOR THE
      *    DURATION SO MAINTENANCE CANNOT RACE AN ISSUING RUN.
      *    AN ISSUE YEAR SEQYEC HAS CLOSED (CTRYCL) IS FINAL: A CARD
      *    THAT WOULD MOVE A COUNT BELONGING TO IT IS REJECTED.
      *    THE "M" AUDIT RECORD CARRIES THE MASTER'S ISSUE YEAR
      *    AFTER THE CHANGE IN AUDIT-LIMIT, AND EVERY APPLIED CARD
      *    IS ALSO APPENDED TO THE CTRMNTA JOURNAL (CTRMNA LAYOUT)
      *    WITH THE SUCCESSOR, SO SEQRCV CAN ROLL A RESTORED MASTER
      *    FORWARD THROUGH THE MAINTENANCE DONE SINCE ITS BACKUP.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CKPT-KEY
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT YEAR-CLOSE-FILE ASSIGN TO "CTRYCL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YCL-KEY
               FILE STATUS IS WS-CTRYCL-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "CTRAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "CTRMNTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRMNTA-STATUS.

           SELECT REPORT-FILE ASSIGN TO "MNTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTRPT-STATUS.
       FD  CHECKPOINT-FILE.
           COPY CTRCKPT.

       FD  YEAR-CLOSE-FILE.
           COPY CTRYCL.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY CTRAUDT.

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY CTRMNA.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(132).
       01  WS-SEQMSTR-STATUS           PIC XX VALUE "00".
       01  WS-CTRPOL-STATUS            PIC XX VALUE "00".
       01  WS-CKPT-STATUS              PIC XX VALUE "00".
       01  WS-CTRYCL-STATUS            PIC XX VALUE "00".
       01  WS-AUDIT-STATUS             PIC XX VALUE "00".
       01  WS-CTRMNTA-STATUS           PIC XX VALUE "00".
       01  WS-MNTRPT-STATUS            PIC XX VALUE "00".
       01  WS-CTRLOCK-STATUS           PIC XX VALUE "00".
       01  WS-RETURN-CODE              PIC 9(4) VALUE 0.
       01  WS-JOB-ID                   PIC X(8) VALUE "SEQMNT".
       01  WS-FORMATTED-TIMESTAMP      PIC X(26).
       01  WS-CEILING                  PIC 9(9) VALUE 999999999.
       01  WS-BEFORE-VALUE             PIC 9(9) VALUE 0.
       01  WS-AFTER-VALUE              PIC 9(9) VALUE 0.
       01  WS-ADD-CHECK                PIC 9(10) VALUE 0.
       01  WS-REJECT-TEXT              PIC X(30) VALUE SPACES.
       01  WS-TARGET-YEAR              PIC 9(4) VALUE 0.
       01  WS-CARDS-READ               PIC 9(5) VALUE 0.
       01  WS-CARDS-APPLIED            PIC 9(5) VALUE 0.
       01  WS-CARDS-REJECTED           PIC 9(5) VALUE 0.
           88  WS-POLFILE-OPEN              VALUE "Y".
       01  WS-CKPT-OPEN-SW             PIC X VALUE "N".
           88  WS-CKPT-OPEN                 VALUE "Y".
       01  WS-YCLFILE-OPEN-SW          PIC X VALUE "N".
           88  WS-YCLFILE-OPEN              VALUE "Y".
       01  WS-JRNFILE-OPEN-SW          PIC X VALUE "N".
           88  WS-JRNFILE-OPEN              VALUE "Y".
       01  WS-RPTFILE-OPEN-SW          PIC X VALUE "N".
           88  WS-RPTFILE-OPEN              VALUE "Y".
       01  WS-SEQMSTR-FOUND-SW         PIC X VALUE "N".
       01  RPT-HEADER-2.
           05  FILLER                  PIC X(12) VALUE "SEQUENCE".
           05  FILLER                  PIC X(10) VALUE "ACTION".
           05  FILLER                  PIC X(12) VALUE "BEFORE".
           05  FILLER                  PIC X(12) VALUE "AFTER".
           05  FILLER                  PIC X(6)  VALUE "RSN".
           05  FILLER                  PIC X(10) VALUE "REQUESTER".
           05  FILLER                  PIC X(10) VALUE "APPROVER".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-ACTION          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-BEFORE          PIC Z(8)9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RPT-DTL-AFTER           PIC Z(8)9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RPT-DTL-REASON          PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
                       MOVE 12 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-RETURN-CODE = 0
               OPEN INPUT YEAR-CLOSE-FILE
               IF WS-CTRYCL-STATUS = "00"
                   SET WS-YCLFILE-OPEN TO TRUE
               ELSE
                   IF WS-CTRYCL-STATUS = "35"
                       DISPLAY "SEQMNT0017I - NO CLOSED YEARS"
                   ELSE
                       DISPLAY "SEQMNT0018E - UNABLE TO OPEN "
                           "CTRYCL " WS-CTRYCL-STATUS
                       MOVE 12 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-RETURN-CODE = 0
               OPEN EXTEND JOURNAL-FILE
               IF WS-CTRMNTA-STATUS = "35"
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
               IF WS-CTRMNTA-STATUS = "00"
                   SET WS-JRNFILE-OPEN TO TRUE
               ELSE
                   DISPLAY "SEQMNT0019E - UNABLE TO OPEN CTRMNTA "
                       WS-CTRMNTA-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF.

       1400-GET-CURRENT-TIMESTAMP.
           END-IF
           IF NOT WS-CARD-REJECTED
               PERFORM 3200-READ-SEQUENCE-RECORD
               PERFORM 3270-CHECK-CLOSED-YEAR
               IF NOT WS-CARD-REJECTED
                   PERFORM 3300-APPLY-ACTION
               END-IF
           END-IF
           IF WS-CARD-REJECTED
               ADD 1 TO WS-CARDS-REJECTED
                   PERFORM 3600-SYNC-CHECKPOINT
               END-IF
               PERFORM 9200-WRITE-AUDIT-RECORD
               PERFORM 9300-WRITE-JOURNAL-RECORD
           END-IF
           PERFORM 4000-WRITE-CONFIRMATION-LINE
           PERFORM 2000-GET-NEXT-CARD.
      *****************************************************************
      *    A CLOSED SEQUENCE IS RETIRED: NO MAINTENANCE MAY TOUCH
      *    IT, NOT EVEN A RESET, UNTIL SEQPOL REOPENS IT.  THE
      *    POLICY CEILING ALSO REPLACES THE GLOBAL FULL-WIDTH BOUND ON
      *    THE ADVANCE ACTION.  A SEQUENCE WITH NO POLICY RECORD
      *    KEEPS THE HISTORIC DEFAULTS.
      *****************************************************************
       3250-CHECK-POLICY.
           MOVE 999999999 TO WS-CEILING
           IF WS-POLFILE-OPEN
               MOVE MNT-SEQ-NAME TO POL-KEY
               READ POLICY-FILE
               MOVE SEQ-LAST-NUMBER TO WS-BEFORE-VALUE
           END-IF.

      *****************************************************************
      *    SET AND RESET RESTAMP THE COUNT TO THE CURRENT YEAR;
      *    ADVANCE MOVES THE COUNT IN WHATEVER YEAR IT BELONGS TO.
      *    CHAIN STATES NO VALUE AND IS NOT AFFECTED BY A CLOSE.
      *****************************************************************
       3270-CHECK-CLOSED-YEAR.
           IF WS-YCLFILE-OPEN AND MNT-ACTION NOT = "CHAIN"
               PERFORM 1400-GET-CURRENT-TIMESTAMP
               MOVE WS-FORMATTED-TIMESTAMP(1:4) TO WS-TARGET-YEAR
               IF MNT-ACTION = "ADVANCE" AND WS-SEQMSTR-FOUND
                   IF SEQ-ISSUE-YEAR NUMERIC AND SEQ-ISSUE-YEAR > 0
                       MOVE SEQ-ISSUE-YEAR TO WS-TARGET-YEAR
                   END-IF
               END-IF
               MOVE MNT-SEQ-NAME TO YCL-SEQ-NAME
               MOVE WS-TARGET-YEAR TO YCL-ISSUE-YEAR
               READ YEAR-CLOSE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CTRYCL-STATUS = "00"
                   MOVE "ISSUE YEAR IS CLOSED" TO WS-REJECT-TEXT
                   SET WS-CARD-REJECTED TO TRUE
               END-IF
           END-IF.

       3300-APPLY-ACTION.
           MOVE WS-BEFORE-VALUE TO WS-AFTER-VALUE
           EVALUATE MNT-ACTION
               MOVE WS-FORMATTED-TIMESTAMP TO AUDIT-START-TS
               MOVE WS-FORMATTED-TIMESTAMP TO AUDIT-END-TS
               MOVE 0 TO AUDIT-LIMIT
               IF SEQ-ISSUE-YEAR NUMERIC
                   MOVE SEQ-ISSUE-YEAR TO AUDIT-LIMIT
               END-IF
               MOVE 0 TO AUDIT-INCREMENT
               MOVE WS-BEFORE-VALUE TO AUDIT-START-COUNT
               MOVE WS-AFTER-VALUE TO AUDIT-END-COUNT
               MOVE 12 TO WS-RETURN-CODE
           END-IF.

      *****************************************************************
      *    THE JOURNAL RECORD CARRIES THE AUDIT RECORD'S TIMESTAMP
      *    AND THE MASTER RECORD AS 3500 LEFT IT.
      *****************************************************************
       9300-WRITE-JOURNAL-RECORD.
           IF WS-JRNFILE-OPEN
               MOVE SPACES TO MNT-JOURNAL-RECORD
               MOVE MNT-SEQ-NAME TO MNA-SEQ-NAME
               MOVE MNT-ACTION TO MNA-ACTION
               MOVE WS-BEFORE-VALUE TO MNA-BEFORE-VALUE
               MOVE WS-AFTER-VALUE TO MNA-AFTER-VALUE
               MOVE 0 TO MNA-ISSUE-YEAR
               IF SEQ-ISSUE-YEAR NUMERIC
                   MOVE SEQ-ISSUE-YEAR TO MNA-ISSUE-YEAR
               END-IF
               MOVE SEQ-SUCCESSOR TO MNA-SUCCESSOR
               MOVE WS-FORMATTED-TIMESTAMP TO MNA-APPLIED-TS
               MOVE MNT-REASON-CODE TO MNA-REASON-CODE
               MOVE MNT-REQUESTER TO MNA-REQUESTER
               MOVE MNT-APPROVER TO MNA-APPROVER
               WRITE MNT-JOURNAL-RECORD
               IF WS-CTRMNTA-STATUS NOT = "00"
                   DISPLAY "SEQMNT0054E - JOURNAL WRITE FAILED "
                       WS-CTRMNTA-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF.

       4000-WRITE-CONFIRMATION-LINE.
           IF WS-RPTFILE-OPEN
               MOVE MNT-SEQ-NAME TO RPT-DTL-SEQ-NAME
           IF WS-CKPT-OPEN
               CLOSE CHECKPOINT-FILE
           END-IF
           IF WS-YCLFILE-OPEN
               CLOSE YEAR-CLOSE-FILE
           END-IF
           IF WS-JRNFILE-OPEN
               CLOSE JOURNAL-FILE
           END-IF
           IF WS-LOCK-OWNED
               PERFORM 9400-RELEASE-RUN-LOCK
           END-IF
