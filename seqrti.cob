      *           THAN ONE YEAR
      *      REIS RETURN PREDATES A REISSUE OF THE NUMBER
      *      POOL NUMBER ALREADY IN THE RECYCLE POOL
      *      CLSD THE ISSUE YEAR HAS BEEN CLOSED BY SEQYEC (CTRYCL)
      *      USED NUMBER ALREADY REPORTED USED (CTRLGR STATE "U")
      *    EVERY ACCEPTED RETURN IS ALSO APPENDED TO THE CTRRTNA
      *    JOURNAL WITH THE SYSTEM THAT HELD THE NUMBER, SO IT STAYS
      *    ON RECORD AFTER THE POOL ENTRY HAS BEEN REISSUED.
      *    THE JOB ENDS WITH RC 4 WHEN ANYTHING WAS REJECTED.
      *****************************************************************
       ENVIRONMENT DIVISION.
               RECORD KEY IS LGR-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT YEAR-CLOSE-FILE ASSIGN TO "CTRYCL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YCL-KEY
               FILE STATUS IS WS-CTRYCL-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "CTRRTNA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRRTNA-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RTIRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTIRPT-STATUS.
       FD  LEDGER-FILE.
           COPY CTRLGR.

       FD  YEAR-CLOSE-FILE.
           COPY CTRYCL.

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
           COPY CTRRTA.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                PIC X(132).
       01  WS-CTROUT-STATUS            PIC XX VALUE "00".
       01  WS-POOL-STATUS              PIC XX VALUE "00".
       01  WS-LEDGER-STATUS            PIC XX VALUE "00".
       01  WS-CTRYCL-STATUS            PIC XX VALUE "00".
       01  WS-CTRRTNA-STATUS           PIC XX VALUE "00".
       01  WS-RTIRPT-STATUS            PIC XX VALUE "00".
       01  WS-RETURN-CODE              PIC 9(4) VALUE 0.
       01  WS-FORMATTED-TIMESTAMP      PIC X(26).
           88  WS-LGRFILE-OPEN              VALUE "Y".
       01  WS-LGR-FOUND-SW             PIC X VALUE "N".
           88  WS-LGR-FOUND                 VALUE "Y".
       01  WS-JRNFILE-OPEN-SW          PIC X VALUE "N".
           88  WS-JRNFILE-OPEN              VALUE "Y".
       01  WS-YCLFILE-OPEN-SW          PIC X VALUE "N".
           88  WS-YCLFILE-OPEN              VALUE "Y".
       01  WS-YEAR-CLOSED-SW           PIC X VALUE "N".
           88  WS-YEAR-CLOSED               VALUE "Y".
       01  WS-RPTFILE-OPEN-SW          PIC X VALUE "N".
           88  WS-RPTFILE-OPEN              VALUE "Y".

               10  RTI-SEQ-NAME        PIC X(10).
               10  RTI-YEAR            PIC X(4).
               10  RTI-YEAR-GIVEN-SW   PIC X(1).
               10  RTI-NUMBER          PIC 9(9).
               10  RTI-RETURN-TS       PIC X(26).
               10  RTI-REASON          PIC X(4).
               10  RTI-ISSUED-SW       PIC X(1).
       01  RPT-HEADER-2.
           05  FILLER                  PIC X(12) VALUE "SEQUENCE".
           05  FILLER                  PIC X(6)  VALUE "YEAR".
           05  FILLER                  PIC X(12) VALUE "NUMBER".
           05  FILLER                  PIC X(10) VALUE "RETURNED".
           05  FILLER                  PIC X(6)  VALUE "RSN".
           05  FILLER                  PIC X(6)  VALUE "EDIT".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-YEAR            PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-DTL-NUMBER          PIC Z(8)9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RPT-DTL-RETURNED        PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
                       WS-LEDGER-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-RETURN-CODE = 0 AND WS-RTNFILE-OPEN
               OPEN INPUT YEAR-CLOSE-FILE
               IF WS-CTRYCL-STATUS = "00"
                   SET WS-YCLFILE-OPEN TO TRUE
               ELSE
                   IF WS-CTRYCL-STATUS = "35"
                       DISPLAY "SEQRTI0016I - NO CLOSED YEARS"
                   ELSE
                       DISPLAY "SEQRTI0017E - UNABLE TO OPEN CTRYCL "
                           WS-CTRYCL-STATUS
                       MOVE 12 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-RETURN-CODE = 0 AND WS-RTNFILE-OPEN
               OPEN EXTEND JOURNAL-FILE
               IF WS-CTRRTNA-STATUS = "35"
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
               IF WS-CTRRTNA-STATUS = "00"
                   SET WS-JRNFILE-OPEN TO TRUE
               ELSE
                   DISPLAY "SEQRTI0018E - UNABLE TO OPEN CTRRTNA "
                       WS-CTRRTNA-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF.

       2000-LOAD-RETURNS.
       4100-DISPOSE-ONE-RETURN.
           ADD 1 TO WS-RTI-IX
           IF RTI-STATUS(WS-RTI-IX) = SPACES
               PERFORM 4150-CHECK-CLOSED-YEAR
               PERFORM 4160-READ-LEDGER-RECORD
               EVALUATE TRUE
                   WHEN RTI-AMBIG-SW(WS-RTI-IX) = "Y"
                       MOVE "AMBY" TO RTI-STATUS(WS-RTI-IX)
                    AND RTI-RETURN-TS(WS-RTI-IX) <=
                        RTI-REISSUE-TS(WS-RTI-IX)
                       MOVE "REIS" TO RTI-STATUS(WS-RTI-IX)
                   WHEN WS-YEAR-CLOSED
                       MOVE "CLSD" TO RTI-STATUS(WS-RTI-IX)
                   WHEN WS-LGR-FOUND AND LGR-USED
                       MOVE "USED" TO RTI-STATUS(WS-RTI-IX)
                   WHEN OTHER
                       PERFORM 4200-WRITE-POOL-RECORD
               END-EVALUATE
           IF RTI-STATUS(WS-RTI-IX) = SPACES
               ADD 1 TO WS-RETURNS-ACCEPTED
               PERFORM 4250-UPDATE-LEDGER-RECORD
               PERFORM 4270-WRITE-JOURNAL-RECORD
           ELSE
               ADD 1 TO WS-RETURNS-REJECTED
               PERFORM 4300-WRITE-REJECT-LINE
           END-IF.

      *****************************************************************
      *    A CLOSED YEAR'S POOL WAS WRITTEN OFF AT YEAR END AND ITS
      *    LEDGER IS FINAL, SO A LATE RETURN FOR IT IS NOT TAKEN.
      *****************************************************************
       4150-CHECK-CLOSED-YEAR.
           MOVE "N" TO WS-YEAR-CLOSED-SW
           IF WS-YCLFILE-OPEN AND RTI-YEAR(WS-RTI-IX) NUMERIC
               MOVE RTI-SEQ-NAME(WS-RTI-IX) TO YCL-SEQ-NAME
               MOVE RTI-YEAR(WS-RTI-IX) TO YCL-ISSUE-YEAR
               READ YEAR-CLOSE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CTRYCL-STATUS = "00"
                   SET WS-YEAR-CLOSED TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      *    A NUMBER ITS HOLDER HAS REPORTED USED (SEQUSE) IS ON A
      *    LIVE DOCUMENT, SO IT MAY NOT GO BACK INTO THE POOL TO BE
      *    ISSUED AGAIN, WHETHER IT COMES BACK FROM THE REQUESTER
      *    OR AS A SEQACK RECLAIM.  THE RECORD READ HERE IS THE ONE
      *    4250 UPDATES WHEN THE RETURN IS ACCEPTED.
      *****************************************************************
       4160-READ-LEDGER-RECORD.
           MOVE "N" TO WS-LGR-FOUND-SW
           IF WS-LGRFILE-OPEN AND RTI-YEAR(WS-RTI-IX) NUMERIC
               MOVE RTI-SEQ-NAME(WS-RTI-IX) TO LGR-SEQ-NAME
               MOVE RTI-YEAR(WS-RTI-IX) TO LGR-ISSUE-YEAR
               MOVE RTI-NUMBER(WS-RTI-IX) TO LGR-NUMBER
               READ LEDGER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-LEDGER-STATUS = "00"
                   SET WS-LGR-FOUND TO TRUE
               END-IF
           END-IF.

       4200-WRITE-POOL-RECORD.
           MOVE SPACES TO POOL-RECORD
           MOVE RTI-SEQ-NAME(WS-RTI-IX) TO POOL-SEQ-NAME
      *    AN ACCEPTED RETURN MOVES THE NUMBER'S CTRLGR LEDGER
      *    RECORD TO STATE "R".  A NUMBER ISSUED BEFORE THE LEDGER
      *    EXISTED GETS A SKELETON RECORD SO THE RETURN IS STILL
      *    ON RECORD.  THE RECORD WAS READ BY 4160.
      *****************************************************************
       4250-UPDATE-LEDGER-RECORD.
           IF WS-LGRFILE-OPEN
               IF NOT WS-LGR-FOUND
                   MOVE SPACES TO LEDGER-RECORD
                   MOVE RTI-SEQ-NAME(WS-RTI-IX) TO LGR-SEQ-NAME
               END-IF
           END-IF.

      *****************************************************************
      *    THE HOLDER COMES FROM THE LEDGER RECORD JUST UPDATED; A
      *    SKELETON RECORD HAS NO HOLDER.
      *****************************************************************
       4270-WRITE-JOURNAL-RECORD.
           IF WS-JRNFILE-OPEN
               MOVE SPACES TO RETURN-JOURNAL-RECORD
               MOVE RTI-SEQ-NAME(WS-RTI-IX) TO RTA-SEQ-NAME
               MOVE RTI-YEAR(WS-RTI-IX) TO RTA-ISSUE-YEAR
               MOVE RTI-NUMBER(WS-RTI-IX) TO RTA-NUMBER
               MOVE RTI-RETURN-TS(WS-RTI-IX) TO RTA-RETURN-TS
               MOVE RTI-REASON(WS-RTI-IX) TO RTA-REASON-CODE
               IF WS-LGR-FOUND
                   MOVE LGR-HOLDER-SYSTEM TO RTA-HOLDER-SYSTEM
               END-IF
               MOVE WS-FORMATTED-TIMESTAMP TO RTA-ACCEPT-TS
               WRITE RETURN-JOURNAL-RECORD
               IF WS-CTRRTNA-STATUS NOT = "00"
                   DISPLAY "SEQRTI0019E - JOURNAL WRITE FAILED "
                       WS-CTRRTNA-STATUS
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF.

       4300-WRITE-REJECT-LINE.
           MOVE RTI-SEQ-NAME(WS-RTI-IX) TO RPT-DTL-SEQ-NAME
           MOVE RTI-YEAR(WS-RTI-IX) TO RPT-DTL-YEAR
                   MOVE "RETURN PREDATES REISSUE" TO RPT-DTL-TEXT
               WHEN "POOL"
                   MOVE "ALREADY IN RECYCLE POOL" TO RPT-DTL-TEXT
               WHEN "CLSD"
                   MOVE "ISSUE YEAR IS CLOSED" TO RPT-DTL-TEXT
               WHEN "USED"
                   MOVE "NUMBER ALREADY REPORTED USED" TO RPT-DTL-TEXT
               WHEN OTHER
                   MOVE SPACES TO RPT-DTL-TEXT
           END-EVALUATE
           IF WS-LGRFILE-OPEN
               CLOSE LEDGER-FILE
           END-IF
           IF WS-YCLFILE-OPEN
               CLOSE YEAR-CLOSE-FILE
           END-IF
           IF WS-JRNFILE-OPEN
               CLOSE JOURNAL-FILE
           END-IF
           IF WS-RPTFILE-OPEN
               CLOSE REPORT-FILE
           END-IF
