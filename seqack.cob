       01  WS-TODAY-DAY-NUM            PIC 9(7) VALUE 0.
       01  WS-ASSIGN-DATE              PIC 9(8) VALUE 0.
       01  WS-BLOCK-AGE                PIC S9(7) VALUE 0.
       01  WS-RECLAIM-NUMBER           PIC 9(9) VALUE 0.
       01  WS-RECLAIM-STEP             PIC 9(3) VALUE 1.
       01  WS-ASGN-LOADED              PIC 9(5) VALUE 0.
       01  WS-ASGN-DUPLICATES          PIC 9(5) VALUE 0.
      *    REMAINDER FILLED ON A LATER RUN, AND THE PIECES OF A
      *    BLOCK THAT ROLLED TO A SUCCESSOR SEQUENCE EACH GET
      *    THEIR OWN SEGMENT AND ARE EACH TRACKED, REPORTED AND
      *    RECLAIMED IN THEIR OWN RIGHT.  A STATUS "S" RECORD IS
      *    SEQCTR RE-SENDING A SEGMENT ALREADY ON FILE TO A
      *    RESUBMITTED REFERENCE AND IS NOT LOADED AGAIN.
      *****************************************************************
       2000-LOAD-NEW-ASSIGNMENTS.
           OPEN INPUT ASSIGN-FILE
       2200-LOAD-ONE-ASSIGNMENT.
           IF ASGN-QUANTITY NUMERIC AND ASGN-QUANTITY > 0
              AND ASGN-SYSTEM NOT = SPACES
              AND ASGN-STATUS NOT = "S"
               PERFORM 2250-FIND-HIGH-SEGMENT
               IF WS-ALREADY-LOADED
                   ADD 1 TO WS-ASGN-DUPLICATES
                      AND ASGK-REFERENCE = WS-ACK-REFERENCE
                       ADD 1 TO WS-REF-SEGMENTS
                       IF NOT ASGK-ACKED AND NOT ASGK-RECLAIMED
                          AND NOT ASGK-YEAR-CLOSED
                           ADD 1 TO WS-REF-OPEN-SEGS
                           IF ASGK-QUANTITY NUMERIC
                               ADD ASGK-QUANTITY
                   IF ASGK-SYSTEM = WS-ACK-SYSTEM
                      AND ASGK-REFERENCE = WS-ACK-REFERENCE
                       IF NOT ASGK-ACKED AND NOT ASGK-RECLAIMED
                          AND NOT ASGK-YEAR-CLOSED
                           PERFORM 3290-APPLY-ACK-TO-SEGMENT
                       END-IF
                   ELSE
                   SET WS-ASGK-EOF TO TRUE
               NOT AT END
                   IF NOT ASGK-ACKED AND NOT ASGK-RECLAIMED
                      AND NOT ASGK-YEAR-CLOSED
                       PERFORM 4200-AGE-AND-RECLAIM
                   END-IF
           END-READ.
               END-IF
      *****************************************************************
      *    THE LOOP IS DRIVEN BY THE ASSIGNED QUANTITY, NOT THE END
      *    NUMBER: A BLOCK ENDING AT THE TOP OF THE COUNT FIELD
      *    WOULD WRAP THE COUNTER TO ZERO AND A VALUE-DRIVEN LOOP
      *    WOULD NEVER TERMINATE.
      *****************************************************************
               MOVE ASGK-START-NUMBER TO WS-RECLAIM-NUMBER
               PERFORM 4400-WRITE-ONE-RETURN
                   ASGK-QUANTITY TIMES
               MOVE "Y" TO ASGK-RECLAIM-SW
               MOVE WS-FORMATTED-TIMESTAMP TO ASGK-ACK-TS
               REWRITE ASGK-RECORD
                   INVALID KEY
                       DISPLAY "SEQACK0040E - CONTROL UPDATE FAILED"
