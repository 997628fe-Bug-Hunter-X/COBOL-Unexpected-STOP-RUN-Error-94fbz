      *    REJECTED AT THE POINT OF ENTRY INSTEAD OF MISPOSTING.
      *
      *    FUNCTION "C" COMPUTES THE CHECK DIGIT OVER POSITIONS FOUR
      *    THROUGH SIXTEEN AND RETURNS THE COMPLETED NUMBER, SO THE
      *    ISSUING PROGRAM AND ANY VALIDATOR ALWAYS AGREE ON THE
      *    ALGORITHM.
      *
           IF VAL-PREFIX NOT ALPHABETIC OR VAL-PREFIX = SPACES
               MOVE 02 TO VAL-ERROR-CODE
           ELSE
               IF VAL-NUMBER(4:13) NOT NUMERIC
                   MOVE 03 TO VAL-ERROR-CODE
               ELSE
                   IF VAL-CHECK-DIGIT NOT NUMERIC
           END-IF.

       3000-RETURN-CHECK-DIGIT.
           IF VAL-NUMBER(4:13) NOT NUMERIC
               MOVE 03 TO VAL-ERROR-CODE
           ELSE
               PERFORM 2000-COMPUTE-CHECK-DIGIT
       2000-COMPUTE-CHECK-DIGIT.
           MOVE 0 TO WS-SUM
           MOVE 2 TO WS-WEIGHT
           MOVE 16 TO WS-IX
           PERFORM 2100-ADD-DIGIT-PRODUCT
               UNTIL WS-IX < 4
           DIVIDE WS-SUM BY 10
