      *    CTRVAL.CPY
      *    PARAMETER AREA FOR THE SEQVAL BUSINESS-NUMBER SUBROUTINE.
      *    A BUSINESS NUMBER IS PREFIX (3 ALPHA) + ISSUE YEAR (4) +
      *    SEQUENCE COUNT (9) + MOD-10 CHECK DIGIT (1).
      *    FUNCTION "V" VALIDATES A PRESENTED NUMBER'S FORMAT AND
      *    CHECK DIGIT; FUNCTION "C" COMPUTES THE CHECK DIGIT FOR
      *    THE FIRST SIXTEEN POSITIONS AND RETURNS THE COMPLETED
      *    NUMBER.  CALLERS SHOULD TREAT VAL-NUMBER-BAD AS A REJECT
      *    AND SHOW VAL-ERROR-CODE TO THE OPERATOR.
      *****************************************************************
           05  VAL-NUMBER.
               10  VAL-PREFIX          PIC X(3).
               10  VAL-YEAR            PIC X(4).
               10  VAL-SEQ-DIGITS      PIC X(9).
               10  VAL-CHECK-DIGIT     PIC X(1).
           05  VAL-RESULT              PIC X(1).
               88  VAL-NUMBER-GOOD          VALUE "Y".
