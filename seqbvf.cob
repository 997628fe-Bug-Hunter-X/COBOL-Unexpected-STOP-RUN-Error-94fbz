      *    BATCH VERIFIER FOR FILES OF EXTERNALLY PRESENTED
      *    BUSINESS NUMBERS (PARTNER REMITTANCES, DOCUMENT
      *    BATCHES).  EACH VERIN RECORD CARRIES ONE FULL BUSINESS
      *    NUMBER IN COLUMNS 1-17.  EVERY NUMBER IS PROVED IN TWO
      *    STEPS: SEQVAL CHECKS THE FORMAT AND CHECK DIGIT, THEN
      *    THE NUMBER IS PROVED AGAINST OUR OWN ISSUANCE VIA THE
      *    CTRLGR LEDGER, THE KEYED DIGEST OF CTROUT THAT THE
      *    RETURNS POOL.  A WELL-FORMED NUMBER WE NEVER ISSUED IS
      *    REJECTED.
      *
      *    THE INPUT SPLITS INTO VERACC (ACCEPTED, COLUMNS 1-17
      *    UNCHANGED) AND VERREJ (REJECTED, WITH A PER-NUMBER
      *    REASON CODE AND TEXT), WITH TOTALS ON THE VERRPT
      *    CONTROL REPORT.  REASON CODES:
       FD  VERIFY-IN-FILE
           RECORDING MODE IS F.
       01  VER-IN-RECORD.
           05  VIN-BUSINESS-NO         PIC X(17).
           05  FILLER                  PIC X(63).

       FD  SEQ-MASTER-FILE.
           COPY CTRSEQ.
       FD  ACCEPT-FILE
           RECORDING MODE IS F.
       01  VER-ACC-RECORD.
           05  VAC-BUSINESS-NO         PIC X(17).
           05  FILLER                  PIC X(63).

       FD  REJECT-FILE
           RECORDING MODE IS F.
       01  VER-REJ-RECORD.
           05  VRJ-BUSINESS-NO         PIC X(17).
           05  FILLER                  PIC X(1).
           05  VRJ-REASON-CODE         PIC X(4).
           05  FILLER                  PIC X(1).
           05  VRJ-REASON-TEXT         PIC X(40).
           05  FILLER                  PIC X(17).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  WS-VERREJ-STATUS            PIC XX VALUE "00".
       01  WS-VERRPT-STATUS            PIC XX VALUE "00".
       01  WS-RETURN-CODE              PIC 9(4) VALUE 0.
       01  WS-BUSINESS-NO              PIC X(17) VALUE SPACES.
       01  WS-LOOKUP-PREFIX            PIC X(3) VALUE SPACES.
       01  WS-LOOKUP-YEAR              PIC X(4) VALUE SPACES.
       01  WS-LOOKUP-COUNT             PIC 9(9) VALUE 0.
       01  WS-VERDICT                  PIC X(4) VALUE SPACES.
       01  WS-NUMBERS-READ             PIC 9(7) VALUE 0.
       01  WS-NUMBERS-ACCEPTED         PIC 9(7) VALUE 0.
           ELSE
               MOVE WS-BUSINESS-NO(1:3) TO WS-LOOKUP-PREFIX
               MOVE WS-BUSINESS-NO(4:4) TO WS-LOOKUP-YEAR
               MOVE WS-BUSINESS-NO(8:9) TO WS-LOOKUP-COUNT
               MOVE "VPFX" TO WS-VERDICT
               MOVE 0 TO WS-TAB-IX
               PERFORM 3100-TRY-ONE-SEQUENCE
