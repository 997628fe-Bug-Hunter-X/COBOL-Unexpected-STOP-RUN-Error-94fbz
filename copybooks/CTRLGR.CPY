      *      SEQCTR WRITES STATE "I" (ISSUED) WITH THE REQUESTING
      *             SYSTEM AND REFERENCE AS IT ISSUES THE NUMBER,
      *             OR STATE "E" (REISSUED) WITH THE NEW HOLDER
      *             WHEN THE NUMBER COMES BACK OUT OF THE POOL;
      *             SEQGET DOES THE SAME FOR A SINGLE NUMBER DRAWN
      *             BY A CALLING PROGRAM, WITH THE CALLER AS HOLDER
      *      SEQRTI SETS STATE "R" (RETURNED) WITH THE RETURN
      *             TIMESTAMP AND REASON WHEN A RETURN IS ACCEPTED
      *      SEQUSE SETS STATE "U" (USED) WITH THE TIME OF USE WHEN
      *             THE HOLDER REPORTS THE NUMBER CONSUMED ON ITS
      *             DAILY USAGE FILE; HOLDER FIELDS ARE KEPT
      *    FIRST-ISSUE FIELDS AND THE ISSUE COUNT ARE KEPT SO THE
      *    FULL LIFECYCLE STAYS READABLE AFTER A REISSUE.  THE
      *    SEQLNQ INQUIRY SHOWS A NUMBER'S CURRENT STATE AND
           05  LGR-KEY.
               10  LGR-SEQ-NAME        PIC X(10).
               10  LGR-ISSUE-YEAR      PIC 9(4).
               10  LGR-NUMBER          PIC 9(9).
           05  LGR-BUSINESS-NO         PIC X(17).
           05  LGR-STATE               PIC X(1).
               88  LGR-ISSUED               VALUE "I".
               88  LGR-RETURNED             VALUE "R".
               88  LGR-REISSUED             VALUE "E".
               88  LGR-USED                 VALUE "U".
           05  LGR-STATE-TS            PIC X(26).
           05  LGR-HOLDER-SYSTEM       PIC X(8).
           05  LGR-HOLDER-REF          PIC X(12).
           05  LGR-RETURN-TS           PIC X(26).
           05  LGR-RETURN-REASON       PIC X(4).
           05  LGR-ISSUE-COUNT         PIC 9(3).
           05  FILLER                  PIC X(6).
