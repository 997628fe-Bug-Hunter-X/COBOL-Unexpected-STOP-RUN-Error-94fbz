      *****************************************************************
      *    CTRCCC.CPY
      *    COST-CENTER OWNERSHIP CARD, READ BY SEQCHG FROM THE
      *    CTRCOST FILE.  ONE CARD PER SINGLE-BLOCK JOB-ID NAMES
      *    THE COST CENTER THAT OWNS THE JOB: NUMBERS A SINGLE-BLOCK
      *    SEQCTR RUN ISSUES UNDER THAT JOB-ID, AND RETURNS OF THEM,
      *    ARE CHARGED TO THE COST CENTER.  A JOB-ID WITH NO CARD IS
      *    CHARGED UNDER ITS OWN NAME AND REPORTED.
      *****************************************************************
       01  COST-CENTER-RECORD.
           05  CCC-JOB-ID              PIC X(8).
           05  CCC-COST-CENTER         PIC X(8).
           05  FILLER                  PIC X(64).
