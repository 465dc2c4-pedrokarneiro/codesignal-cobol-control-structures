      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-08-22  RLB  ORIGINAL.                                *
      *    2026-10-15  RLB  ADDED PC-COUNT-CLASS (OUT OF FILLER) -   *
      *                     THE CLASS A DEBIT COUNTS UNDER FOR THE   *
      *                     XFRLIMIT MONTHLY ITEM LIMITS (WD         *
      *                     CONVENIENCE WITHDRAWAL, TR TRANSFER).    *
      *                     SPACES NEVER COUNT.                      *
      *                                                               *
      *****************************************************************
       01  PC-TRANS-CODE-RECORD.
           05  PC-REVERSAL-FLAG            PIC X(01).
               88  PC-IS-REVERSAL          VALUE "Y".
           05  PC-GL-TRANS-CODE            PIC X(04).
           05  PC-COUNT-CLASS              PIC X(02).
               88  PC-NOT-COUNTED          VALUE SPACES.
           05  FILLER                      PIC X(06).
