      *****************************************************************
      *                                                               *
      *    SIGCARD  --  SIGNATURE CARD REQUIREMENTS RECORD            *
      *                                                               *
      *    KEYED BY SN-ACCOUNT-NUMBER. ONE ROW PER ACCOUNT WHOSE      *
      *    SIGNATURE CARD SETS A SIGNING RULE; AN ACCOUNT WITH NO     *
      *    ROW NEEDS ONE SIGNATURE. A CHECK ON A COMMERCIAL ACCOUNT   *
      *    WHOSE CARD CALLS FOR TWO OR MORE SIGNATURES IS QUEUED FOR  *
      *    SIGNATURE VERIFICATION WHATEVER ITS AMOUNT. KEPT BY BRANCH *
      *    OPERATIONS FROM THE SIGNED CARD.                           *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-09-28  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  SN-SIGNATURE-CARD-RECORD.
           05  SN-ACCOUNT-NUMBER           PIC X(10).
           05  SN-SIGNERS-REQUIRED         PIC 9(01).
               88  SN-DUAL-SIGNATURE       VALUE 2 THRU 9.
           05  SN-SIGNERS-ON-CARD          PIC 9(01).
           05  SN-CARD-DATE                PIC 9(08).
           05  FILLER                      PIC X(10).
