      *****************************************************************
      *                                                               *
      *    FXTIER  --  FX TRANSFER SPREAD BY RELATIONSHIP TIER        *
      *                                                               *
      *    ONE ROW PER RELATIONSHIP TIER FOR CROSS-CURRENCY           *
      *    TRANSFERS, IN ASCENDING ORDER OF XZ-MIN-COMBINED-BALANCE.  *
      *    A CUSTOMER FALLS IN THE HIGHEST TIER WHOSE MINIMUM THE     *
      *    HOUSEHOLD'S RELCOVR COMBINED BALANCE (WHOLE DOLLARS, BASE  *
      *    CURRENCY) CLEARS; AN ACCOUNT OUTSIDE A RELATIONSHIP COUNTS *
      *    AS ZERO. XZ-SPREAD-RATE IS TAKEN OFF THE CURRATE CROSS     *
      *    RATE ON THE CUSTOMER'S SIDE - THE BANK'S FX INCOME. WITH   *
      *    NO TIERS ON FILE THE FXPARM TELLER SPREAD APPLIES TO       *
      *    EVERYONE. MAINTAINED BY TREASURY; READ BY                  *
      *    CROSSCURRENCYQUOTE.                                        *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  XZ-FX-TIER-RECORD.
           05  XZ-TIER-CODE                PIC X(02).
           05  XZ-MIN-COMBINED-BALANCE     PIC 9(09).
           05  XZ-SPREAD-RATE              PIC 9V9(4).
           05  FILLER                      PIC X(09).
