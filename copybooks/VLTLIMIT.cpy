      *****************************************************************
      *                                                               *
      *    VLTLIMIT  --  BRANCH VAULT CASH LIMIT RECORD               *
      *                                                               *
      *    ONE ROW PER BRANCH, MAINTAINED BY BRANCH OPERATIONS: THE   *
      *    MINIMUM AND MAXIMUM CASH THE BRANCH MAY HOLD, THE LAST     *
      *    DUAL-CONTROL COUNT OF ITS CASH ON HAND (VAULT PLUS         *
      *    DRAWERS, WHOLE DOLLARS, AT CLOSE OF THE COUNT DATE), AND   *
      *    THE SHARE OF ITS CASH EACH DENOMINATION GROUP MAKES UP.    *
      *    VAULTCASHFORECAST PLANS EVERY BRANCH ON THE FILE AND       *
      *    SPLITS EACH ORDER OR RETURN BY THE MIX. THE FOUR MIX       *
      *    PERCENTAGES SHOULD ADD TO 100; THE COIN GROUP TAKES ANY    *
      *    ROUNDING.                                                  *
      *                                                               *
      *    DENOMINATION GROUPS:  1 HUNDREDS                           *
      *                          2 FIFTIES AND TWENTIES               *
      *                          3 TENS, FIVES AND ONES               *
      *                          4 COIN                               *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-13  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  VL-VAULT-LIMIT-RECORD.
           05  VL-BRANCH-CODE              PIC X(04).
           05  VL-MIN-CASH                 PIC 9(09).
           05  VL-MAX-CASH                 PIC 9(09).
           05  VL-COUNTED-CASH             PIC 9(09).
           05  VL-COUNT-DATE               PIC 9(08).
           05  VL-DENOMINATION-MIX.
               10  VL-PCT-HUNDREDS         PIC 9(03).
               10  VL-PCT-TWENTIES         PIC 9(03).
               10  VL-PCT-SMALL-BILLS      PIC 9(03).
               10  VL-PCT-COIN             PIC 9(03).
           05  VL-MIX-TABLE REDEFINES VL-DENOMINATION-MIX.
               10  VL-MIX-PCT              PIC 9(03) OCCURS 4 TIMES.
           05  FILLER                      PIC X(08).
