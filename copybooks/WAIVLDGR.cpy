      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-09-02  RLB  ORIGINAL.                                *
      *    2026-10-11  RLB  REASON DCAP MARKS A FEE PASSED UP        *
      *                     BECAUSE THE ACCOUNT HAD REACHED THE      *
      *                     FEESCHED DAILY CAP FOR ITS TYPE.         *
      *    2026-10-13  RLB  REASON RPLN MARKS AN OVERDRAFT FEE       *
      *                     PASSED UP WHILE THE ACCOUNT'S REPAYMENT  *
      *                     PLAN IS BEING KEPT.                      *
      *                                                               *
      *****************************************************************
       01  WX-WAIVED-FEE-RECORD.
