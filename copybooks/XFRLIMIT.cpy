      *****************************************************************
      *                                                               *
      *    XFRLIMIT  --  MONTHLY ITEM-COUNT LIMIT BY PRODUCT          *
      *                                                               *
      *    KEYED BY PRODUCT AND COUNT CLASS (THE TRNCODE              *
      *    PC-COUNT-CLASS). ONE ROW PER CLASS A SAVINGS OR MONEY      *
      *    MARKET PRODUCT LIMITS - THE CONVENIENCE WITHDRAWALS AND    *
      *    TRANSFERS ALLOWED IN A CALENDAR MONTH. A PRODUCT WITH NO   *
      *    ROWS IS NOT LIMITED. EACH ITEM OVER THE LIMIT DRAWS THE    *
      *    FEESCHED FEE OF XM-FEE-TYPE. XM-CONVERT-TO-PRODUCT IS THE  *
      *    CHECKING PRODUCT AN ACCOUNT IS QUEUED TO CONVERT TO AFTER  *
      *    REPEATED VIOLATIONS; THE FIRST ROW FOR THE PRODUCT         *
      *    CARRIES IT. MAINTAINED BY DEPOSIT PRODUCTS; READ WHOLE BY  *
      *    TRANSFERCOUNTLIMIT.                                        *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  XM-XFER-LIMIT-RECORD.
           05  XM-LIMIT-KEY.
               10  XM-PRODUCT-CODE         PIC X(04).
               10  XM-COUNT-CLASS          PIC X(02).
           05  XM-MONTHLY-LIMIT            PIC 9(03).
           05  XM-FEE-TYPE                 PIC X(04).
           05  XM-CONVERT-TO-PRODUCT       PIC X(04).
           05  XM-SET-DATE                 PIC 9(08).
           05  FILLER                      PIC X(15).
