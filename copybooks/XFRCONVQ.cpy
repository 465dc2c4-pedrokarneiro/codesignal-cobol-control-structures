      *****************************************************************
      *                                                               *
      *    XFRCONVQ  --  CONVERSION QUEUE FOR REPEAT LIMIT VIOLATORS  *
      *                                                               *
      *    ONE ROW PER SAVINGS OR MONEY MARKET ACCOUNT THAT WENT      *
      *    OVER ITS XFRLIMIT MONTHLY COUNT IN A THIRD MONTH OF A      *
      *    ROLLING TWELVE, WRITTEN BY TRANSFERCOUNTLIMIT. THE         *
      *    HOME BRANCH WORKS THE QUEUE - THE CONVERSION ITSELF IS     *
      *    KEYED AS AN ACCTTRAN PRODUCT CONVERSION (ACTION V) TO      *
      *    XQ-TARGET-PRODUCT ONCE THE CUSTOMER HAS BEEN REACHED.      *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  XQ-CONVERSION-QUEUE-RECORD.
           05  XQ-ACCOUNT-NUMBER           PIC X(10).
           05  XQ-BRANCH-CODE              PIC X(04).
           05  XQ-CURRENT-PRODUCT          PIC X(04).
           05  XQ-TARGET-PRODUCT           PIC X(04).
           05  XQ-VIOLATION-MONTHS         PIC 9(02).
           05  XQ-FIRST-VIOLATION-MONTH    PIC 9(06).
           05  XQ-QUEUE-DATE               PIC 9(08).
           05  XQ-CUSTOMER-NAME            PIC X(30).
           05  FILLER                      PIC X(12).
