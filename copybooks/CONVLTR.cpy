      *****************************************************************
      *                                                               *
      *    CONVLTR  --  PRODUCT CONVERSION CONFIRMATION PRINT LINE    *
      *                                                               *
      *    ONE ROW PER PRINT LINE OF THE CONFIRMATION NOTICE          *
      *    ACCOUNTLIFECYCLEMAINTENANCE WRITES TO THE OWNER OF AN      *
      *    ACCOUNT CONVERTED TO A NEW PRODUCT: THE OLD AND NEW        *
      *    PRODUCT, THE INTEREST SETTLED UNDER THE OLD ONE, ANY       *
      *    PRO-RATED SERVICE CHARGE, THE NEW MINIMUM AND THE          *
      *    BALANCE. TAGGED WITH THE CUSTOMER AND ACCOUNT SO THE MAIL  *
      *    ROOM CAN SPLIT THE STREAM ONE NOTICE PER CONVERSION.       *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  QV-CONVERSION-LETTER-LINE.
           05  QV-CUSTOMER-NUMBER          PIC X(10).
           05  QV-ACCOUNT-NUMBER           PIC X(10).
           05  QV-PRINT-LINE               PIC X(66).
