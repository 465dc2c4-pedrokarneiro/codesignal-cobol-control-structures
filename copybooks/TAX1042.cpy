      *****************************************************************
      *                                                               *
      *    TAX1042  --  NONRESIDENT ALIEN (1042-S) INTEREST EXTRACT   *
      *                                                               *
      *    ONE ROW PER ACCOUNT OF A CUSTOMER CERTIFIED ON A W-8BEN,   *
      *    WRITTEN BY ANNUALINTERESTTAXEXTRACT IN PLACE OF THE TAXEXT *
      *    (1099-INT) ROW. THERE IS NO REPORTABLE MINIMUM ON THE      *
      *    1042-S. YR-INCOME-CODE IS THE 1042-S INCOME CODE (29,      *
      *    DEPOSIT INTEREST); YR-COUNTRY-CODE AND YR-TREATY-RATE COME *
      *    FROM THE CUSTOMER'S TAXCERT ROW.                           *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-13  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  YR-NRA-EXTRACT-RECORD.
           05  YR-ACCOUNT-NUMBER           PIC X(10).
           05  YR-CUSTOMER-NUMBER          PIC X(10).
           05  YR-TAX-YEAR                 PIC 9(04).
           05  YR-INCOME-CODE              PIC X(02).
           05  YR-COUNTRY-CODE             PIC X(02).
           05  YR-TREATY-RATE              PIC 9V9(4).
           05  YR-INTEREST-PAID            PIC S9(7)V99.
           05  YR-TAX-WITHHELD             PIC S9(7)V99.
           05  FILLER                      PIC X(09).
