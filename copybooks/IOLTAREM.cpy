      *****************************************************************
      *                                                               *
      *    IOLTAREM  --  IOLTA INTEREST REMITTANCE RECORD             *
      *                                                               *
      *    ONE ROW PER ATTORNEY TRUST (IOLTA) ACCOUNT PER MONTH,      *
      *    WRITTEN BY MONTHENDINTERESTSETTLEMENT IN PLACE OF CREDITING *
      *    THE MONTH'S INTEREST TO THE ACCOUNT. THE INTEREST BELONGS  *
      *    TO THE STATE BAR FOUNDATION OF THE FIRM'S STATE            *
      *    (IL-FOUNDATION-STATE, FROM THE FIRM'S ADDRESS ON           *
      *    CUSTADDR): GROSS INTEREST LESS THE ALLOWABLE SERVICE       *
      *    CHARGE (FEE TYPE IOLT ON THE FEE SCHEDULE, NEVER MORE      *
      *    THAN THE INTEREST) IS REMITTED. IL-ANNUAL-RATE IS THE      *
      *    RATE THE MONTH'S GROSS INTEREST WORKS OUT TO ON THE        *
      *    AVERAGE BALANCE. READ BY IOLTAREMITTANCEREPORT.            *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-13  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  IL-IOLTA-REMITTANCE-RECORD.
           05  IL-FOUNDATION-STATE         PIC X(02).
           05  IL-ACCOUNT-NUMBER           PIC X(10).
           05  IL-CUSTOMER-NUMBER          PIC X(10).
           05  IL-FIRM-NAME                PIC X(30).
           05  IL-REMIT-PERIOD             PIC 9(06).
           05  IL-POSTING-DATE             PIC 9(08).
           05  IL-AVERAGE-BALANCE          PIC S9(9)V99.
           05  IL-ANNUAL-RATE              PIC 9V9(6).
           05  IL-GROSS-INTEREST           PIC S9(6)V99.
           05  IL-CHARGES-DEDUCTED         PIC S9(6)V99.
           05  IL-NET-REMITTED             PIC S9(6)V99.
           05  FILLER                      PIC X(10).
