      *****************************************************************
      *                                                               *
      *    CAMPLST  --  CAMPAIGN OFFER LIST (MAIL VENDOR FILE)        *
      *                                                               *
      *    ONE ROW PER TARGET-GROUP CUSTOMER, WRITTEN BY              *
      *    CAMPAIGNSELECTION FOR THE MAIL VENDOR THAT PRINTS AND      *
      *    SENDS THE OFFER. CONTROL-GROUP AND EXCLUDED CUSTOMERS      *
      *    NEVER APPEAR HERE.                                         *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  CW-OFFER-LIST-RECORD.
           05  CW-CAMPAIGN-ID              PIC X(08).
           05  CW-OFFER-CODE               PIC X(06).
           05  CW-CUSTOMER-NUMBER          PIC X(10).
           05  CW-CUSTOMER-NAME            PIC X(30).
           05  CW-STREET-ADDRESS           PIC X(30).
           05  CW-CITY                     PIC X(20).
           05  CW-STATE                    PIC X(02).
           05  CW-POSTAL-CODE              PIC X(09).
           05  FILLER                      PIC X(05).
