      *****************************************************************
      *                                                               *
      *    BKRSUPP  --  STAY-SUPPRESSED ACTIVITY RECORD               *
      *                                                               *
      *    ONE ROW FOR EVERY COLLECTION THE NIGHTLY CHAIN DID NOT     *
      *    TAKE BECAUSE THE ACCOUNT'S CUSTOMER WAS UNDER AN ACTIVE    *
      *    BANKRUPTCY STAY: THE FEE, SERVICE CHARGE, CHARGE-OFF,      *
      *    LEVY OR SETOFF, ITS AMOUNT AND THE PROGRAM THAT HELD       *
      *    BACK. APPENDED BY EACH COLLECTOR (THE SAME WAY THE FEE     *
      *    PROGRAMS APPEND WAIVLDGR); BANKRUPTCYCASEMAINTENANCE       *
      *    PRINTS A CASE'S ROWS WHEN THE STAY LIFTS.                  *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-09-16  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  BS-SUPPRESSED-ACTIVITY-RECORD.
           05  BS-CUSTOMER-NUMBER          PIC X(10).
           05  BS-CASE-NUMBER              PIC X(15).
           05  BS-ACCOUNT-NUMBER           PIC X(10).
           05  BS-SUPPRESS-DATE            PIC 9(08).
           05  BS-ACTIVITY-CODE            PIC X(04).
           05  BS-AMOUNT                   PIC S9(6)V99.
           05  BS-SOURCE-PROGRAM           PIC X(30).
           05  FILLER                      PIC X(05).
