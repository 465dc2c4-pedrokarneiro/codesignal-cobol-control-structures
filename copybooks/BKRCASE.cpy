      *****************************************************************
      *                                                               *
      *    BKRCASE  --  BANKRUPTCY CASE RECORD                        *
      *                                                               *
      *    KEYED BY BK-CUSTOMER-NUMBER. ONE ROW PER CUSTOMER WHO HAS  *
      *    FILED, CARRYING THE COURT CASE NUMBER, THE CHAPTER AND     *
      *    THE FILING DATE. WHILE BK-STAY-ACTIVE THE AUTOMATIC STAY   *
      *    IS IN FORCE AND THE NIGHTLY COLLECTORS (FEES, SERVICE      *
      *    CHARGES, CHARGE-OFFS, LEVIES, SETOFFS) LEAVE THE           *
      *    CUSTOMER'S ACCOUNTS ALONE - BANKRUPTCYSTAYCHECK ANSWERS    *
      *    FOR THEM. A DISCHARGE OR DISMISSAL, APPLIED BY             *
      *    BANKRUPTCYCASEMAINTENANCE, LIFTS THE STAY AND STAMPS THE   *
      *    LIFTED DATE.                                               *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-09-16  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  BK-BANKRUPTCY-CASE-RECORD.
           05  BK-CUSTOMER-NUMBER          PIC X(10).
           05  BK-CASE-NUMBER              PIC X(15).
           05  BK-CHAPTER                  PIC 9(02).
               88  BK-Chapter-Valid        VALUES 07 11 12 13.
           05  BK-FILING-DATE              PIC 9(08).
           05  BK-STAY-STATUS              PIC X(01).
               88  BK-Stay-Active          VALUE "A".
               88  BK-Stay-Discharged      VALUE "D".
               88  BK-Stay-Dismissed       VALUE "M".
           05  BK-LIFTED-DATE              PIC 9(08).
           05  BK-OPERATOR-ID              PIC X(08).
           05  FILLER                      PIC X(10).
