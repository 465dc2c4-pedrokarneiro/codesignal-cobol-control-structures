      *****************************************************************
      *                                                               *
      *    AMLTRAN  --  AML PROFILE MAINTENANCE REQUEST RECORD        *
      *                                                               *
      *    ONE ROW PER REQUEST KEYED BY THE COMPLIANCE DESK,          *
      *    APPLIED BY AMLPROFILEMAINTENANCE. ACTIONS:                 *
      *      P  SET THE OCCUPATION/BUSINESS TYPE AND COUNTRY (A       *
      *         BLANK FIELD IS LEFT AS IT IS); ADDS THE PROFILE       *
      *         WHEN THE CUSTOMER HAS NONE                            *
      *      V  DUE-DILIGENCE REVIEW COMPLETED - RESTARTS THE         *
      *         REVIEW CYCLE; KQ-RATING-FLOOR, WHEN KEYED, SETS       *
      *         THE LOWEST RATING THE CUSTOMER MAY HOLD ("N"          *
      *         CLEARS IT)                                            *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-13  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  KQ-AML-TRANSACTION.
           05  KQ-ACTION-CODE              PIC X(01).
               88  KQ-ACTION-PROFILE       VALUE "P".
               88  KQ-ACTION-REVIEW        VALUE "V".
           05  KQ-CUSTOMER-NUMBER          PIC X(10).
           05  KQ-OCCUPATION-CODE          PIC X(04).
           05  KQ-COUNTRY-CODE             PIC X(02).
           05  KQ-RATING-FLOOR             PIC X(01).
           05  KQ-OPERATOR-ID              PIC X(08).
           05  FILLER                      PIC X(14).
