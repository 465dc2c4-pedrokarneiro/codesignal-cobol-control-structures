      *****************************************************************
      *                                                               *
      *    RATEPEND  --  PENDING RATE SHEET CHANGE RECORD             *
      *                                                               *
      *    KEYED BY PR-PRODUCT-CODE. ONE OUTSTANDING MAKER REQUEST    *
      *    PER PRODUCT, WRITTEN BY RATECHANGEREQUEST AND CONSUMED BY  *
      *    RATECHANGEAPPROVAL. THE REQUESTED TIERS DO NOT REACH       *
      *    RATESHT UNTIL A CHECKER OTHER THAN PR-REQUESTED-BY         *
      *    APPROVES THE ROW.                                          *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-10  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  PR-RATE-PENDING-RECORD.
           05  PR-PRODUCT-CODE             PIC X(04).
           05  PR-EFFECTIVE-DATE           PIC 9(08).
           05  PR-CALC-METHOD              PIC X(01).
           05  PR-TIER-COUNT               PIC 9(01).
           05  PR-TIER OCCURS 5 TIMES.
               10  PR-TIER-FLOOR           PIC 9(7)V99.
               10  PR-TIER-RATE            PIC 9V9(6).
           05  PR-REQUESTED-BY             PIC X(08).
           05  PR-APPROVAL-STATUS          PIC X(01).
               88  PR-STATUS-PENDING       VALUE "P".
               88  PR-STATUS-APPROVED      VALUE "A".
               88  PR-STATUS-REJECTED      VALUE "R".
           05  FILLER                      PIC X(07).
