      *****************************************************************
      *                                                               *
      *    RATETRAN  --  RATE SHEET CHANGE REQUEST TRANSACTION        *
      *                                                               *
      *    ONE ROW PER MAKER REQUEST TO LOAD A NEW SET OF BALANCE     *
      *    TIERS AND RATES FOR A PRODUCT AS OF RQ-EFFECTIVE-DATE.     *
      *    READ BY RATECHANGEREQUEST, WHICH STAGES IT IN RATEPEND -   *
      *    IT DOES NOT REACH RATESHT UNTIL A SECOND PERSON APPROVES   *
      *    IT THROUGH RATECHANGEAPPROVAL. TIERS ARE IN ASCENDING      *
      *    FLOOR ORDER; RATES ARE ANNUAL DECIMAL FRACTIONS.           *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-10  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  RQ-RATE-REQUEST-TRANSACTION.
           05  RQ-PRODUCT-CODE             PIC X(04).
           05  RQ-EFFECTIVE-DATE           PIC 9(08).
           05  RQ-CALC-METHOD              PIC X(01).
               88  RQ-METHOD-TIERED        VALUE "T".
               88  RQ-METHOD-BLENDED       VALUE "B".
           05  RQ-TIER-COUNT               PIC 9(01).
           05  RQ-TIER OCCURS 5 TIMES.
               10  RQ-TIER-FLOOR           PIC 9(7)V99.
               10  RQ-TIER-RATE            PIC 9V9(6).
           05  RQ-REQUESTED-BY             PIC X(08).
           05  FILLER                      PIC X(08).
