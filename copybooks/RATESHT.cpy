      *****************************************************************
      *                                                               *
      *    RATESHT  --  PRODUCT INTEREST RATE SHEET                   *
      *                                                               *
      *    KEYED BY IR-PRODUCT-CODE AND IR-EFFECTIVE-DATE. ONE ROW    *
      *    PER PRODUCT PER RATE CHANGE; RATESHEETLOOKUP READS THE     *
      *    LATEST ROW WHOSE EFFECTIVE DATE IS ON OR BEFORE THE DATE   *
      *    IT IS ASKED ABOUT, THE SAME WAY THRESHOLDLOOKUP READS      *
      *    THRESHLD. UP TO FIVE BALANCE TIERS IN ASCENDING FLOOR      *
      *    ORDER; A BALANCE EARNS A TIER ONLY ABOVE ITS FLOOR, AND    *
      *    IR-TIER-RATE IS THE ANNUAL RATE AS A DECIMAL FRACTION.     *
      *    IR-CALC-METHOD -                                           *
      *      T  TIERED  - THE WHOLE BALANCE EARNS THE RATE OF THE     *
      *                   HIGHEST TIER IT REACHES                     *
      *      B  BLENDED - EACH SLICE OF THE BALANCE EARNS THE RATE    *
      *                   OF THE TIER IT FALLS IN                     *
      *    WRITTEN ONLY BY RATECHANGEAPPROVAL. A ROW THAT LOWERS WHAT *
      *    ANY BALANCE EARNS CARRIES IR-IS-REDUCTION AND THE DATE THE *
      *    CHANGE-IN-TERMS NOTICES WENT OUT; ITS EFFECTIVE DATE IS    *
      *    NEVER EARLIER THAN THE ADVANCE-NOTICE PERIOD ALLOWS.       *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-10  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  IR-RATE-SHEET-RECORD.
           05  IR-RATE-SHEET-KEY.
               10  IR-PRODUCT-CODE         PIC X(04).
               10  IR-EFFECTIVE-DATE       PIC 9(08).
           05  IR-CALC-METHOD              PIC X(01).
               88  IR-METHOD-TIERED        VALUE "T".
               88  IR-METHOD-BLENDED       VALUE "B".
           05  IR-TIER-COUNT               PIC 9(01).
           05  IR-TIER OCCURS 5 TIMES.
               10  IR-TIER-FLOOR           PIC 9(7)V99.
               10  IR-TIER-RATE            PIC 9V9(6).
           05  IR-REDUCTION-FLAG           PIC X(01).
               88  IR-IS-REDUCTION         VALUE "Y".
               88  IR-IS-NOT-REDUCTION     VALUE "N".
           05  IR-NOTICE-DATE              PIC 9(08).
           05  IR-REQUESTED-BY             PIC X(08).
           05  IR-APPROVED-BY              PIC X(08).
           05  IR-APPROVED-DATE            PIC 9(08).
           05  FILLER                      PIC X(10).
