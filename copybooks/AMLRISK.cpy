      *****************************************************************
      *                                                               *
      *    AMLRISK  --  CUSTOMER AML RISK PROFILE RECORD              *
      *                                                               *
      *    KEYED BY CUSTOMER NUMBER. ONE ROW PER CUSTOMER CARRYING    *
      *    THE OCCUPATION/BUSINESS TYPE AND COUNTRY KEYED BY THE      *
      *    COMPLIANCE DESK, THE AML RISK SCORE AND RATING (LOW,       *
      *    MEDIUM, HIGH) SET BY THE MONTHLY AMLRISKRATING RUN WITH    *
      *    THE POINTS EACH FACTOR CONTRIBUTED, AND THE DUE-DILIGENCE  *
      *    REVIEW SCHEDULE - HIGH EVERY YEAR, MEDIUM EVERY TWO,       *
      *    LOW EVERY THREE. A REVIEWER MAY SET A RATING FLOOR THE     *
      *    SCORE CANNOT RATE BELOW. KY-WORK-DATE AND THE COUNTS       *
      *    UNDER IT ARE THE RATING RUN'S OWN ACCUMULATORS. THE        *
      *    RATING ALSO TIGHTENS THE CASH STRUCTURING AND VELOCITY     *
      *    SCREENS FOR THE CUSTOMER. A CUSTOMER WITH NO ROW IS        *
      *    UNRATED AND SCREENED AT THE SHOP THRESHOLDS.               *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-13  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  KY-AML-RISK-RECORD.
           05  KY-CUSTOMER-NUMBER          PIC X(10).
           05  KY-OCCUPATION-CODE          PIC X(04).
           05  KY-COUNTRY-CODE             PIC X(02).
           05  KY-RISK-SCORE               PIC 9(03).
           05  KY-RISK-RATING              PIC X(01).
               88  KY-Rating-Low           VALUE "L".
               88  KY-Rating-Medium        VALUE "M".
               88  KY-Rating-High          VALUE "H".
               88  KY-Rating-Valid         VALUE "L" "M" "H".
           05  KY-RATING-DATE              PIC 9(08).
           05  KY-PRIOR-RATING             PIC X(01).
           05  KY-RATING-FLOOR             PIC X(01).
               88  KY-No-Floor             VALUE " ".
           05  KY-SCORE-DETAIL.
               10  KY-OCCUPATION-POINTS    PIC 9(03).
               10  KY-GEOGRAPHY-POINTS     PIC 9(03).
               10  KY-PRODUCT-POINTS       PIC 9(03).
               10  KY-ACTIVITY-POINTS      PIC 9(03).
               10  KY-ALERT-POINTS         PIC 9(03).
           05  KY-LAST-REVIEW-DATE         PIC 9(08).
           05  KY-LAST-REVIEWED-BY         PIC X(08).
           05  KY-NEXT-REVIEW-DATE         PIC 9(08).
           05  KY-PROFILE-UPDATED-BY       PIC X(08).
           05  KY-WORK-DATE                PIC 9(08).
           05  KY-WORK-COUNTS.
               10  KY-ACCOUNT-COUNT        PIC 9(03).
               10  KY-WIRE-HITS            PIC 9(03).
               10  KY-CASH-HITS            PIC 9(03).
               10  KY-ALERT-HITS           PIC 9(03).
           05  FILLER                      PIC X(10).
