      *****************************************************************
      *                                                               *
      *    CITNOTC  --  CHANGE-IN-TERMS NOTICE RECORD                 *
      *                                                               *
      *    ONE ROW PER OPEN ACCOUNT ON A PRODUCT WHOSE RATE SHEET IS  *
      *    REDUCED, WRITTEN BY RATECHANGEAPPROVAL THE DAY THE         *
      *    REDUCTION IS APPROVED AND SENT TO THE MAIL VENDOR. THE     *
      *    HOLDER IS ADDRESSED FROM CUSTADDR. CI-CURRENT-RATE AND     *
      *    CI-NEW-RATE ARE THE ANNUAL RATES THE ACCOUNT'S BALANCE ON  *
      *    THE NOTICE DATE EARNS UNDER THE OLD AND NEW TERMS; THE NEW *
      *    TIERS FOLLOW IN FULL FOR THE DISCLOSURE.                   *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-10  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  CI-TERMS-NOTICE-RECORD.
           05  CI-ACCOUNT-NUMBER           PIC X(10).
           05  CI-BRANCH-CODE              PIC X(04).
           05  CI-PRODUCT-CODE             PIC X(04).
           05  CI-CUSTOMER-NUMBER          PIC X(10).
           05  CI-CUSTOMER-NAME            PIC X(30).
           05  CI-STREET-ADDRESS           PIC X(30).
           05  CI-CITY                     PIC X(20).
           05  CI-STATE                    PIC X(02).
           05  CI-POSTAL-CODE              PIC X(09).
           05  CI-NOTICE-DATE              PIC 9(08).
           05  CI-EFFECTIVE-DATE           PIC 9(08).
           05  CI-CURRENT-RATE             PIC 9V9(6).
           05  CI-NEW-RATE                 PIC 9V9(6).
           05  CI-CALC-METHOD              PIC X(01).
           05  CI-TIER-COUNT               PIC 9(01).
           05  CI-TIER OCCURS 5 TIMES.
               10  CI-TIER-FLOOR           PIC 9(7)V99.
               10  CI-TIER-RATE            PIC 9V9(6).
           05  FILLER                      PIC X(08).
