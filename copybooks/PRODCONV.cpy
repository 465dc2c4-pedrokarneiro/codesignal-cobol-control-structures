      *****************************************************************
      *                                                               *
      *    PRODCONV  --  PRODUCT CONVERSION HISTORY RECORD            *
      *                                                               *
      *    ONE ROW PER PRODUCT CONVERSION OF AN OPEN ACCOUNT,         *
      *    WRITTEN BY ACCOUNTLIFECYCLEMAINTENANCE WHEN A CONVERT      *
      *    TRANSACTION CHANGES THE PRODUCT IN PLACE. KEYED BY         *
      *    ACCOUNT AND CONVERSION DATE. CARRIES THE BEFORE AND        *
      *    AFTER PRODUCT, MINIMUM AND STATUS, THE INTEREST SETTLED    *
      *    UNDER THE OLD PRODUCT'S RATE, AND THE OLD PRODUCT'S        *
      *    SERVICE CHARGE PRO-RATED TO THE DAYS OF THE MONTH IT       *
      *    WAS HELD. SERVICECHARGEASSESSMENT READS THE MONTH'S        *
      *    LAST CONVERSION TO PRO-RATE THE NEW PRODUCT'S CHARGE       *
      *    TO THE DAYS FROM THE CONVERSION DATE TO MONTH-END.         *
      *                                                               *
      *    PQ-CHARGE-DISPOSITION                                      *
      *      C  OLD PRODUCT'S CHARGE POSTED (PQ-SERVICE-CHARGE)       *
      *      U  AVERAGE BALANCE AT OR OVER THE OLD MINIMUM            *
      *      W  WAIVED (FEEWAIVERCHECK)                               *
      *      S  STAYED - CUSTOMER IN BANKRUPTCY                       *
      *      K  DAILY FEE CAP REACHED                                 *
      *      N  NO CHARGE ON THE SCHEDULE, OR OVERRIDDEN TO ZERO      *
      *      F  NO DAYS HELD UNDER THE OLD PRODUCT THIS MONTH         *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  PQ-PRODUCT-CONVERSION-RECORD.
           05  PQ-CONVERSION-KEY.
               10  PQ-ACCOUNT-NUMBER       PIC X(10).
               10  PQ-CONVERSION-DATE      PIC 9(08).
           05  PQ-OLD-PRODUCT-CODE         PIC X(04).
           05  PQ-NEW-PRODUCT-CODE         PIC X(04).
           05  PQ-OLD-MINIMUM-BALANCE      PIC S9(6)V99 COMP-3.
           05  PQ-NEW-MINIMUM-BALANCE      PIC S9(6)V99 COMP-3.
           05  PQ-OLD-STATUS               PIC X(14).
           05  PQ-NEW-STATUS               PIC X(14).
           05  PQ-BALANCE-AFTER            PIC S9(6)V99 COMP-3.
           05  PQ-INTEREST-SETTLED         PIC S9(7)V99 COMP-3.
           05  PQ-INTEREST-WITHHELD        PIC S9(7)V99 COMP-3.
           05  PQ-DAYS-UNDER-OLD           PIC 9(02).
           05  PQ-DAYS-IN-MONTH            PIC 9(02).
           05  PQ-SERVICE-CHARGE           PIC S9(6)V99 COMP-3.
           05  PQ-CHARGE-DISPOSITION       PIC X(01).
               88  PQ-Charge-Posted        VALUE "C".
               88  PQ-Charge-Not-Due       VALUE "U".
               88  PQ-Charge-Waived        VALUE "W".
               88  PQ-Charge-Stayed        VALUE "S".
               88  PQ-Charge-Capped        VALUE "K".
               88  PQ-Charge-Unscheduled   VALUE "N".
               88  PQ-Charge-No-Days       VALUE "F".
           05  PQ-REQUESTED-BY             PIC X(08).
           05  PQ-NOTICE-FLAG              PIC X(01).
               88  PQ-Notice-Printed       VALUE "Y".
               88  PQ-Notice-Suppressed    VALUE "N".
           05  FILLER                      PIC X(10).
