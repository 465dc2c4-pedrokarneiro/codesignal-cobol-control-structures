      *****************************************************************
      *                                                               *
      *    CALLDEP  --  CALL REPORT DEPOSIT SCHEDULE LINE ITEM        *
      *                                                               *
      *    ONE ROW PER ACCOUNT WITH A BALANCE IN THE QUARTER-END      *
      *    STATARCH SNAPSHOT ("A" ROWS), AND ONE PER DRAWN OVERDRAFT  *
      *    CREDIT LINE ("L" ROWS), WRITTEN BY                         *
      *    CALLREPORTDEPOSITSCHEDULE. EACH ROW CARRIES THE SCHEDULE   *
      *    LINE IT WAS COUNTED ON SO FINANCE CAN TIE THE PRINTED      *
      *    SCHEDULE BACK TO THE ACCOUNTS. THE "A" ROWS' DEPOSIT       *
      *    AMOUNTS LESS THEIR LOAN AMOUNTS (OVERDRAWN BALANCES        *
      *    RECLASSIFIED AS LOANS) ADD BACK TO THE NIGHT'S MASTER      *
      *    CONTROL TOTAL. THE FILE IS CUMULATIVE ACROSS QUARTERS.     *
      *                                                               *
      *    QC-DEPOSIT-TYPE:   T TRANSACTION, S NONTRANSACTION         *
      *                       SAVINGS, M TIME (TERMDEP ON FILE)       *
      *    QC-SIZE-CLASS:     S AT OR UNDER THE INSURED LIMIT,        *
      *                       L OVER IT (TIME DEPOSITS ONLY)          *
      *    QC-MATURITY-BUCKET 1 THREE MONTHS OR LESS, 2 OVER THREE    *
      *                       MONTHS THROUGH ONE YEAR, 3 OVER ONE     *
      *                       THROUGH THREE YEARS, 4 OVER THREE       *
      *                       YEARS (TIME DEPOSITS ONLY)              *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-13  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  QC-CALL-DEPOSIT-RECORD.
           05  QC-QUARTER-END-DATE         PIC 9(08).
           05  QC-RECORD-CLASS             PIC X(01).
               88  QC-ACCOUNT-ROW          VALUE "A".
               88  QC-CREDIT-LINE-ROW      VALUE "L".
           05  QC-ACCOUNT-NUMBER           PIC X(10).
           05  QC-BRANCH-CODE              PIC X(04).
           05  QC-PRODUCT-CODE             PIC X(04).
           05  QC-DEPOSIT-TYPE             PIC X(01).
               88  QC-TRANSACTION-ACCOUNT  VALUE "T".
               88  QC-SAVINGS-ACCOUNT      VALUE "S".
               88  QC-TIME-DEPOSIT         VALUE "M".
           05  QC-SIZE-CLASS               PIC X(01).
           05  QC-MATURITY-BUCKET          PIC X(01).
           05  QC-RETIREMENT-FLAG          PIC X(01).
           05  QC-BROKERED-FLAG            PIC X(01).
           05  QC-PUBLIC-FUNDS-FLAG        PIC X(01).
           05  QC-DEPOSIT-AMOUNT           PIC S9(7)V99.
           05  QC-LOAN-AMOUNT              PIC S9(7)V99.
           05  FILLER                      PIC X(10).
