      *                                                               *
      *    ACCTTRAN  --  ACCOUNT LIFECYCLE MAINTENANCE TRANSACTION    *
      *                                                               *
      *    ONE ROW PER OPERATIONS REQUEST TO OPEN, CLOSE, PURGE OR    *
      *    CONVERT AN ACCOUNT ON THE ACCOUNT MASTER. READ BY          *
      *    ACCOUNTLIFECYCLEMAINTENANCE. THE BRANCH, PRODUCT,          *
      *    CURRENCY AND MINIMUM-BALANCE FIELDS ARE ONLY USED ON AN    *
      *    OPEN; A CLOSE REQUIRES A ZERO BALANCE AND A PURGE          *
      *    REQUIRES THE ACCOUNT TO BE CLOSED ALREADY. A CONVERT       *
      *    CARRIES THE NEW PRODUCT IN AT-PRODUCT-CODE; THE NEW        *
      *    MINIMUM COMES FROM THAT PRODUCT'S THRESHLD ROWS.           *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *                     PRODUCT CLUB CARRIES ITS COUPON AMOUNT,  *
      *                     FREQUENCY, TARGET DATE AND THE LINKED    *
      *                     PAYOUT ACCOUNT. RECORD GREW 36 -> 61.    *
      *    2026-10-12  RLB  ADDED AT-OFFER-CODE (OUT OF FILLER) - AN *
      *                     OPEN MAY CARRY A PROMODEF OFFER CODE     *
      *                     THAT ENROLLS THE ACCOUNT IN THE NEW-     *
      *                     ACCOUNT BONUS. SAME LENGTH.              *
      *    2026-10-13  RLB  ADDED AT-CLOSE-REASON (A CLSRSN CODE,    *
      *                     REQUIRED ON A CLOSE) AND AT-APPROVED-BY  *
      *                     (THE OFFICER, REQUIRED WHEN THE REASON   *
      *                     IS BANK-INITIATED). RECORD GREW 67 ->    *
      *                     77.                                      *
      *    2026-10-15  RLB  ADDED ACTION V (CONVERT AN OPEN ACCOUNT  *
      *                     TO THE PRODUCT IN AT-PRODUCT-CODE).      *
      *                     SAME LENGTH.                             *
      *                                                               *
      *****************************************************************
       01  AT-ACCOUNT-TRANSACTION.
               88  AT-ACTION-OPEN          VALUE "O".
               88  AT-ACTION-CLOSE         VALUE "C".
               88  AT-ACTION-PURGE         VALUE "P".
               88  AT-ACTION-CONVERT       VALUE "V".
           05  AT-ACCOUNT-NUMBER           PIC X(10).
           05  AT-BRANCH-CODE              PIC X(04).
           05  AT-PRODUCT-CODE             PIC X(04).
           05  AT-CLUB-TARGET-DATE         PIC 9(08).
           05  AT-CLUB-FREQUENCY           PIC X(01).
           05  AT-CLUB-LINKED-ACCOUNT      PIC X(10).
           05  AT-OFFER-CODE               PIC X(06).
           05  AT-CLOSE-REASON             PIC X(02).
           05  AT-APPROVED-BY              PIC X(08).
