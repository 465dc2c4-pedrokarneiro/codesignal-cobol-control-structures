      *****************************************************************
      *                                                               *
      *    CONFREG  --  AUDIT BALANCE CONFIRMATION REGISTER RECORD    *
      *                                                               *
      *    KEYED BY YB-ACCOUNT-NUMBER. ONE ROW PER ACCOUNT IN THE     *
      *    YEAR'S CONFIRMATION SAMPLE, REBUILT BY                     *
      *    AUDITCONFIRMATIONSAMPLE FOR EACH AUDIT DATE. THE BRANCH,   *
      *    PRODUCT AND BALANCE ARE THE ACCOUNT'S STATARCH SNAPSHOT    *
      *    ON YB-AUDIT-DATE. YB-SELECTION: "K" KEY ITEM (AT OR OVER   *
      *    THE THRESHOLD, ALWAYS CONFIRMED), "R" RANDOM PICK FOR ITS  *
      *    BRANCH/PRODUCT STRATUM, "A" ALTERNATE MAILED IN PLACE OF   *
      *    A PICK WITH NO GOOD ADDRESS. THE RESPONSE FIELDS ARE       *
      *    RECORDED BY AUDITCONFIRMATIONRESPONSE AS REPLIES COME IN.  *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-13  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  YB-CONFIRMATION-RECORD.
           05  YB-ACCOUNT-NUMBER           PIC X(10).
           05  YB-AUDIT-DATE               PIC 9(08).
           05  YB-CUSTOMER-NUMBER          PIC X(10).
           05  YB-BRANCH-CODE              PIC X(04).
           05  YB-PRODUCT-CODE             PIC X(04).
           05  YB-AUDIT-BALANCE            PIC S9(6)V99.
           05  YB-SELECTION                PIC X(01).
               88  YB-Key-Item             VALUE "K".
               88  YB-Random-Pick          VALUE "R".
               88  YB-Alternate            VALUE "A".
           05  YB-MAIL-STATUS              PIC X(01).
               88  YB-Mailed               VALUE "M".
               88  YB-Bad-Address          VALUE "B".
               88  YB-No-Address           VALUE "N".
           05  YB-MAILED-DATE              PIC 9(08).
           05  YB-RESPONSE-CODE            PIC X(01).
               88  YB-No-Response          VALUE " ".
               88  YB-Response-Agrees      VALUE "A".
               88  YB-Response-Differs     VALUE "D".
               88  YB-Undeliverable        VALUE "U".
           05  YB-RESPONSE-DATE            PIC 9(08).
           05  YB-STATED-BALANCE           PIC S9(7)V99.
           05  YB-RECORDED-BY              PIC X(08).
           05  FILLER                      PIC X(10).
