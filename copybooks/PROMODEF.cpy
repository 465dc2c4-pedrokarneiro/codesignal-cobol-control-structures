      *****************************************************************
      *                                                               *
      *    PROMODEF  --  NEW-ACCOUNT PROMOTION DEFINITION             *
      *                                                               *
      *    KEYED BY THE OFFER CODE MARKETING PRINTS ON THE MAILER.    *
      *    AN OPEN CARRYING THE CODE (ACCOUNTLIFECYCLEMAINTENANCE)    *
      *    ENROLLS THE NEW ACCOUNT ON PROMOENR WHEN THE PRODUCT       *
      *    MATCHES AND THE OPEN FALLS INSIDE THE OFFER DATES. THE     *
      *    ACCOUNT QUALIFIES ON ONE BASIS: "D" - DIRECT DEPOSITS      *
      *    (ACH CREDITS) TOTALLING PH-QUALIFY-AMOUNT OVER AT LEAST    *
      *    PH-MIN-DEPOSIT-COUNT ITEMS, OR "B" - AN AVERAGE DAILY      *
      *    BALANCE OF PH-QUALIFY-AMOUNT - INSIDE THE MEASUREMENT      *
      *    WINDOW OF PH-WINDOW-DAYS FROM THE OPEN. THE BONUS IS       *
      *    WHOLE DOLLARS, CHARGED TO PH-EXPENSE-GL-ACCOUNT, AND IS    *
      *    TAKEN BACK WHEN THE ACCOUNT CLOSES WITHIN                  *
      *    PH-CLAWBACK-DAYS OF THE OPEN.                              *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-12  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  PH-PROMOTION-RECORD.
           05  PH-OFFER-CODE               PIC X(06).
           05  PH-PRODUCT-CODE             PIC X(04).
           05  PH-DESCRIPTION              PIC X(30).
           05  PH-OFFER-START-DATE         PIC 9(08).
           05  PH-OFFER-END-DATE           PIC 9(08).
           05  PH-QUALIFY-BASIS            PIC X(01).
               88  PH-BASIS-DIRECT-DEPOSIT VALUE "D".
               88  PH-BASIS-BALANCE        VALUE "B".
           05  PH-QUALIFY-AMOUNT           PIC 9(7)V99.
           05  PH-MIN-DEPOSIT-COUNT        PIC 9(02).
           05  PH-WINDOW-DAYS              PIC 9(03).
           05  PH-BONUS-AMOUNT             PIC 9(05).
           05  PH-CLAWBACK-DAYS            PIC 9(03).
           05  PH-EXPENSE-GL-ACCOUNT       PIC X(10).
           05  PH-MAINT-BY                 PIC X(08).
           05  PH-MAINT-DATE               PIC 9(08).
           05  FILLER                      PIC X(10).
