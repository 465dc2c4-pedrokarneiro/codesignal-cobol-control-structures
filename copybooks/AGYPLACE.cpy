      *****************************************************************
      *                                                               *
      *    AGYPLACE  --  COLLECTION AGENCY PLACEMENT FILE             *
      *                                                               *
      *    WRITTEN AT MONTH-END BY COLLECTIONAGENCYPLACEMENT FOR THE  *
      *    OUTSIDE AGENCIES, ONE ROW PER NOTICE, AND CLOSED BY THE    *
      *    SHOP-STANDARD FILETRLR TRAILER (HASH = BALANCES DUE).      *
      *                                                               *
      *    AV-NOTICE-TYPE:  P  A NEW PLACEMENT, WITH THE DEBTOR'S     *
      *                        NAME, ADDRESS AND PHONE                *
      *                     A  A BALANCE ADVICE ON AN ACCOUNT THE     *
      *                        AGENCY ALREADY HOLDS - THE CUSTOMER    *
      *                        PAID THE BANK DIRECT. A ZERO BALANCE   *
      *                        DUE CLOSES THE PLACEMENT.              *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-13  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  AV-AGENCY-PLACEMENT-RECORD.
           05  AV-ACCOUNT-NUMBER           PIC X(10).
           05  AV-AGENCY-ID                PIC X(04).
           05  AV-NOTICE-TYPE              PIC X(01).
               88  AV-New-Placement        VALUE "P".
               88  AV-Balance-Advice       VALUE "A".
           05  AV-PLACEMENT-TIER           PIC 9(01).
           05  AV-NOTICE-DATE              PIC 9(08).
           05  AV-CHARGEOFF-DATE           PIC 9(08).
           05  AV-CHARGEOFF-AMOUNT         PIC 9(7)V99.
           05  AV-BALANCE-DUE              PIC 9(7)V99.
           05  AV-CUSTOMER-NAME            PIC X(30).
           05  AV-STREET-ADDRESS           PIC X(30).
           05  AV-CITY                     PIC X(20).
           05  AV-STATE                    PIC X(02).
           05  AV-POSTAL-CODE              PIC X(09).
           05  AV-PHONE-NUMBER             PIC X(10).
           05  FILLER                      PIC X(09).
