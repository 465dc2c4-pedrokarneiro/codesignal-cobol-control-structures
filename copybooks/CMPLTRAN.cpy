      *****************************************************************
      *                                                               *
      *    CMPLTRAN  --  COMPLAINT CASE MAINTENANCE REQUEST RECORD    *
      *                                                               *
      *    ONE ROW PER REQUEST AGAINST THE CMPLCASE COMPLAINT FILE:   *
      *      O - OPEN A CASE (CUSTOMER MAY BE LEFT BLANK AND IS THEN  *
      *          TAKEN FROM THE ACCOUNT'S CUSTREL LINK);              *
      *      U - UPDATE AN OPEN CASE - ANY NON-BLANK CATEGORY, LINK   *
      *          OR SUMMARY REPLACES THE CASE'S;                      *
      *      R - RESOLVE AN OPEN CASE WITH A RESOLUTION CODE AND ANY  *
      *          REFUND, WHICH IS CREDITED TO THE ACCOUNT.            *
      *    APPLIED BY COMPLAINTCASEMAINTENANCE; THE OPERATOR MUST BE  *
      *    AN OPERSEC SUPERVISOR OR ABOVE.                            *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-13  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  QT-COMPLAINT-TRANSACTION.
           05  QT-ACTION-CODE              PIC X(01).
               88  QT-ACTION-OPEN          VALUE "O".
               88  QT-ACTION-UPDATE        VALUE "U".
               88  QT-ACTION-RESOLVE       VALUE "R".
           05  QT-CASE-NUMBER              PIC X(08).
           05  QT-CUSTOMER-NUMBER          PIC X(10).
           05  QT-ACCOUNT-NUMBER           PIC X(10).
           05  QT-ITEM-TRACE-ID            PIC 9(12).
           05  QT-DISPUTE-CASE-NUMBER      PIC X(08).
           05  QT-CHANNEL                  PIC X(01).
           05  QT-CATEGORY                 PIC X(02).
           05  QT-RECEIVED-DATE            PIC 9(08).
           05  QT-RESOLUTION-CODE          PIC X(02).
           05  QT-REFUND-AMOUNT            PIC 9(06)V99.
           05  QT-OPERATOR-ID              PIC X(08).
           05  QT-SUMMARY                  PIC X(40).
           05  FILLER                      PIC X(10).
