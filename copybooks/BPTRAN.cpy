      *****************************************************************
      *                                                               *
      *    BPTRAN  --  BILL PAYMENT MAINTENANCE REQUEST RECORD        *
      *                                                               *
      *    INPUT TO BILLPAYMAINTENANCE. P ADDS A PAYEE TO THE         *
      *    CUSTOMER'S BPPAYEE LIST AND I INACTIVATES ONE; S           *
      *    SCHEDULES A PAYMENT ON BPSCHED AND X CANCELS ONE. THE      *
      *    PAYEE FIELDS ARE USED BY P, THE PAYMENT FIELDS BY S.       *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-09-21  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  PK-BILL-PAY-TRANSACTION.
           05  PK-ACTION-CODE              PIC X(01).
               88  PK-ACTION-ADD-PAYEE     VALUE "P".
               88  PK-ACTION-DROP-PAYEE    VALUE "I".
               88  PK-ACTION-SCHEDULE      VALUE "S".
               88  PK-ACTION-CANCEL        VALUE "X".
           05  PK-CUSTOMER-NUMBER          PIC X(10).
           05  PK-PAYEE-ID                 PIC X(04).
           05  PK-PAYMENT-ID               PIC X(08).
           05  PK-PAYEE-NAME               PIC X(30).
           05  PK-BILLER-ACCOUNT-REF       PIC X(20).
           05  PK-REMIT-METHOD             PIC X(01).
           05  PK-PAYEE-ROUTING            PIC X(09).
           05  PK-PAYEE-ACCOUNT            PIC X(17).
           05  PK-STREET-ADDRESS           PIC X(30).
           05  PK-CITY                     PIC X(20).
           05  PK-STATE                    PIC X(02).
           05  PK-POSTAL-CODE              PIC X(09).
           05  PK-FROM-ACCOUNT             PIC X(10).
           05  PK-PAYMENT-AMOUNT           PIC 9(06).
           05  PK-FREQUENCY                PIC X(01).
           05  PK-FIRST-PAY-DATE           PIC 9(08).
           05  PK-ENTERED-BY               PIC X(08).
           05  FILLER                      PIC X(10).
