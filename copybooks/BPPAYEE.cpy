      *****************************************************************
      *                                                               *
      *    BPPAYEE  --  BILL PAYMENT PAYEE MASTER RECORD              *
      *                                                               *
      *    KEYED BY CUSTOMER NUMBER + PAYEE ID. ONE ROW PER BILLER A  *
      *    CUSTOMER PAYS FROM A DEPOSIT ACCOUNT (THE UTILITY, THE     *
      *    CARD ISSUER), CARRYING THE CUSTOMER'S OWN ACCOUNT NUMBER   *
      *    AT THE BILLER SO THE REMITTANCE CAN BE APPLIED. A PAYEE    *
      *    THAT ACCEPTS ELECTRONIC REMITTANCE (E) CARRIES ITS         *
      *    ROUTING AND DEPOSIT ACCOUNT; ANY OTHER IS PAID BY PRINTED  *
      *    CHECK (C) MAILED TO THE REMIT ADDRESS. MAINTAINED BY       *
      *    BILLPAYMAINTENANCE; AN INACTIVE PAYEE IS NEVER PAID.       *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-09-21  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  PE-PAYEE-RECORD.
           05  PE-PAYEE-KEY.
               10  PE-CUSTOMER-NUMBER      PIC X(10).
               10  PE-PAYEE-ID             PIC X(04).
           05  PE-PAYEE-NAME               PIC X(30).
           05  PE-BILLER-ACCOUNT-REF       PIC X(20).
           05  PE-REMIT-METHOD             PIC X(01).
               88  PE-REMIT-ELECTRONIC     VALUE "E".
               88  PE-REMIT-CHECK          VALUE "C".
           05  PE-PAYEE-ROUTING            PIC X(09).
           05  PE-PAYEE-ACCOUNT            PIC X(17).
           05  PE-STREET-ADDRESS           PIC X(30).
           05  PE-CITY                     PIC X(20).
           05  PE-STATE                    PIC X(02).
           05  PE-POSTAL-CODE              PIC X(09).
           05  PE-PAYEE-STATUS             PIC X(01).
               88  PE-PAYEE-ACTIVE         VALUE "A".
               88  PE-PAYEE-INACTIVE       VALUE "I".
           05  PE-ADDED-DATE               PIC 9(08).
           05  FILLER                      PIC X(10).
