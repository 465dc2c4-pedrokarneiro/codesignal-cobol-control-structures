      *****************************************************************
      *                                                               *
      *    BPREMIT  --  BILL PAYMENT OUTBOUND REMITTANCE RECORD       *
      *                                                               *
      *    THE NIGHT'S REMITTANCE FILE, GROUPED BY PAYEE: ELECTRONIC  *
      *    PAYEES FIRST (BY ROUTING AND DEPOSIT ACCOUNT), THEN CHECK  *
      *    PAYEES (BY NAME). EACH GROUP IS A PAYEE HEADER (H), ONE    *
      *    DETAIL (D) PER CUSTOMER PAYMENT, AND A PAYEE TOTAL (T)     *
      *    THAT IS THE AMOUNT OF THE ONE CREDIT OR CHECK SENT. THE    *
      *    FILE CLOSES WITH THE STANDARD FILETRLR TRAILER - DETAIL    *
      *    COUNT AND DOLLAR TOTAL. WRITTEN BY BILLPAYMENTREMITTANCE.  *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-09-21  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  BV-REMITTANCE-RECORD.
           05  BV-RECORD-TYPE              PIC X(01).
               88  BV-PAYEE-HEADER         VALUE "H".
               88  BV-PAYMENT-DETAIL       VALUE "D".
               88  BV-PAYEE-TOTAL          VALUE "T".
           05  BV-REMIT-METHOD             PIC X(01).
               88  BV-REMIT-ELECTRONIC     VALUE "E".
               88  BV-REMIT-CHECK          VALUE "C".
           05  BV-PAYEE-ROUTING            PIC X(09).
           05  BV-PAYEE-ACCOUNT            PIC X(17).
           05  BV-PAYEE-NAME               PIC X(30).
           05  BV-RECORD-BODY              PIC X(80).
           05  BV-HEADER-BODY REDEFINES BV-RECORD-BODY.
               10  BV-STREET-ADDRESS       PIC X(30).
               10  BV-CITY                 PIC X(20).
               10  BV-STATE                PIC X(02).
               10  BV-POSTAL-CODE          PIC X(09).
               10  BV-REMIT-DATE           PIC 9(08).
               10  FILLER                  PIC X(11).
           05  BV-DETAIL-BODY REDEFINES BV-RECORD-BODY.
               10  BV-PAYMENT-ID           PIC X(08).
               10  BV-BILLER-ACCOUNT-REF   PIC X(20).
               10  BV-CUSTOMER-NAME        PIC X(30).
               10  BV-PAYMENT-AMOUNT       PIC 9(06)V99.
               10  BV-PAID-DATE            PIC 9(08).
               10  FILLER                  PIC X(06).
           05  BV-TOTAL-BODY REDEFINES BV-RECORD-BODY.
               10  BV-PAYEE-ITEM-COUNT     PIC 9(05).
               10  BV-PAYEE-TOTAL-AMOUNT   PIC 9(09)V99.
               10  FILLER                  PIC X(64).
