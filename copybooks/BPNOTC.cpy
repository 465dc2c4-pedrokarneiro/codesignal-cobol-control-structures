      *****************************************************************
      *                                                               *
      *    BPNOTC  --  BILL PAYMENT CANCELLATION NOTICE RECORD        *
      *                                                               *
      *    ONE ROW PER BILL PAYMENT CANCELLED WITHOUT BEING PAID -    *
      *    A SECOND INSUFFICIENT-FUNDS BOUNCE, A CLOSED FUNDING       *
      *    ACCOUNT, OR A PAYEE NO LONGER ACTIVE. FED TO THE MAIL      *
      *    BUREAU WITH THE FEE AND RETURN ADVICES SO THE CUSTOMER     *
      *    KNOWS THE BILLER WAS NOT PAID. WRITTEN BY                  *
      *    BILLPAYMENTGENERATOR AND BILLPAYMENTREMITTANCE.            *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-09-21  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  PN-PAYMENT-NOTICE-RECORD.
           05  PN-ACCOUNT-NUMBER           PIC X(10).
           05  PN-BRANCH-CODE              PIC X(04).
           05  PN-CUSTOMER-NUMBER          PIC X(10).
           05  PN-CUSTOMER-NAME            PIC X(30).
           05  PN-PAYMENT-ID               PIC X(08).
           05  PN-PAYEE-NAME               PIC X(30).
           05  PN-PAYMENT-AMOUNT           PIC S9(6)V99.
           05  PN-SCHEDULED-DATE           PIC 9(08).
           05  PN-CANCEL-REASON            PIC X(20).
           05  PN-NOTICE-DATE              PIC 9(08).
           05  FILLER                      PIC X(08).
