      *****************************************************************
      *                                                               *
      *    REPAYPLN  --  OVERDRAWN-BALANCE REPAYMENT PLAN             *
      *                                                               *
      *    ONE ROW PER OVERDRAWN ACCOUNT, KEYED BY ACCOUNT NUMBER,    *
      *    HOLDING THE PAYMENT PLAN A COLLECTOR AGREED WITH THE       *
      *    CUSTOMER (REPAYMENTPLANENTRY): UP TO TWELVE INSTALLMENTS,  *
      *    EACH WITH ITS DUE DATE AND AMOUNT. REPAYMENTPLANMONITOR    *
      *    APPLIES THE ACCOUNT'S TRANHIST DEPOSITS TO THE             *
      *    INSTALLMENTS IN DUE-DATE ORDER EACH NIGHT AND RECORDS THE  *
      *    DATE EACH ONE WAS COVERED. WHILE THE PLAN IS ACTIVE,       *
      *    REPAYMENTPLANCHECK PAUSES THE CHARGE-OFF CANDIDACY AND     *
      *    THE OVERDRAFT FEE. A MISSED INSTALLMENT BREAKS THE PLAN;   *
      *    THE LAST ONE COVERED COMPLETES IT. A CLOSED PLAN STAYS ON  *
      *    FILE FOR THE MONTH-END PERFORMANCE REPORT UNTIL A NEW      *
      *    PLAN IS AGREED FOR THE ACCOUNT.                            *
      *                                                               *
      *    RY-PLAN-STATUS:    A ACTIVE, B BROKEN (MISSED              *
      *                       INSTALLMENT), C COMPLETED, X CANCELLED  *
      *                       BY THE COLLECTOR                        *
      *    RY-LAST-SCAN-DATE  THE LAST BUSINESS DATE WHOSE DEPOSITS   *
      *                       HAVE BEEN APPLIED (ZERO = NONE YET)     *
      *    RY-PAID-DATE       THE BUSINESS DATE THE INSTALLMENT WAS   *
      *                       COVERED IN FULL (ZERO = NOT YET)        *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-13  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  RY-REPAYMENT-PLAN-RECORD.
           05  RY-ACCOUNT-NUMBER           PIC X(10).
           05  RY-COLLECTOR-ID             PIC X(08).
           05  RY-AGREED-DATE              PIC 9(08).
           05  RY-PLAN-STATUS              PIC X(01).
               88  RY-Plan-Active          VALUE "A".
               88  RY-Plan-Broken          VALUE "B".
               88  RY-Plan-Completed       VALUE "C".
               88  RY-Plan-Cancelled       VALUE "X".
           05  RY-CLOSED-DATE              PIC 9(08).
           05  RY-LAST-SCAN-DATE           PIC 9(08).
           05  RY-INSTALLMENT-COUNT        PIC 9(02).
           05  RY-INSTALLMENT OCCURS 12 TIMES.
               10  RY-DUE-DATE             PIC 9(08).
               10  RY-DUE-AMOUNT           PIC 9(7)V99.
               10  RY-PAID-AMOUNT          PIC 9(7)V99.
               10  RY-PAID-DATE            PIC 9(08).
           05  FILLER                      PIC X(10).
