      *****************************************************************
      *                                                               *
      *    BPSCHED  --  BILL PAYMENT SCHEDULE RECORD                  *
      *                                                               *
      *    KEYED BY PAYMENT ID. ONE ROW PER SCHEDULED PAYMENT FROM A  *
      *    CUSTOMER'S DEPOSIT ACCOUNT TO ONE OF THE CUSTOMER'S        *
      *    BPPAYEE PAYEES - ONE-TIME (O), OR RECURRING WEEKLY (W) OR  *
      *    MONTHLY (M) FROM BY-NEXT-PAY-DATE. AMOUNTS ARE WHOLE       *
      *    DOLLARS, AS ON THE DAILY-TRANS FILE.                       *
      *                                                               *
      *    LIFE CYCLE: A SCHEDULED PAYMENT DUE ON THE BUSINESS DATE   *
      *    IS EMITTED INTO THE NIGHT'S POST BY BILLPAYMENTGENERATOR   *
      *    AND MARKED G. AFTER THE POST, BILLPAYMENTREMITTANCE FINDS  *
      *    THE POSTED DEBIT ON TRNHIST, REMITS IT TO THE PAYEE, AND   *
      *    COMPLETES A ONE-TIME PAYMENT (C) OR ADVANCES A RECURRING   *
      *    ONE BACK TO A. A PAYMENT THAT BOUNCES FOR INSUFFICIENT     *
      *    FUNDS WAITS IN R FOR ONE RETRY ON BY-RETRY-DATE, THE NEXT  *
      *    BUSINESS DAY; A SECOND BOUNCE CANCELS IT WITH A CUSTOMER   *
      *    NOTICE (BPNOTC). X IS CANCELLED.                           *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-09-21  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  BY-SCHEDULED-PAYMENT-RECORD.
           05  BY-PAYMENT-ID               PIC X(08).
           05  BY-CUSTOMER-NUMBER          PIC X(10).
           05  BY-PAYEE-ID                 PIC X(04).
           05  BY-FROM-ACCOUNT             PIC X(10).
           05  BY-PAYMENT-AMOUNT           PIC 9(06).
           05  BY-FREQUENCY                PIC X(01).
               88  BY-FREQ-ONE-TIME        VALUE "O".
               88  BY-FREQ-WEEKLY          VALUE "W".
               88  BY-FREQ-MONTHLY         VALUE "M".
           05  BY-NEXT-PAY-DATE            PIC 9(08).
           05  BY-PAYMENT-STATUS           PIC X(01).
               88  BY-PAYMENT-SCHEDULED    VALUE "A".
               88  BY-PAYMENT-IN-POST      VALUE "G".
               88  BY-PAYMENT-RETRY        VALUE "R".
               88  BY-PAYMENT-COMPLETED    VALUE "C".
               88  BY-PAYMENT-CANCELLED    VALUE "X".
           05  BY-RETRY-COUNT              PIC 9(01).
           05  BY-RETRY-DATE               PIC 9(08).
           05  BY-GENERATED-DATE           PIC 9(08).
           05  BY-LAST-PAID-DATE           PIC 9(08).
           05  BY-CANCEL-REASON            PIC X(20).
           05  BY-ENTERED-BY               PIC X(08).
           05  FILLER                      PIC X(10).
