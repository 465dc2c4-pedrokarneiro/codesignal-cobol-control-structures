      *****************************************************************
      *                                                               *
      *    FXQUOTE  --  CROSS-CURRENCY TRANSFER QUOTE BLOCK           *
      *                                                               *
      *    THE CALL BLOCK FOR CROSSCURRENCYQUOTE, SHARED BY ITS       *
      *    CALLERS AND ITS LINKAGE SECTION. THE CALLER FILLS THE      *
      *    SOURCE ACCOUNT, BOTH ACCOUNTS' CURRENCIES (BLANK IS THE    *
      *    BASE CURRENCY) AND THE AMOUNT LEAVING THE SOURCE ACCOUNT   *
      *    IN ITS OWN WHOLE UNITS. THE QUOTE RETURNS THE WHOLE UNITS  *
      *    TO CREDIT THE TARGET ACCOUNT IN ITS CURRENCY, THE MARKET   *
      *    AND CUSTOMER CROSS RATES (TARGET UNITS PER SOURCE UNIT),   *
      *    THE RELATIONSHIP TIER AND SPREAD APPLIED, AND THE SOURCE   *
      *    AMOUNT AND SPREAD INCOME IN THE BASE CURRENCY.             *
      *                                                               *
      *    FQ-QUOTE-RESULT: S SAME CURRENCY (NOTHING CONVERTED,       *
      *    TARGET AMOUNT EQUALS SOURCE), Y PRICED, R NO CURRATE RATE  *
      *    FOR ONE SIDE, Z CONVERTS TO NOTHING, L CONVERTS PAST THE   *
      *    SIX-DIGIT TRANSACTION AMOUNT.                              *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  FQ-FX-QUOTE-BLOCK.
           05  FQ-FROM-ACCOUNT             PIC X(10).
           05  FQ-FROM-CURRENCY            PIC X(03).
           05  FQ-TO-CURRENCY              PIC X(03).
           05  FQ-FROM-AMOUNT              PIC 9(06).
           05  FQ-TO-AMOUNT                PIC 9(06).
           05  FQ-MARKET-RATE              PIC 9(04)V9(6).
           05  FQ-CUSTOMER-RATE            PIC 9(04)V9(6).
           05  FQ-TIER-CODE                PIC X(02).
           05  FQ-SPREAD-RATE              PIC 9V9(4).
           05  FQ-BASE-AMOUNT              PIC S9(9)V99.
           05  FQ-SPREAD-INCOME            PIC S9(7)V99.
           05  FQ-QUOTE-RESULT             PIC X(01).
               88  FQ-SAME-CURRENCY        VALUE "S".
               88  FQ-QUOTE-GIVEN          VALUE "Y".
               88  FQ-NO-RATE              VALUE "R".
               88  FQ-CONVERTS-TO-ZERO     VALUE "Z".
               88  FQ-CONVERTS-TOO-LARGE   VALUE "L".
