      *****************************************************************
      *                                                               *
      *    POSTORD  --  INTRADAY POSTING-ORDER RULES RECORD           *
      *                                                               *
      *    KEYED BY PO-PRODUCT-CODE (THE MF-PRODUCT-CODE OF THE       *
      *    ACCOUNT); A ROW KEYED "****" IS THE SHOP DEFAULT FOR ANY   *
      *    PRODUCT WITHOUT ITS OWN ROW. EACH ITEM ON THE NIGHTLY      *
      *    STREAM FALLS IN ONE POSTING CLASS - CREDIT, TELLER/BRANCH  *
      *    DEBIT, CARD (ATM/POS) DEBIT, CHECK (SERIALED DEBIT), ACH   *
      *    DEBIT OR OTHER DEBIT - AND THE ROW GIVES EACH CLASS A      *
      *    RANK 1-9; AN ACCOUNT'S ITEMS POST LOWEST RANK FIRST.       *
      *    WITHIN THE CHECK CLASS PO-CHECK-SEQUENCE PUTS CHECKS IN    *
      *    SERIAL ORDER (S, THE DEFAULT) OR ARRIVAL ORDER (A); WITHIN *
      *    THE OTHER DEBIT CLASSES PO-DEBIT-SEQUENCE IS ARRIVAL (A,   *
      *    THE DEFAULT), LOW-TO-HIGH AMOUNT (L) OR HIGH-TO-LOW (H).   *
      *    CREDITS ALWAYS KEEP ARRIVAL ORDER. A ZERO RANK TAKES THE   *
      *    STANDARD ORDER (CREDITS, TELLER AND CARD, CHECKS, ACH,     *
      *    OTHER). READ BY POSTINGORDERRANK. MAINTAINED BY            *
      *    OPERATIONS.                                                *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-09-25  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  PO-POSTING-ORDER-RECORD.
           05  PO-PRODUCT-CODE             PIC X(04).
           05  PO-CLASS-RANKS.
               10  PO-CREDIT-RANK          PIC 9(01).
               10  PO-TELLER-RANK          PIC 9(01).
               10  PO-CARD-RANK            PIC 9(01).
               10  PO-CHECK-RANK           PIC 9(01).
               10  PO-ACH-RANK             PIC 9(01).
               10  PO-OTHER-RANK           PIC 9(01).
           05  PO-CHECK-SEQUENCE           PIC X(01).
               88  PO-CHECKS-BY-ARRIVAL    VALUE "A".
               88  PO-CHECKS-BY-SERIAL     VALUE "S" SPACE.
           05  PO-DEBIT-SEQUENCE           PIC X(01).
               88  PO-DEBITS-BY-ARRIVAL    VALUE "A" SPACE.
               88  PO-DEBITS-LOW-TO-HIGH   VALUE "L".
               88  PO-DEBITS-HIGH-TO-LOW   VALUE "H".
           05  FILLER                      PIC X(08).
