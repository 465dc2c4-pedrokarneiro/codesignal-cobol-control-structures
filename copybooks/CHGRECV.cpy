      *****************************************************************
      *                                                               *
      *    CHGRECV  --  CHARGED-OFF RECEIVABLE                        *
      *                                                               *
      *    ONE ROW PER CHARGED-OFF ACCOUNT, KEYED BY ACCOUNT NUMBER,  *
      *    WRITTEN BY OVERDRAFTAGINGCHARGEOFF THE NIGHT THE WRITE-OFF *
      *    POSTS. THE ACCOUNT ITSELF SITS AT ZERO FROM THEN ON; THIS  *
      *    ROW CARRIES WHAT WAS WRITTEN OFF AND WHAT HAS COME BACK    *
      *    SINCE, SO THE OUTSTANDING BALANCE IS                       *
      *    CP-CHARGEOFF-AMOUNT LESS CP-RECOVERED-AMOUNT. RECOVERIES   *
      *    ARRIVE TWO WAYS, BOTH BOOKED TO THE GL RECOVERY ACCOUNT:   *
      *    A CUSTOMER PAYMENT THAT LANDS ON THE ACCOUNT IS SWEPT OFF  *
      *    IT BY OVERDRAFTAGINGCHARGEOFF, AND AN AGENCY REMITTANCE    *
      *    IS BOOKED BY COLLECTIONAGENCYRETURNS.                      *
      *                                                               *
      *    THE BALANCE GOES OUT TO AN OUTSIDE COLLECTION AGENCY UP    *
      *    TO THREE TIMES (PRIMARY, SECONDARY, TERTIARY - THE AGYPARM *
      *    TIER), ONE CP-PLACEMENT ENTRY PER PLACEMENT, KEPT FOR THE  *
      *    RECOVERY-RATE REPORT AFTER THE ACCOUNT COMES BACK.         *
      *                                                               *
      *    CP-PLACEMENT-STATUS:  U IN HOUSE, NEVER PLACED             *
      *                          P PLACED WITH CP-AGENCY-ID           *
      *                            (CP-PLACEMENT-COUNT)               *
      *                          R RECALLED, DUE THE NEXT TIER        *
      *                          H HELD IN HOUSE - RECALLED FOR       *
      *                            BANKRUPTCY, DEATH OR DISPUTE       *
      *                          S SETTLED - NOTHING OUTSTANDING      *
      *    CP-ADVISED-BALANCE    THE BALANCE THE AGENCY HOLDING THE   *
      *                          ACCOUNT WAS LAST TOLD IS DUE; A      *
      *                          DIRECT PAYMENT SENDS IT A BALANCE    *
      *                          ADVICE AT THE NEXT PLACEMENT RUN     *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-13  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  CP-CHARGEOFF-RECEIVABLE-RECORD.
           05  CP-ACCOUNT-NUMBER           PIC X(10).
           05  CP-BRANCH-CODE              PIC X(04).
           05  CP-PRODUCT-CODE             PIC X(04).
           05  CP-CHARGEOFF-DATE           PIC 9(08).
           05  CP-CHARGEOFF-AMOUNT         PIC 9(7)V99.
           05  CP-APPROVED-BY              PIC X(08).
           05  CP-RECOVERED-AMOUNT         PIC 9(7)V99.
           05  CP-LAST-RECOVERY-DATE       PIC 9(08).
           05  CP-PLACEMENT-STATUS         PIC X(01).
               88  CP-In-House             VALUE "U".
               88  CP-Placed               VALUE "P".
               88  CP-Recalled             VALUE "R".
               88  CP-Held-In-House        VALUE "H".
               88  CP-Settled              VALUE "S".
           05  CP-PLACEMENT-COUNT          PIC 9(01).
           05  CP-ADVISED-BALANCE          PIC 9(7)V99.
           05  CP-PLACEMENT OCCURS 3 TIMES.
               10  CP-AGENCY-ID            PIC X(04).
               10  CP-PLACED-DATE          PIC 9(08).
               10  CP-PLACED-AMOUNT        PIC 9(7)V99.
               10  CP-AGENCY-RECOVERED     PIC 9(7)V99.
               10  CP-AGENCY-COMMISSION    PIC 9(7)V99.
               10  CP-RECALLED-DATE        PIC 9(08).
               10  CP-RECALL-REASON        PIC X(02).
           05  FILLER                      PIC X(10).
