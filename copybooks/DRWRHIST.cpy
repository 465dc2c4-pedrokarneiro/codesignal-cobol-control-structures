      *    (NEGATIVE) AMOUNT. THE PROOF REPORT READS THE HISTORY      *
      *    BACK TO SHOW EACH TELLER'S RUNNING OVER/SHORT RECORD, SO   *
      *    A CHRONIC DRAWER PROBLEM SURFACES INSTEAD OF RESETTING     *
      *    EVERY MORNING. THE DAY'S CASH TAKEN IN AND PAID OUT RIDE   *
      *    THE SAME ROW FOR THE VAULT CASH FORECAST.                  *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-09-02  RLB  ORIGINAL.                                *
      *    2026-10-13  RLB  ADDED DH-CASH-IN AND DH-CASH-OUT - THE   *
      *                     DRAWER'S MEMO-POSTED CASH TAKEN IN AND   *
      *                     PAID OUT FOR THE DAY. A ROW IS NOW       *
      *                     WRITTEN FOR EVERY PROVED DRAWER,         *
      *                     OVER/SHORT OR NOT. RECORD GREW 37 -> 55  *
      *                     BYTES.                                   *
      *                                                               *
      *****************************************************************
       01  DH-DRAWER-HISTORY-RECORD.
           05  DH-BRANCH-CODE              PIC X(04).
           05  DH-PROOF-DATE               PIC 9(08).
           05  DH-OVER-SHORT-AMOUNT        PIC S9(7)V99.
           05  DH-CASH-IN                  PIC S9(7)V99.
           05  DH-CASH-OUT                 PIC S9(7)V99.
           05  FILLER                      PIC X(08).
