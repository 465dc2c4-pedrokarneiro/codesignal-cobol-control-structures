      *****************************************************************
      *                                                               *
      *    AGYREMIT  --  COLLECTION AGENCY REMITTANCE                 *
      *                                                               *
      *    SENT BY AN OUTSIDE AGENCY WITH ITS SETTLEMENT WIRE: ONE    *
      *    ROW PER COLLECTION ON A PLACED ACCOUNT, GROSS AMOUNT       *
      *    COLLECTED AND THE COMMISSION THE AGENCY KEPT (THE WIRE     *
      *    CARRIES THE NET). CLOSED BY THE SHOP-STANDARD FILETRLR     *
      *    TRAILER (HASH = GROSS AMOUNTS). BOOKED BY                  *
      *    COLLECTIONAGENCYRETURNS.                                   *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-13  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  AM-AGENCY-REMITTANCE-RECORD.
           05  AM-ACCOUNT-NUMBER           PIC X(10).
           05  AM-AGENCY-ID                PIC X(04).
           05  AM-COLLECTED-DATE           PIC 9(08).
           05  AM-GROSS-AMOUNT             PIC 9(7)V99.
           05  AM-COMMISSION-AMOUNT        PIC 9(7)V99.
           05  FILLER                      PIC X(10).
