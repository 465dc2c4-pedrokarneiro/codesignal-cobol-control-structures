      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-08-22  RLB  ORIGINAL.                                *
      *    2026-10-15  RLB  ADDED HX-OPERATOR-ID (OUT OF FILLER) -   *
      *                     THE OPERATOR KEYING THE REQUEST; A       *
      *                     RELEASE IS JOURNALED UNDER IT.           *
      *                                                               *
      *****************************************************************
       01  HX-HOLD-TRANSACTION.
           05  HX-HOLD-TYPE                PIC X(02).
           05  HX-EXPIRY-DATE              PIC 9(08).
           05  HX-PLACING-AUTHORITY        PIC X(20).
           05  HX-OPERATOR-ID              PIC X(08).
           05  FILLER                      PIC X(02).
