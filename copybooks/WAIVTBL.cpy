      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-09-02  RLB  ORIGINAL.                                *
      *    2026-10-15  RLB  ADDED WV-GRANTED-BY (OUT OF FILLER) -    *
      *                     THE OPERATOR WHO GRANTED A TYPE A        *
      *                     ACCOUNT WAIVER, FOR STAFF SELF-DEALING   *
      *                     REVIEW. RECORD LENGTH UNCHANGED.         *
      *                                                               *
      *****************************************************************
       01  WV-WAIVER-RECORD.
           05  WV-MIN-COMBINED-BALANCE     PIC 9(09).
           05  WV-EXPIRY-DATE              PIC 9(08).
           05  WV-REASON-CODE              PIC X(04).
           05  WV-GRANTED-BY               PIC X(08).
