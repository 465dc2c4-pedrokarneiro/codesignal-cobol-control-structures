      *****************************************************************
      *                                                               *
      *    EXTLINK  --  EXTERNAL ACCOUNT LINK RECORD                  *
      *                                                               *
      *    KEYED BY OUR ACCOUNT + LINK ID. ONE ROW PER ACCOUNT AT     *
      *    ANOTHER INSTITUTION THAT ONE OF OUR ACCOUNTS MAY SEND      *
      *    MONEY TO (AN ONLINE TRANSFER) OR PULL MONEY FROM (A        *
      *    COLLECTION). A NEW LINK OWES TWO TRIAL CREDITS OF 1-99     *
      *    CENTS (P); COLLECTIONORIGINATION SENDS THEM OUT ON THE     *
      *    INTERCHANGE (S); THE CUSTOMER KEYS THE TWO AMOUNTS BACK    *
      *    THROUGH ONLINE BANKING AND EXTERNALLINKVERIFICATION MAKES  *
      *    THE LINK ACTIVE (A) UNTIL XL-EXPIRY-DATE. AN UNCONFIRMED   *
      *    OR LAPSED LINK EXPIRES (X); THREE WRONG CONFIRMATIONS      *
      *    LOCK IT (L). ONLY AN ACTIVE, UNEXPIRED LINK MAY BE USED.   *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-03  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  XL-EXTERNAL-LINK-RECORD.
           05  XL-LINK-KEY.
               10  XL-OWNER-ACCOUNT        PIC X(10).
               10  XL-LINK-ID              PIC X(04).
           05  XL-EXTERNAL-ROUTING         PIC X(09).
           05  XL-EXTERNAL-ACCOUNT         PIC X(12).
           05  XL-LINK-STATUS              PIC X(01).
               88  XL-TRIALS-OWED          VALUE "P".
               88  XL-AWAITING-CONFIRM     VALUE "S".
               88  XL-LINK-ACTIVE          VALUE "A".
               88  XL-LINK-EXPIRED         VALUE "X".
               88  XL-LINK-LOCKED          VALUE "L".
           05  XL-REQUESTED-DATE           PIC 9(08).
           05  XL-TRIAL-CENTS-1            PIC 9(02).
           05  XL-TRIAL-CENTS-2            PIC 9(02).
           05  XL-TRIALS-SENT-DATE         PIC 9(08).
           05  XL-FAILED-ATTEMPTS          PIC 9(01).
           05  XL-VERIFIED-DATE            PIC 9(08).
           05  XL-EXPIRY-DATE              PIC 9(08).
           05  FILLER                      PIC X(10).
