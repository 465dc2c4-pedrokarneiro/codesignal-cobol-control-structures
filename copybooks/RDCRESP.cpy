      *****************************************************************
      *                                                               *
      *    RDCRESP  --  REMOTE DEPOSIT RESPONSE RECORD                *
      *                                                               *
      *    RETURNED TO THE MOBILE DEPOSIT VENDOR FOR EVERY CAPTURED   *
      *    IMAGE. AN ACCEPTED ITEM CARRIES THE DATE ITS FUNDS         *
      *    BECOME AVAILABLE UNDER THE REMOTE FLOAT SCHEDULE; A        *
      *    REJECTED ONE CARRIES A REASON CODE AND THE TEXT THE APP    *
      *    SHOWS THE CUSTOMER:                                        *
      *      M01  ACCOUNT NOT ELIGIBLE (NOT ON FILE, CLOSED, DORMANT  *
      *           OR RESTRAINED)                                      *
      *      M02  ITEM UNREADABLE (NO AMOUNT, MICR OR SERIAL)         *
      *      M03  CHECK ALREADY DEPOSITED (SEEN IN THIS FILE OR ON    *
      *           THE FNGRPRNT RECENT-ITEM FINGERPRINTS)              *
      *      M04  CHECK ALREADY PAID (ON-US CHECK WHOSE SERIAL HAS    *
      *           CLEARED THE DRAWER'S ACCOUNT)                       *
      *      M05  NOT ENROLLED (NO RDCLIMIT TIER FOR THE CUSTOMER)    *
      *      M06  OVER THE DAILY LIMIT                                *
      *      M07  OVER THE 30-DAY LIMIT                               *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  MX-REMOTE-RESPONSE-RECORD.
           05  MX-IMAGE-ID                 PIC X(20).
           05  MX-ACCOUNT-NUMBER           PIC X(10).
           05  MX-ITEM-AMOUNT              PIC 9(06)V99.
           05  MX-DECISION                 PIC X(01).
               88  MX-Item-Accepted        VALUE "A".
               88  MX-Item-Rejected        VALUE "R".
           05  MX-REASON-CODE              PIC X(03).
           05  MX-REASON-TEXT              PIC X(40).
           05  MX-FUNDS-AVAILABLE-DATE     PIC 9(08).
           05  MX-PROCESS-DATE             PIC 9(08).
           05  FILLER                      PIC X(02).
