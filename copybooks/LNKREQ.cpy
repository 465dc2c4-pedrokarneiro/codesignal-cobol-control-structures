      *****************************************************************
      *                                                               *
      *    LNKREQ  --  INBOUND EXTERNAL LINK REQUEST RECORD           *
      *                                                               *
      *    DROPPED BY THE ONLINE BANKING FRONT END NEXT TO OLTRAN.    *
      *    N ASKS TO LINK AN OUTSIDE ROUTING AND ACCOUNT TO ONE OF    *
      *    THE CUSTOMER'S ACCOUNTS UNDER A FOUR-BYTE LINK ID; C       *
      *    CARRIES THE TWO TRIAL-CREDIT AMOUNTS (IN CENTS, EITHER     *
      *    ORDER) THE CUSTOMER SAW ARRIVE AT THE OTHER INSTITUTION.   *
      *    READ BY EXTERNALLINKVERIFICATION, WHICH ANSWERS EACH ROW   *
      *    ON AN OLRESP-SHAPED RESPONSE FILE.                         *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-03  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  LQ-LINK-REQUEST-RECORD.
           05  LQ-REQUEST-TYPE             PIC X(01).
               88  LQ-NEW-LINK             VALUE "N".
               88  LQ-CONFIRM-LINK         VALUE "C".
           05  LQ-REFERENCE                PIC X(10).
           05  LQ-OWNER-ACCOUNT            PIC X(10).
           05  LQ-LINK-ID                  PIC X(04).
           05  LQ-EXTERNAL-ROUTING         PIC X(09).
           05  LQ-EXTERNAL-ACCOUNT         PIC X(12).
           05  LQ-CONFIRM-CENTS-1          PIC 9(02).
           05  LQ-CONFIRM-CENTS-2          PIC 9(02).
           05  FILLER                      PIC X(10).
