      *****************************************************************
      *                                                               *
      *    RDCITEM  --  REMOTE DEPOSIT CAPTURE ITEM RECORD            *
      *                                                               *
      *    THE MOBILE CHECK DEPOSIT VENDOR'S DAILY CAPTURE FILE: ONE  *
      *    ROW PER CHECK IMAGE THE CUSTOMER SUBMITTED, CARRYING THE   *
      *    VENDOR IMAGE ID, THE DEPOSITING ACCOUNT, THE ITEM AMOUNT   *
      *    AND THE MICR LINE READ FROM THE IMAGE (ROUTING, ACCOUNT    *
      *    AND SERIAL OF THE CHECK ITSELF). READ BY                   *
      *    REMOTEDEPOSITINTAKE, WHICH ANSWERS EVERY ROW ON RDCRESP.   *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  MV-REMOTE-ITEM-RECORD.
           05  MV-IMAGE-ID                 PIC X(20).
           05  MV-ACCOUNT-NUMBER           PIC X(10).
           05  MV-CAPTURE-DATE             PIC 9(08).
           05  MV-CAPTURE-TIME             PIC 9(06).
           05  MV-ITEM-AMOUNT              PIC 9(06)V99.
           05  MV-MICR-DATA.
               10  MV-MICR-ROUTING         PIC X(09).
               10  MV-MICR-ACCOUNT         PIC X(17).
               10  MV-MICR-SERIAL          PIC X(06).
           05  FILLER                      PIC X(06).
