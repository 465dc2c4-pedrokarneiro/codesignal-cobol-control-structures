      *****************************************************************
      *                                                               *
      *    OLDEST  --  ONLINE TRANSFER DESTINATION RECORD             *
      *                                                               *
      *    KEYED BY FROM-ACCOUNT AND TO-ACCOUNT. ONE ROW FOR EVERY    *
      *    ACCOUNT AN ONLINE-BANKING CUSTOMER HAS EVER SENT A         *
      *    TRANSFER TO, WITH THE NIGHT IT WAS FIRST SEEN ON OLTRAN.   *
      *    ACCOUNTTAKEOVERSCREEN ADDS A ROW THE FIRST TIME A PAIR     *
      *    APPEARS; A ROW FIRST SEEN AFTER A CONTACT CHANGE IS A NEW  *
      *    DESTINATION FOR THE TAKEOVER SCORE.                        *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-02  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  ON-ONLINE-DESTINATION-RECORD.
           05  ON-DESTINATION-KEY.
               10  ON-FROM-ACCOUNT         PIC X(10).
               10  ON-TO-ACCOUNT           PIC X(10).
           05  ON-FIRST-SEEN-DATE          PIC 9(08).
           05  ON-FIRST-AMOUNT             PIC 9(06).
           05  ON-FIRST-REFERENCE          PIC X(10).
           05  FILLER                      PIC X(06).
