      *****************************************************************
      *                                                               *
      *    RDCUSAGE  --  REMOTE DEPOSIT USAGE RECORD                  *
      *                                                               *
      *    KEYED BY CUSTOMER AND BUSINESS DATE. THE WHOLE DOLLARS AND *
      *    ITEMS OF MOBILE CHECK DEPOSIT ACCEPTED FOR THE CUSTOMER    *
      *    THAT NIGHT. REMOTEDEPOSITINTAKE SUMS THE ROWS OF THE LAST  *
      *    30 DAYS AGAINST THE RDCLIMIT TIER AND DELETES OLDER ROWS   *
      *    AS IT PASSES THEM.                                         *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  MG-REMOTE-USAGE-RECORD.
           05  MG-USAGE-KEY.
               10  MG-CUSTOMER-NUMBER      PIC X(10).
               10  MG-USAGE-DATE           PIC 9(08).
           05  MG-ACCEPTED-AMOUNT          PIC 9(08).
           05  MG-ACCEPTED-ITEMS           PIC 9(04).
           05  FILLER                      PIC X(10).
