      *****************************************************************
      *                                                               *
      *    RDCLIMIT  --  REMOTE DEPOSIT LIMIT TIER RECORD             *
      *                                                               *
      *    ONE ROW PER LIMIT TIER FOR MOBILE CHECK DEPOSIT. A         *
      *    CUSTOMER QUALIFIES FOR A TIER WHEN THE DEPOSITING          *
      *    ACCOUNT HAS BEEN OPEN AT LEAST ML-MIN-TENURE-DAYS AND THE  *
      *    CUSTMSTR TRUST SCORE IS AT LEAST ML-MIN-TRUST-SCORE; OF    *
      *    THE TIERS A CUSTOMER QUALIFIES FOR, THE ONE WITH THE       *
      *    HIGHEST DAILY LIMIT GOVERNS. LIMITS ARE WHOLE DOLLARS      *
      *    ACROSS ALL THE CUSTOMER'S ACCOUNTS - ONE BUSINESS DAY AND  *
      *    THE ROLLING 30 CALENDAR DAYS ENDING TONIGHT. A CUSTOMER    *
      *    WHO QUALIFIES FOR NO TIER CANNOT DEPOSIT REMOTELY.         *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  ML-REMOTE-LIMIT-RECORD.
           05  ML-TIER-CODE                PIC X(02).
           05  ML-MIN-TENURE-DAYS          PIC 9(05).
           05  ML-MIN-TRUST-SCORE          PIC 9(01).
           05  ML-DAILY-LIMIT              PIC 9(07).
           05  ML-30-DAY-LIMIT             PIC 9(08).
           05  FILLER                      PIC X(07).
