      *****************************************************************
      *                                                               *
      *    TDPENSCH  --  TIME DEPOSIT EARLY-WITHDRAWAL PENALTY        *
      *                  SCHEDULE RECORD                              *
      *                                                               *
      *    ONE ROW PER TERM BAND, IN ASCENDING TN-MAX-TERM-MONTHS     *
      *    ORDER. A CERTIFICATE FALLS IN THE FIRST BAND WHOSE         *
      *    MAXIMUM IS AT OR OVER ITS TD-TERM-MONTHS AND FORFEITS      *
      *    TN-PENALTY-DAYS OF INTEREST ON THE AMOUNT WITHDRAWN EARLY. *
      *    THE LAST BAND CARRIES 999. MAINTAINED BY OPERATIONS TO     *
      *    THE PUBLISHED DEPOSIT DISCLOSURE.                          *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  TN-PENALTY-SCHEDULE-RECORD.
           05  TN-MAX-TERM-MONTHS          PIC 9(03).
           05  TN-PENALTY-DAYS             PIC 9(03).
           05  FILLER                      PIC X(14).
