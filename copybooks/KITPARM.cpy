      *****************************************************************
      *                                                               *
      *    KITPARM  --  CHECK-KITING SCREEN PARAMETER RECORD          *
      *                                                               *
      *    ONE RECORD (STRPARM MOLD). KT-WINDOW-DAYS IS THE NUMBER    *
      *    OF CALENDAR DAYS OF TRNHIST KITINGSUSPECTREPORT LOOKS      *
      *    BACK OVER. AN ACCOUNT IS A SUSPECT WHEN IT DREW AGAINST    *
      *    UNCOLLECTED FUNDS AT LEAST KT-MIN-FLOAT-DRAWS TIMES IN     *
      *    THE WINDOW AND EITHER ITS AVERAGE COLLECTED BALANCE WAS    *
      *    AT OR BELOW KT-NEAR-ZERO-COLLECTED WHILE ITS DEPOSITS      *
      *    REACHED KT-MIN-TURNOVER, OR IT SHOWED AT LEAST             *
      *    KT-MIN-CIRCULAR-PAIRS DEPOSIT/CHECK PAIRS WITH ANOTHER     *
      *    ACCOUNT OF THE SAME CUSTREL CUSTOMER. A ZERO FIELD TAKES   *
      *    THE SHOP DEFAULT. MAINTAINED BY THE FRAUD UNIT.            *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-09-30  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  KT-KITING-PARM-RECORD.
           05  KT-WINDOW-DAYS              PIC 9(03).
           05  KT-MIN-FLOAT-DRAWS          PIC 9(02).
           05  KT-MIN-CIRCULAR-PAIRS       PIC 9(02).
           05  KT-NEAR-ZERO-COLLECTED      PIC 9(07).
           05  KT-MIN-TURNOVER             PIC 9(07).
           05  FILLER                      PIC X(09).
