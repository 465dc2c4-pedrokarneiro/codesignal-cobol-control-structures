      *    OF EACH TYPE WAITS BEFORE ITS FUNDS COUNT AS COLLECTED.    *
      *    TYPE DF IS THE SHOP DEFAULT THE NIGHTLY POST USES UNTIL    *
      *    THE TRANSACTION RECORD CARRIES ITS OWN TYPE.               *
      *    TYPE RD IS THE REMOTE (MOBILE CHECK DEPOSIT) FLOAT: THE    *
      *    POST USES IT FOR RDC-CHANNEL ITEMS, AND                    *
      *    REMOTEDEPOSITINTAKE DATES THE CUSTOMER'S FUNDS BY IT.      *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-08-22  RLB  ORIGINAL.                                *
      *    2026-10-15  RLB  ADDED THE RD (REMOTE DEPOSIT) ROW.       *
      *                                                               *
      *****************************************************************
       01  FS-FLOAT-SCHEDULE-RECORD.
