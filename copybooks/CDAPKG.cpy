      *****************************************************************
      *                                                               *
      *    CDAPKG  --  CUSTOMER DATA ACCESS REPORT PRINT LINE         *
      *                                                               *
      *    ONE ROW PER PRINT LINE OF THE DATA ACCESS REPORT           *
      *    CUSTOMERDATAACCESSREPORT ASSEMBLES WHEN A CUSTOMER ASKS    *
      *    FOR EVERYTHING THE BANK HOLDS ABOUT THEM: THE CUSTOMER     *
      *    FILES, THE ACCOUNTS LINKED TO THEM AND EVERY RECORD KEPT   *
      *    AGAINST THOSE ACCOUNTS, ENDING WITH A RECORD COUNT PER     *
      *    SOURCE FILE. TAGGED WITH THE CUSTOMER NUMBER ASKED FOR SO  *
      *    COMPLIANCE CAN FILE THE STREAM ONE REPORT PER REQUEST.     *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  DX-ACCESS-REPORT-LINE.
           05  DX-CUSTOMER-NUMBER          PIC X(10).
           05  DX-PRINT-LINE               PIC X(100).
