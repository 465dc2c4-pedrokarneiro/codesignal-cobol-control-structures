      *****************************************************************
      *                                                               *
      *    LGLPKG  --  LEGAL RESEARCH PACKAGE PRINT LINE              *
      *                                                               *
      *    ONE ROW PER PRINT LINE OF THE RESEARCH PACKAGE             *
      *    LEGALRESEARCHPACKAGE ASSEMBLES FOR A LEGAL PROCESS         *
      *    REQUEST: PERIOD STATEMENTS AND TRNHIST DETAIL WITH TRACE   *
      *    IDS FOR EACH ACCOUNT, SIGNER ROLES, AND EACH CUSTOMER'S    *
      *    CURRENT ADDRESS AND CONTACT HISTORY, ENDING WITH THE       *
      *    RESEARCH FEE. TAGGED WITH THE REQUEST NUMBER SO THE LEGAL  *
      *    DESK CAN SPLIT THE STREAM ONE PACKAGE PER REQUEST.         *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-13  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  LX-PACKAGE-LINE.
           05  LX-REQUEST-NUMBER           PIC X(08).
           05  LX-PRINT-LINE               PIC X(100).
