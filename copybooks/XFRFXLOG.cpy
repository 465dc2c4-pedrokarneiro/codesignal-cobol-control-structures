      *****************************************************************
      *                                                               *
      *    XFRFXLOG  --  CROSS-CURRENCY TRANSFER LOG RECORD           *
      *                                                               *
      *    ONE ROW PER CROSS-CURRENCY INTERNAL TRANSFER PRICED FOR    *
      *    THE NIGHT'S POST, APPENDED BY WHICHEVER GENERATOR BUILT    *
      *    THE XFRO/XFRI PAIR - ONLINETRANSFERVALIDATION (ONL),       *
      *    STANDINGORDERGENERATOR (SYS) OR SPLITDEPOSITGROUPEDIT FOR  *
      *    TELLER-KEYED GROUPS (THE LEG'S CHANNEL). CARRIES EACH LEG  *
      *    IN ITS OWN CURRENCY WITH THE RATES, TIER AND SPREAD THE    *
      *    CROSSCURRENCYQUOTE APPLIED. CROSSCURRENCYTRANSFERREPORT    *
      *    READS THE BUSINESS DATE'S ROWS TO BOOK THE SPREAD TO       *
      *    GLPOST, MOVE THE BRANCH FXPOSN POSITIONS AND PRINT THE     *
      *    DAILY REPORT.                                              *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  XX-FX-TRANSFER-LOG-RECORD.
           05  XX-BUSINESS-DATE            PIC 9(08).
           05  XX-CHANNEL                  PIC X(03).
           05  XX-REFERENCE                PIC X(10).
           05  XX-BRANCH-CODE              PIC X(04).
           05  XX-FROM-ACCOUNT             PIC X(10).
           05  XX-FROM-CURRENCY            PIC X(03).
           05  XX-FROM-AMOUNT              PIC 9(06).
           05  XX-TO-ACCOUNT               PIC X(10).
           05  XX-TO-CURRENCY              PIC X(03).
           05  XX-TO-AMOUNT                PIC 9(06).
           05  XX-MARKET-RATE              PIC 9(04)V9(6).
           05  XX-CUSTOMER-RATE            PIC 9(04)V9(6).
           05  XX-TIER-CODE                PIC X(02).
           05  XX-SPREAD-RATE              PIC 9V9(4).
           05  XX-BASE-AMOUNT              PIC S9(9)V99.
           05  XX-SPREAD-INCOME            PIC S9(7)V99.
           05  FILLER                      PIC X(10).
