      *****************************************************************
      *                                                               *
      *    CLSLOG  --  CLOSED-ACCOUNT LEDGER RECORD                   *
      *                                                               *
      *    ONE ROW PER ACCOUNT CLOSE, APPENDED BY                     *
      *    ACCOUNTLIFECYCLEMAINTENANCE WHEN THE CLOSE IS ACCEPTED.    *
      *    IT OUTLIVES THE PURGE, SO THE ACCOUNT'S BRANCH, PRODUCT    *
      *    AND OPEN DATE AND ITS LAST BALHIST BALANCE (WITH THE TIER  *
      *    THE SEGMENTATION EXTRACT WOULD GIVE IT) ARE KEPT WITH THE  *
      *    REASON AND WHO ASKED FOR AND APPROVED THE CLOSE. TOTALED   *
      *    MONTHLY BY ATTRITIONREPORT.                                *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-13  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  CZ-CLOSED-ACCOUNT-RECORD.
           05  CZ-ACCOUNT-NUMBER           PIC X(10).
           05  CZ-BRANCH-CODE              PIC X(04).
           05  CZ-PRODUCT-CODE             PIC X(04).
           05  CZ-OPEN-DATE                PIC 9(08).
           05  CZ-CLOSE-DATE               PIC 9(08).
           05  CZ-REASON-CODE              PIC X(02).
           05  CZ-REQUESTED-BY             PIC X(08).
           05  CZ-APPROVED-BY              PIC X(08).
           05  CZ-LAST-BALANCE             PIC S9(6)V99.
           05  CZ-BALANCE-TIER             PIC X(14).
           05  FILLER                      PIC X(06).
