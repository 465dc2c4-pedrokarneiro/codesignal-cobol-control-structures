      *****************************************************************
      *                                                               *
      *    ACHFILT  --  ACH DEBIT BLOCK AND ORIGINATOR FILTER         *
      *                                                               *
      *    KEYED BY ACCOUNT + ORIGINATOR COMPANY ID. AN ACCOUNT IS    *
      *    ENROLLED IN THE FILTER SERVICE BY ITS CONTROL ROW (COMPANY *
      *    ID SPACES): AF-BLOCK-ALL "Y" REFUSES EVERY ACH DEBIT, "N"  *
      *    ALLOWS ONLY THE ORIGINATORS LISTED ON THE ACCOUNT'S OTHER  *
      *    ROWS, EACH UP TO ITS AF-MAX-AMOUNT (ZERO = ANY AMOUNT). AN *
      *    ACCOUNT WITH NO CONTROL ROW IS NOT FILTERED. CREDITS ARE   *
      *    NEVER FILTERED. MAINTAINED THROUGH ACHFILTERMAINTENANCE;   *
      *    READ BY INBOUNDACHINTAKE AND ACCOUNTANALYSISBILLING.       *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-06  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  AF-ACH-FILTER-RECORD.
           05  AF-FILTER-KEY.
               10  AF-ACCOUNT-NUMBER       PIC X(10).
               10  AF-COMPANY-ID           PIC X(10).
           05  AF-BLOCK-ALL                PIC X(01).
               88  AF-BLOCK-ALL-DEBITS     VALUE "Y".
               88  AF-FILTER-BY-ORIGINATOR VALUE "N".
           05  AF-MAX-AMOUNT               PIC 9(08)V99.
           05  AF-SET-DATE                 PIC 9(08).
           05  AF-SET-BY                   PIC X(08).
           05  AF-APPROVED-BY              PIC X(08).
           05  FILLER                      PIC X(10).
