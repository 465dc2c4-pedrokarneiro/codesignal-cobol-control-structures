      *****************************************************************
      *                                                               *
      *    CONFLTR  --  AUDIT BALANCE CONFIRMATION LETTER PRINT LINE  *
      *                                                               *
      *    ONE ROW PER PRINT LINE OF THE CONFIRMATION LETTERS         *
      *    AUDITCONFIRMATIONSAMPLE WRITES FOR THE MAIL VENDOR. THE    *
      *    ACCOUNT NUMBER LEADS EVERY LINE SO THE VENDOR CAN SPLIT    *
      *    THE STREAM ONE LETTER PER ACCOUNT.                         *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-13  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  KZ-CONFIRMATION-LETTER-LINE.
           05  KZ-ACCOUNT-NUMBER           PIC X(10).
           05  KZ-PRINT-LINE               PIC X(66).
