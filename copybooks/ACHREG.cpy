      *****************************************************************
      *                                                               *
      *    ACHREG  --  RECEIVED ACH ENTRY REGISTER                    *
      *                                                               *
      *    ONE ROW PER ENTRY DETAIL INBOUNDACHINTAKE RECEIVES, KEPT   *
      *    (APPENDED NIGHTLY) SO THE NACHA BATCH AND ENTRY DETAIL     *
      *    THE POSTED ITEM DOES NOT CARRY - ORIGINATOR COMPANY,       *
      *    SEC CODE, TRACE - CAN STILL BE RESEARCHED. AQ-ACCOUNT-     *
      *    NUMBER IS THE ACCOUNT ACTUALLY POSTED (THE NEW NUMBER FOR  *
      *    A RE-KEYED ACCOUNT); AQ-DFI-ACCOUNT IS AS RECEIVED.        *
      *    AQ-REASON-CODE HOLDS THE RETURN REASON (R) OR THE NOC      *
      *    CHANGE CODE SENT FOR THE ENTRY (P OR N). A DEBIT STOPPED   *
      *    ON THE ACHFILT FILTER IS E; WHEN THE CUSTOMER'S DECISION   *
      *    (OR THE DEADLINE) SETTLES IT A SECOND ROW IS WRITTEN.      *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-05  RLB  ORIGINAL.                                *
      *    2026-10-06  RLB  ADDED DISPOSITION E FOR A DEBIT STOPPED  *
      *                     ON THE ACHFILT FILTER.                   *
      *                                                               *
      *****************************************************************
       01  AQ-ACH-REGISTER-RECORD.
           05  AQ-BUSINESS-DATE            PIC 9(08).
           05  AQ-TRACE-NUMBER             PIC X(15).
           05  AQ-COMPANY-ID               PIC X(10).
           05  AQ-COMPANY-NAME             PIC X(16).
           05  AQ-SEC-CODE                 PIC X(03).
           05  AQ-ENTRY-DESCRIPTION        PIC X(10).
           05  AQ-TRANSACTION-CODE         PIC 9(02).
           05  AQ-DFI-ACCOUNT              PIC X(17).
           05  AQ-ACCOUNT-NUMBER           PIC X(10).
           05  AQ-ENTRY-AMOUNT             PIC 9(08)V99.
           05  AQ-INDIVIDUAL-NAME          PIC X(22).
           05  AQ-DISPOSITION              PIC X(01).
               88  AQ-ENTRY-POSTED         VALUE "P".
               88  AQ-ENTRY-RETURNED       VALUE "R".
               88  AQ-PRENOTE-ONLY         VALUE "N".
               88  AQ-ENTRY-HELD           VALUE "H".
               88  AQ-FILTER-EXCEPTION     VALUE "E".
           05  AQ-REASON-CODE              PIC X(03).
           05  FILLER                      PIC X(13).
