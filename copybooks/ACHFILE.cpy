      *****************************************************************
      *                                                               *
      *    ACHFILE  --  INBOUND ACH RECEIPT FILE RECORD (NACHA)       *
      *                                                               *
      *    THE 94-BYTE NACHA RECORD AS RECEIVED FROM THE ACH          *
      *    OPERATOR. AX-RECORD-TYPE SAYS WHICH VIEW APPLIES:          *
      *      1 - FILE HEADER      5 - BATCH HEADER                    *
      *      6 - ENTRY DETAIL     7 - ADDENDA                         *
      *      8 - BATCH CONTROL    9 - FILE CONTROL                    *
      *    ALL-NINES BLOCKING FILL AFTER THE FILE CONTROL IS ALSO     *
      *    TYPE 9 AND IS SKIPPED. AMOUNTS ARE DOLLARS AND CENTS.      *
      *    READ BY INBOUNDACHINTAKE.                                  *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-05  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  AX-ACH-RECORD.
           05  AX-RECORD-TYPE              PIC X(01).
               88  AX-FILE-HEADER          VALUE "1".
               88  AX-BATCH-HEADER         VALUE "5".
               88  AX-ENTRY-DETAIL         VALUE "6".
               88  AX-ADDENDA              VALUE "7".
               88  AX-BATCH-CONTROL        VALUE "8".
               88  AX-FILE-CONTROL         VALUE "9".
           05  FILLER                      PIC X(93).
       01  AX-FILE-HEADER-RECORD.
           05  FILLER                      PIC X(01).
           05  AX-PRIORITY-CODE            PIC X(02).
           05  AX-IMMEDIATE-DESTINATION    PIC X(10).
           05  AX-IMMEDIATE-ORIGIN         PIC X(10).
           05  AX-FILE-CREATION-DATE       PIC 9(06).
           05  AX-FILE-CREATION-TIME       PIC 9(04).
           05  AX-FILE-ID-MODIFIER         PIC X(01).
           05  AX-RECORD-SIZE              PIC X(03).
           05  AX-BLOCKING-FACTOR          PIC X(02).
           05  AX-FORMAT-CODE              PIC X(01).
           05  AX-DESTINATION-NAME         PIC X(23).
           05  AX-ORIGIN-NAME              PIC X(23).
           05  AX-REFERENCE-CODE           PIC X(08).
       01  AX-BATCH-HEADER-RECORD.
           05  FILLER                      PIC X(01).
           05  AX-SERVICE-CLASS            PIC 9(03).
           05  AX-COMPANY-NAME             PIC X(16).
           05  AX-COMPANY-DISCRETIONARY    PIC X(20).
           05  AX-COMPANY-ID               PIC X(10).
           05  AX-SEC-CODE                 PIC X(03).
           05  AX-ENTRY-DESCRIPTION        PIC X(10).
           05  AX-DESCRIPTIVE-DATE         PIC X(06).
           05  AX-EFFECTIVE-DATE           PIC 9(06).
           05  AX-SETTLEMENT-DATE          PIC X(03).
           05  AX-ORIGINATOR-STATUS        PIC X(01).
           05  AX-BATCH-ODFI               PIC X(08).
           05  AX-BATCH-NUMBER             PIC 9(07).
       01  AX-ENTRY-DETAIL-RECORD.
           05  FILLER                      PIC X(01).
           05  AX-TRANSACTION-CODE         PIC 9(02).
               88  AX-CREDIT-ENTRY         VALUE 22 23 32 33.
               88  AX-DEBIT-ENTRY          VALUE 27 28 37 38.
               88  AX-PRENOTE-ENTRY        VALUE 23 28 33 38.
           05  AX-RECEIVING-DFI            PIC 9(08).
           05  AX-RDFI-CHECK-DIGIT         PIC 9(01).
           05  AX-DFI-ACCOUNT              PIC X(17).
           05  AX-ENTRY-AMOUNT             PIC 9(08)V99.
           05  AX-INDIVIDUAL-ID            PIC X(15).
           05  AX-INDIVIDUAL-NAME          PIC X(22).
           05  AX-ENTRY-DISCRETIONARY      PIC X(02).
           05  AX-ADDENDA-INDICATOR        PIC 9(01).
           05  AX-TRACE-NUMBER.
               10  AX-TRACE-ODFI           PIC X(08).
               10  AX-TRACE-SEQUENCE       PIC 9(07).
       01  AX-ADDENDA-RECORD.
           05  FILLER                      PIC X(01).
           05  AX-ADDENDA-TYPE             PIC X(02).
           05  AX-PAYMENT-INFO             PIC X(80).
           05  AX-ADDENDA-SEQUENCE         PIC 9(04).
           05  AX-ADDENDA-ENTRY-SEQUENCE   PIC 9(07).
       01  AX-BATCH-CONTROL-RECORD.
           05  FILLER                      PIC X(01).
           05  AX-CONTROL-SERVICE-CLASS    PIC 9(03).
           05  AX-BATCH-ENTRY-COUNT        PIC 9(06).
           05  AX-BATCH-ENTRY-HASH         PIC 9(10).
           05  AX-BATCH-DEBIT-TOTAL        PIC 9(10)V99.
           05  AX-BATCH-CREDIT-TOTAL       PIC 9(10)V99.
           05  AX-CONTROL-COMPANY-ID       PIC X(10).
           05  AX-MESSAGE-AUTH-CODE        PIC X(19).
           05  FILLER                      PIC X(06).
           05  AX-CONTROL-ODFI             PIC X(08).
           05  AX-CONTROL-BATCH-NUMBER     PIC 9(07).
       01  AX-FILE-CONTROL-RECORD.
           05  FILLER                      PIC X(01).
           05  AX-FILE-BATCH-COUNT         PIC 9(06).
           05  AX-FILE-BLOCK-COUNT         PIC 9(06).
           05  AX-FILE-ENTRY-COUNT         PIC 9(08).
           05  AX-FILE-ENTRY-HASH          PIC 9(10).
           05  AX-FILE-DEBIT-TOTAL         PIC 9(10)V99.
           05  AX-FILE-CREDIT-TOTAL        PIC 9(10)V99.
           05  FILLER                      PIC X(39).
