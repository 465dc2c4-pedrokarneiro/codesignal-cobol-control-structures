      *****************************************************************
      *                                                               *
      *    ACHRTN  --  OUTBOUND ACH RETURN / NOTIFICATION OF CHANGE   *
      *                                                               *
      *    THE 94-BYTE NACHA RECORDS INBOUNDACHINTAKE SENDS BACK TO   *
      *    THE ACH OPERATOR: A FILE HEADER, A RETURN BATCH AND/OR A   *
      *    COR (NOTIFICATION OF CHANGE) BATCH FOR EACH RECEIVED       *
      *    BATCH THAT NEEDED ONE, AND A FILE CONTROL. EVERY RETURN    *
      *    OR NOC ENTRY CARRIES ONE ADDENDA - TYPE 99 WITH THE        *
      *    RETURN REASON (R02 CLOSED, R03 NO ACCOUNT, R16 FROZEN,     *
      *    R20 NON-TRANSACTION ACCOUNT) OR TYPE 98 WITH THE CHANGE    *
      *    CODE AND CORRECTED DATA (C01 ACCOUNT, C02 ROUTING, C03     *
      *    BOTH). THE ORIGINAL TRACE TIES EACH BACK TO WHAT CAME IN.  *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-05  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  AZ-ACH-RETURN-RECORD.
           05  AZ-RECORD-TYPE              PIC X(01).
           05  FILLER                      PIC X(93).
       01  AZ-FILE-HEADER-RECORD.
           05  AZ-HEADER-RECORD-TYPE       PIC X(01).
           05  AZ-PRIORITY-CODE            PIC X(02).
           05  AZ-IMMEDIATE-DESTINATION    PIC X(10).
           05  AZ-IMMEDIATE-ORIGIN         PIC X(10).
           05  AZ-FILE-CREATION-DATE       PIC 9(06).
           05  AZ-FILE-CREATION-TIME       PIC 9(04).
           05  AZ-FILE-ID-MODIFIER         PIC X(01).
           05  AZ-RECORD-SIZE              PIC X(03).
           05  AZ-BLOCKING-FACTOR          PIC X(02).
           05  AZ-FORMAT-CODE              PIC X(01).
           05  AZ-DESTINATION-NAME         PIC X(23).
           05  AZ-ORIGIN-NAME              PIC X(23).
           05  AZ-REFERENCE-CODE           PIC X(08).
       01  AZ-BATCH-HEADER-RECORD.
           05  AZ-BATCH-RECORD-TYPE        PIC X(01).
           05  AZ-SERVICE-CLASS            PIC 9(03).
           05  AZ-COMPANY-NAME             PIC X(16).
           05  AZ-COMPANY-DISCRETIONARY    PIC X(20).
           05  AZ-COMPANY-ID               PIC X(10).
           05  AZ-SEC-CODE                 PIC X(03).
           05  AZ-ENTRY-DESCRIPTION        PIC X(10).
           05  AZ-DESCRIPTIVE-DATE         PIC X(06).
           05  AZ-EFFECTIVE-DATE           PIC 9(06).
           05  AZ-SETTLEMENT-DATE          PIC X(03).
           05  AZ-ORIGINATOR-STATUS        PIC X(01).
           05  AZ-BATCH-ODFI               PIC X(08).
           05  AZ-BATCH-NUMBER             PIC 9(07).
       01  AZ-ENTRY-DETAIL-RECORD.
           05  AZ-ENTRY-RECORD-TYPE        PIC X(01).
           05  AZ-TRANSACTION-CODE         PIC 9(02).
           05  AZ-RECEIVING-DFI            PIC X(08).
           05  AZ-RDFI-CHECK-DIGIT         PIC 9(01).
           05  AZ-DFI-ACCOUNT              PIC X(17).
           05  AZ-ENTRY-AMOUNT             PIC 9(08)V99.
           05  AZ-INDIVIDUAL-ID            PIC X(15).
           05  AZ-INDIVIDUAL-NAME          PIC X(22).
           05  AZ-ENTRY-DISCRETIONARY      PIC X(02).
           05  AZ-ADDENDA-INDICATOR        PIC 9(01).
           05  AZ-TRACE-NUMBER.
               10  AZ-TRACE-ODFI           PIC X(08).
               10  AZ-TRACE-SEQUENCE       PIC 9(07).
       01  AZ-RETURN-ADDENDA-RECORD.
           05  AZ-RETURN-RECORD-TYPE       PIC X(01).
           05  AZ-RETURN-ADDENDA-TYPE      PIC X(02).
           05  AZ-RETURN-REASON            PIC X(03).
           05  AZ-RETURN-ORIGINAL-TRACE    PIC X(15).
           05  AZ-DATE-OF-DEATH            PIC X(06).
           05  AZ-RETURN-ORIGINAL-RDFI     PIC X(08).
           05  AZ-RETURN-ADDENDA-INFO      PIC X(44).
           05  AZ-RETURN-ADDENDA-TRACE     PIC X(15).
       01  AZ-CHANGE-ADDENDA-RECORD.
           05  AZ-CHANGE-RECORD-TYPE       PIC X(01).
           05  AZ-CHANGE-ADDENDA-TYPE      PIC X(02).
           05  AZ-CHANGE-CODE              PIC X(03).
           05  AZ-CHANGE-ORIGINAL-TRACE    PIC X(15).
           05  FILLER                      PIC X(06).
           05  AZ-CHANGE-ORIGINAL-RDFI     PIC X(08).
           05  AZ-CORRECTED-DATA           PIC X(29).
           05  FILLER                      PIC X(15).
           05  AZ-CHANGE-ADDENDA-TRACE     PIC X(15).
       01  AZ-BATCH-CONTROL-RECORD.
           05  AZ-CONTROL-RECORD-TYPE      PIC X(01).
           05  AZ-CONTROL-SERVICE-CLASS    PIC 9(03).
           05  AZ-BATCH-ENTRY-COUNT        PIC 9(06).
           05  AZ-BATCH-ENTRY-HASH         PIC 9(10).
           05  AZ-BATCH-DEBIT-TOTAL        PIC 9(10)V99.
           05  AZ-BATCH-CREDIT-TOTAL       PIC 9(10)V99.
           05  AZ-CONTROL-COMPANY-ID       PIC X(10).
           05  AZ-MESSAGE-AUTH-CODE        PIC X(19).
           05  FILLER                      PIC X(06).
           05  AZ-CONTROL-ODFI             PIC X(08).
           05  AZ-CONTROL-BATCH-NUMBER     PIC 9(07).
       01  AZ-FILE-CONTROL-RECORD.
           05  AZ-FILE-RECORD-TYPE         PIC X(01).
           05  AZ-FILE-BATCH-COUNT         PIC 9(06).
           05  AZ-FILE-BLOCK-COUNT         PIC 9(06).
           05  AZ-FILE-ENTRY-COUNT         PIC 9(08).
           05  AZ-FILE-ENTRY-HASH          PIC 9(10).
           05  AZ-FILE-DEBIT-TOTAL         PIC 9(10)V99.
           05  AZ-FILE-CREDIT-TOTAL        PIC 9(10)V99.
           05  FILLER                      PIC X(39).
