      *****************************************************************
      *                                                               *
      *    ACHEXCP  --  ACH FILTER EXCEPTION / DECISION RECORD        *
      *                                                               *
      *    KEYED BY THE NIGHT RECEIVED + THE NACHA TRACE NUMBER. ONE  *
      *    ROW PER ACH DEBIT INBOUNDACHINTAKE STOPPED ON THE ACHFILT  *
      *    FILTER (B BLOCK-ALL, O ORIGINATOR NOT AUTHORIZED, A OVER   *
      *    THE ORIGINATOR'S MAXIMUM). THE ROW KEEPS THE ENTRY AND ITS *
      *    BATCH AND FILE HEADERS SO IT CAN STILL BE POSTED OR SENT   *
      *    BACK. THE CUSTOMER'S PAY (P) OR RETURN (R) DECISION IS     *
      *    KEYED BY ACHEXCEPTIONDECISION UP TO AY-DEADLINE-DATE; THE  *
      *    INTAKE THAT NIGHT POSTS OR RETURNS IT AND RETURNS ANY ROW  *
      *    STILL UNDECIDED AS UNAUTHORIZED (R29). CLOSED ROWS ARE     *
      *    PURGED AFTER THE RETENTION DAYS.                           *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-06  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  AY-ACH-EXCEPTION-RECORD.
           05  AY-EXCEPTION-KEY.
               10  AY-RECEIVED-DATE        PIC 9(08).
               10  AY-TRACE-NUMBER         PIC X(15).
           05  AY-ACCOUNT-NUMBER           PIC X(10).
           05  AY-EXCEPTION-REASON         PIC X(01).
               88  AY-DEBITS-BLOCKED       VALUE "B".
               88  AY-ORIGINATOR-NOT-LISTED VALUE "O".
               88  AY-OVER-ORIGINATOR-MAX  VALUE "A".
           05  AY-DEADLINE-DATE            PIC 9(08).
           05  AY-DECISION                 PIC X(01).
               88  AY-UNDECIDED            VALUE " ".
               88  AY-DECIDED-PAY          VALUE "P".
               88  AY-DECIDED-RETURN       VALUE "R".
           05  AY-DECIDED-BY               PIC X(08).
           05  AY-DECIDED-DATE             PIC 9(08).
           05  AY-EXCEPTION-STATUS         PIC X(01).
               88  AY-EXCEPTION-OPEN       VALUE "O".
               88  AY-EXCEPTION-POSTED     VALUE "P".
               88  AY-EXCEPTION-RETURNED   VALUE "R".
               88  AY-RETURNED-UNDECIDED   VALUE "U".
           05  AY-CLOSED-DATE              PIC 9(08).
           05  AY-FILE-DESTINATION         PIC X(10).
           05  AY-FILE-ORIGIN              PIC X(10).
           05  AY-DESTINATION-NAME         PIC X(23).
           05  AY-ORIGIN-NAME              PIC X(23).
           05  AY-SERVICE-CLASS            PIC 9(03).
           05  AY-COMPANY-NAME             PIC X(16).
           05  AY-COMPANY-DISCRETIONARY    PIC X(20).
           05  AY-COMPANY-ID               PIC X(10).
           05  AY-SEC-CODE                 PIC X(03).
           05  AY-ENTRY-DESCRIPTION        PIC X(10).
           05  AY-TRANSACTION-CODE         PIC 9(02).
           05  AY-RECEIVING-DFI            PIC X(08).
           05  AY-DFI-ACCOUNT              PIC X(17).
           05  AY-ENTRY-AMOUNT             PIC 9(08)V99.
           05  AY-INDIVIDUAL-ID            PIC X(15).
           05  AY-INDIVIDUAL-NAME          PIC X(22).
           05  FILLER                      PIC X(10).
