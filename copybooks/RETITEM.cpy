      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-09-02  RLB  ORIGINAL.                                *
      *    2026-09-23  RLB  ADDED RT-ITEM-KIND (OUT OF FILLER) - "P" *
      *                     IS ONE OF OUR OWN PAYING ITEMS THE NSF   *
      *                     DECISION QUEUE RETURNED UNPAID. IT NEVER *
      *                     POSTED, SO IT TAKES ONLY THE RETURNED-   *
      *                     ITEM FEE. BLANK IS A RETURNED DEPOSIT.   *
      *    2026-09-28  RLB  "S" IS ONE OF OUR OWN PAID CHECKS        *
      *                     RETURNED AFTER SIGNATURE REVIEW REJECTED *
      *                     IT. THE POSTING IS REVERSED AND NO FEE   *
      *                     IS CHARGED.                              *
      *                                                               *
      *****************************************************************
       01  RT-RETURNED-ITEM-RECORD.
           05  RT-ORIG-TRANS-DATE          PIC 9(08).
           05  RT-TRANS-AMOUNT             PIC 9(06).
           05  RT-RETURN-REASON            PIC X(20).
           05  RT-ITEM-KIND                PIC X(01).
               88  RT-RETURNED-DEPOSIT     VALUE SPACE.
               88  RT-RETURNED-PAYING-ITEM VALUE "P".
               88  RT-RETURNED-PAID-CHECK  VALUE "S".
           05  FILLER                      PIC X(05).
