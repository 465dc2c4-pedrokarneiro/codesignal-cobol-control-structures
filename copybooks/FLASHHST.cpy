      *****************************************************************
      *                                                               *
      *    FLASHHST  --  EXECUTIVE FLASH HISTORY RECORD               *
      *                                                               *
      *    ONE ROW PER BUSINESS DATE, APPENDED BY                     *
      *    EXECUTIVEFLASHREPORT SO EACH MORNING'S FLASH CAN SET       *
      *    EVERY FIGURE AGAINST THE SAME BUSINESS DAY LAST MONTH      *
      *    AND LAST YEAR. THE TEN FIGURES ARE ALSO VIEWED AS A        *
      *    TABLE (FH-METRIC-VALUE) IN THE ORDER THEY PRINT.           *
      *    FH-METRIC-STATUS CARRIES "N" FOR A FIGURE WHOSE SOURCE     *
      *    FILE COULD NOT BE READ THAT MORNING, SO IT IS NEVER        *
      *    COMPARED AGAINST AS IF IT WERE A TRUE ZERO. BATCH END      *
      *    IS MINUTES PAST MIDNIGHT OF THE BUSINESS DATE - A RUN      *
      *    FINISHING AT 01:30 THE NEXT MORNING CARRIES 1530.          *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-13  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  FH-FLASH-HISTORY-RECORD.
           05  FH-BUSINESS-DATE            PIC 9(08).
           05  FH-FLASH-METRICS.
               10  FH-TOTAL-DEPOSITS       PIC S9(11)V99.
               10  FH-ACCOUNTS-OPENED      PIC S9(11)V99.
               10  FH-ACCOUNTS-CLOSED      PIC S9(11)V99.
               10  FH-OVERDRAWN-COUNT      PIC S9(11)V99.
               10  FH-OVERDRAWN-AMOUNT     PIC S9(11)V99.
               10  FH-FEES-BOOKED          PIC S9(11)V99.
               10  FH-INTEREST-BOOKED      PIC S9(11)V99.
               10  FH-LARGE-TXN-ALERTS     PIC S9(11)V99.
               10  FH-FRAUD-ALERTS         PIC S9(11)V99.
               10  FH-BATCH-END-MINUTES    PIC S9(11)V99.
           05  FH-METRIC-TABLE REDEFINES FH-FLASH-METRICS.
               10  FH-METRIC-VALUE         PIC S9(11)V99
                                           OCCURS 10 TIMES.
           05  FH-METRIC-STATUS            PIC X(01)
                                           OCCURS 10 TIMES.
               88  FH-Metric-Available     VALUE "Y".
               88  FH-Metric-Unavailable   VALUE "N".
           05  FILLER                      PIC X(12).
