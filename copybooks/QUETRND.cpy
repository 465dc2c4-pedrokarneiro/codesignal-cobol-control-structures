      *****************************************************************
      *                                                               *
      *    QUETRND  --  EXCEPTION QUEUE BACKLOG TREND RECORD          *
      *                                                               *
      *    ONE ROW PER WORK QUEUE PER MORNING, APPENDED BY            *
      *    EXCEPTIONQUEUEDASHBOARD SO EACH RUN CAN SHOW WHETHER A     *
      *    QUEUE'S BACKLOG IS GROWING AGAINST THE PRIOR RUN AND THE   *
      *    SAME DAY LAST WEEK.                                        *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-13  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  QG-QUEUE-TREND-RECORD.
           05  QG-RUN-DATE                 PIC 9(08).
           05  QG-QUEUE-CODE               PIC X(08).
           05  QG-ITEM-COUNT               PIC 9(07).
           05  QG-ITEM-AMOUNT              PIC S9(11)V99.
           05  QG-PAST-DEADLINE            PIC 9(07).
           05  QG-DUE-WITHIN-DAY           PIC 9(07).
           05  FILLER                      PIC X(10).
