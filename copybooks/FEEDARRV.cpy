      *****************************************************************
      *                                                               *
      *    FEEDARRV  --  FEED ARRIVAL LOG RECORD                      *
      *                                                               *
      *    ONE ROW APPENDED BY FEEDARRIVALREGISTER EACH TIME AN       *
      *    INBOUND FEED LANDS: WHICH FEED, THE BUSINESS DATE IT       *
      *    CARRIES (ZERO WHEN THE DATE WAS MISSING OR NOT NUMERIC),   *
      *    WHEN IT ARRIVED AND HOW MANY RECORDS IT HELD.              *
      *    FEEDARRIVALGATE READS IT TO DECIDE WHETHER EACH FEED DUE   *
      *    TONIGHT IS IN, AND WHETHER IT WAS LATE.                    *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  FK-FEED-ARRIVAL-RECORD.
           05  FK-FEED-ID                  PIC X(08).
           05  FK-FEED-BUSINESS-DATE       PIC 9(08).
           05  FK-ARRIVAL-DATE             PIC 9(08).
           05  FK-ARRIVAL-TIME             PIC 9(06).
           05  FK-RECORD-COUNT             PIC 9(07).
           05  FK-DATASET-NAME             PIC X(44).
           05  FILLER                      PIC X(09).
