      *****************************************************************
      *                                                               *
      *    FEEDLATE  --  FEED ARRIVAL EXCEPTION LOG RECORD            *
      *                                                               *
      *    ONE ROW PER EXCEPTION FEEDARRIVALGATE FINDS, SO A LATE OR  *
      *    MISSING FEED IS KNOWN BEFORE A CUSTOMER CALLS:             *
      *      MISS - MANDATORY FEED NOT IN; THE CHAIN WAS HELD         *
      *      LATE - OPTIONAL FEED NOT IN; CARRIED TO THE NEXT NIGHT   *
      *      LARR - FEED IN, BUT AFTER ITS LATEST ARRIVAL TIME        *
      *      CARR - A CARRIED FEED HAS ARRIVED AND JOINS THIS RUN     *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  FJ-FEED-EXCEPTION-RECORD.
           05  FJ-BUSINESS-DATE            PIC 9(08).
           05  FJ-FEED-ID                  PIC X(08).
           05  FJ-FEED-NAME                PIC X(30).
           05  FJ-OWED-BUSINESS-DATE       PIC 9(08).
           05  FJ-EVENT-CODE               PIC X(04).
               88  FJ-Mandatory-Missing    VALUE "MISS".
               88  FJ-Optional-Carried     VALUE "LATE".
               88  FJ-Arrived-Late         VALUE "LARR".
               88  FJ-Carried-Arrived      VALUE "CARR".
           05  FJ-LATEST-ARRIVAL-TIME      PIC 9(04).
           05  FJ-ARRIVAL-DATE             PIC 9(08).
           05  FJ-ARRIVAL-TIME             PIC 9(06).
           05  FILLER                      PIC X(24).
