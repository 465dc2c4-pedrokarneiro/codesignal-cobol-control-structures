      *****************************************************************
      *                                                               *
      *    FEEDMAN  --  EXPECTED-FEED MANIFEST RECORD                 *
      *                                                               *
      *    ONE ROW PER INBOUND FEED THE NIGHT CONSUMES: WHO SENDS IT, *
      *    THE DATASET IT LANDS IN, THE WEEKDAYS IT IS DUE (SUNDAY    *
      *    FIRST; A HOLCAL HOLIDAY IS NOT A DUE DAY UNLESS THE ROW    *
      *    SAYS SO), THE LATEST TIME IT SHOULD ARRIVE AND WHETHER THE *
      *    NIGHT CAN RUN WITHOUT IT. FM-DATE-RECORD AND               *
      *    FM-DATE-POSITION SAY WHERE THE FEED CARRIES ITS BUSINESS   *
      *    DATE (FIRST OR LAST RECORD, 1-BASED COLUMN); A FEED THAT   *
      *    CARRIES NONE IS DATED BY ITS ARRIVAL. READ BY              *
      *    FEEDARRIVALREGISTER AS EACH FEED LANDS AND BY              *
      *    FEEDARRIVALGATE BEFORE THE NIGHT'S INTAKE.                 *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  FM-FEED-MANIFEST-RECORD.
           05  FM-FEED-ID                  PIC X(08).
           05  FM-FEED-NAME                PIC X(30).
           05  FM-FEED-SOURCE              PIC X(20).
           05  FM-DATASET-NAME             PIC X(44).
           05  FM-DUE-DAYS                 PIC X(07).
           05  FM-DUE-DAY-TABLE REDEFINES FM-DUE-DAYS.
               10  FM-DUE-ON-DAY           PIC X(01) OCCURS 7 TIMES.
           05  FM-HOLIDAY-FLAG             PIC X(01).
               88  FM-Due-On-Holidays      VALUE "Y".
           05  FM-LATEST-ARRIVAL-TIME      PIC 9(04).
           05  FM-MANDATORY-FLAG           PIC X(01).
               88  FM-Feed-Is-Mandatory    VALUE "Y".
               88  FM-Feed-Is-Optional     VALUE "N".
           05  FM-DATE-RECORD              PIC X(01).
               88  FM-Date-In-First        VALUE "F".
               88  FM-Date-In-Last         VALUE "L".
               88  FM-Date-Not-Carried     VALUE " ".
           05  FM-DATE-POSITION            PIC 9(03).
           05  FILLER                      PIC X(11).
