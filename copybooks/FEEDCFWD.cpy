      *****************************************************************
      *                                                               *
      *    FEEDCFWD  --  LATE OPTIONAL FEED CARRY RECORD              *
      *                                                               *
      *    AN OPTIONAL FEED THAT WAS DUE BUT HAD NOT ARRIVED WHEN     *
      *    FEEDARRIVALGATE RAN, CARRIED FORWARD WITH THE BUSINESS     *
      *    DATE IT WAS OWED FOR AND HOW MANY NIGHTS IT HAS BEEN       *
      *    CARRIED. THE NEXT NIGHT'S GATE ACCEPTS THE FEED WHEN IT    *
      *    LANDS CARRYING THAT OLDER DATE, SO IT JOINS THAT NIGHT'S   *
      *    RUN, AND KEEPS CARRYING IT UNTIL IT DOES.                  *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  FG-FEED-CARRY-RECORD.
           05  FG-FEED-ID                  PIC X(08).
           05  FG-OWED-BUSINESS-DATE       PIC 9(08).
           05  FG-NIGHTS-CARRIED           PIC 9(02).
           05  FILLER                      PIC X(22).
