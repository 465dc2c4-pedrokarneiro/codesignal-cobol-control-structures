      *****************************************************************
      *                                                               *
      *    SBYCTL  --  STANDBY SHIPPING CONTROL RECORD                *
      *                                                               *
      *    ONE RECORD AT THE PRIMARY SITE, REWRITTEN BY EVERY RUN OF  *
      *    STANDBYSHIPMENTEXTRACT: THE DATE AND TIME THE LAST         *
      *    SHIPMENT WAS CUT (THE NEXT ONE SHIPS JOURNAL ROWS STAMPED  *
      *    AFTER IT) AND THE BUSINESS DATE THE STANDBY WAS LAST       *
      *    SEEDED AS OF (HISTORY ROWS DATED AFTER IT ARE SHIPPED).    *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  XH-SHIP-CONTROL-RECORD.
           05  XH-LAST-SHIP-DATE           PIC 9(08).
           05  XH-LAST-SHIP-TIME           PIC 9(08).
           05  XH-SEED-BUSINESS-DATE       PIC 9(08).
           05  XH-SHIPMENTS-SINCE-SEED     PIC 9(04).
           05  FILLER                      PIC X(12).
