      *****************************************************************
      *                                                               *
      *    SBYSTAT  --  STANDBY MASTER STATUS RECORD                  *
      *                                                               *
      *    ONE RECORD AT THE RECOVERY SITE, REWRITTEN BY              *
      *    STANDBYMASTERAPPLY AFTER EACH SHIPMENT IT APPLIES AND READ *
      *    BY STANDBYRECONCILE. THE LAST SHIP STAMP IS THE RECOVERY   *
      *    POINT - THE STANDBY HOLDS EVERYTHING THE PRIMARY HAD       *
      *    JOURNALED AND POSTED UP TO THAT MOMENT. THE PRIMARY        *
      *    FIGURES ARE THE CONTROL ROW OF THAT SHIPMENT.              *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  XT-STANDBY-STATUS-RECORD.
           05  XT-LAST-SHIP-DATE           PIC 9(08).
           05  XT-LAST-SHIP-TIME           PIC 9(08).
           05  XT-APPLY-DATE               PIC 9(08).
           05  XT-APPLY-TIME               PIC 9(08).
           05  XT-SEED-BUSINESS-DATE       PIC 9(08).
           05  XT-SHIPMENTS-SINCE-SEED     PIC 9(04).
           05  XT-PRIMARY-ACCOUNTS         PIC 9(07).
           05  XT-PRIMARY-BALANCE          PIC S9(9)V99.
           05  XT-CLOSE-DATE               PIC 9(08).
           05  XT-CLOSE-TOTAL              PIC S9(9)V99.
           05  XT-HISTORY-APPLIED          PIC 9(07).
           05  XT-JOURNAL-APPLIED          PIC 9(07).
           05  XT-JOURNAL-NOT-HELD         PIC 9(07).
           05  XT-ACCOUNTS-MISSING         PIC 9(07).
           05  FILLER                      PIC X(10).
