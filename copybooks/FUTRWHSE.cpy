      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-09-02  RLB  ORIGINAL.                                *
      *    2026-10-13  RLB  FU-ITEM-IMAGE FOLLOWS THE DAILYTRN       *
      *                     RECORD TO 68 BYTES (OUT OF FILLER).      *
      *                                                               *
      *****************************************************************
       01  FU-WAREHOUSE-RECORD.
               10  FU-TRACE-ID             PIC 9(12).
           05  FU-EFFECTIVE-DATE           PIC 9(08).
           05  FU-PARKED-DATE              PIC 9(08).
           05  FU-ITEM-IMAGE               PIC X(68).
           05  FILLER                      PIC X(02).
