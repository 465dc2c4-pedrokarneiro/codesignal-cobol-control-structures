      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-08-09  RLB  ORIGINAL.                                *
      *    2026-10-15  RLB  ADDED OT-REQUESTED-BY (OUT OF FILLER) -  *
      *                     THE OPERATOR ASKING FOR THE OVERRIDE,    *
      *                     CARRIED TO THE MSTRJRNL ROW SO STAFF     *
      *                     SELF-DEALING REVIEW CAN SEE WHO.         *
      *                                                               *
      *****************************************************************
       01  OT-OVERRIDE-TRANSACTION.
           05  OT-MINIMUM-BALANCE          PIC 9(6).
           05  OT-WARNING-BALANCE          PIC 9(6).
           05  OT-OVERRIDE-REASON          PIC X(30).
           05  OT-REQUESTED-BY             PIC X(08).
           05  FILLER                      PIC X(02).
