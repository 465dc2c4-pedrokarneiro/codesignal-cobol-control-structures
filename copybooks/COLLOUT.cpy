      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-09-02  RLB  ORIGINAL.                                *
      *    2026-10-03  RLB  OG-ENTRY-KIND AND OG-ENTRY-CENTS FROM    *
      *                     FILLER. THE FILE NOW ALSO CARRIES        *
      *                     CREDITS OUT (C) - EXTLINK TRIAL CREDITS  *
      *                     AND EXTERNAL ONLINE TRANSFERS - BESIDE   *
      *                     THE COLLECTION DEBITS (D).               *
      *                                                               *
      *****************************************************************
       01  OG-COLLECTION-OUT-RECORD.
           05  OG-COLLECTION-AMOUNT        PIC 9(06).
           05  OG-CREDIT-ACCOUNT           PIC X(10).
           05  OG-SETTLE-DATE              PIC 9(08).
           05  OG-ENTRY-KIND               PIC X(01).
               88  OG-COLLECTION-DEBIT     VALUE "D".
               88  OG-OUTBOUND-CREDIT      VALUE "C".
           05  OG-ENTRY-CENTS              PIC 9(02).
           05  FILLER                      PIC X(04).
