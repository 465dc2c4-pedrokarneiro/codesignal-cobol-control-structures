      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-09-02  RLB  ORIGINAL.                                *
      *    2026-10-02  RLB  ADDED NA-PHONE-NUMBER (OUT OF FILLER) -  *
      *                     THE CUSTOMER'S CONTACT PHONE, KEPT BY    *
      *                     THE SAME ADDRTRAN FLOW. RECORD LENGTH    *
      *                     UNCHANGED.                               *
      *                                                               *
      *****************************************************************
       01  NA-NAME-ADDRESS-RECORD.
           05  NA-BAD-ADDRESS-FLAG         PIC X(01).
               88  NA-ADDRESS-BAD          VALUE "Y".
               88  NA-ADDRESS-GOOD         VALUE "N".
           05  NA-PHONE-NUMBER             PIC X(10).
