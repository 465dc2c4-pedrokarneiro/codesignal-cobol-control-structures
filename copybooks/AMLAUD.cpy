      *****************************************************************
      *                                                               *
      *    AMLAUD  --  CUSTOMER AML RISK RATING CHANGE AUDIT RECORD   *
      *                                                               *
      *    ONE ROW FOR EVERY CHANGE TO A CUSTOMER'S AML PROFILE OR    *
      *    RISK RATING, CARRYING THE BEFORE AND AFTER RATING AND      *
      *    SCORE, THE REQUESTER AND A RUN TIMESTAMP THE SAME WAY      *
      *    CUSTAUD DOES FOR THE TRUST SCORE. ACTIONS: P PROFILE       *
      *    CHANGED (AMLPROFILEMAINTENANCE), V REVIEW COMPLETED        *
      *    (AMLPROFILEMAINTENANCE), R RE-RATED BY THE MONTHLY         *
      *    AMLRISKRATING RUN (REQUESTER "AMLRATE").                   *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-13  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  KV-AML-AUDIT-RECORD.
           05  KV-CUSTOMER-NUMBER          PIC X(10).
           05  KV-ACTION-CODE              PIC X(01).
               88  KV-Action-Profile       VALUE "P".
               88  KV-Action-Review        VALUE "V".
               88  KV-Action-Rerate        VALUE "R".
           05  KV-RATING-BEFORE            PIC X(01).
           05  KV-RATING-AFTER             PIC X(01).
           05  KV-SCORE-BEFORE             PIC 9(03).
           05  KV-SCORE-AFTER              PIC 9(03).
           05  KV-REQUESTED-BY             PIC X(08).
           05  KV-RUN-DATE                 PIC 9(08).
           05  KV-RUN-TIME                 PIC 9(08).
           05  FILLER                      PIC X(08).
