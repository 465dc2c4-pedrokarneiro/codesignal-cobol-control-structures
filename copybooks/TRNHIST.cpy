      *    2026-09-02  RLB  ADDED HT-TRACE-ID - THE INTAKE TRACE     *
      *                     STAYS ON THE RETAINED HISTORY ROW.       *
      *                     RECORD GREW 56 -> 68 BYTES.              *
      *    2026-09-14  RLB  ADDED HT-TRANS-CODE AND HT-SOURCE-       *
      *                     CHANNEL - THE POSTING CODE AND CHANNEL   *
      *                     STAY ON THE RETAINED ROW, SO A CREDIT    *
      *                     CAN BE RECOGNIZED BY WHAT IT WAS (A      *
      *                     FEDERAL BENEFIT PAYMENT, SAY) AFTER THE  *
      *                     DAILYTRN GENERATIONS AGE OFF. RECORD     *
      *                     GREW 68 -> 75 BYTES.                     *
      *    2026-09-25  RLB  ADDED THE POSTING-ORDER FIELDS - THE     *
      *                     POSTORD RULE (PRODUCT ROW, "****" OR     *
      *                     "STD ") AND ITEM CLASS THAT PLACED THE   *
      *                     ITEM, ITS CLASS RANK, AND ITS POSITION   *
      *                     AMONG THE ACCOUNT'S ITEMS IN THAT        *
      *                     NIGHT'S POST - SO WHY ONE ITEM AND NOT   *
      *                     ANOTHER OVERDREW THE ACCOUNT CAN BE      *
      *                     SHOWN. BLANK AND ZERO ON ROWS POSTED     *
      *                     OUTSIDE THE NIGHTLY POST. RECORD GREW    *
      *                     75 -> 85 BYTES.                          *
      *    2026-10-13  RLB  ADDED HT-BRANCH-CODE - THE TRANSACTING   *
      *                     BRANCH CARRIED FROM TR-BRANCH-CODE       *
      *                     (SPACES = THE HOME BRANCH). RECORD GREW  *
      *                     85 -> 89.                                *
      *                                                               *
      *****************************************************************
       01  HT-TRANS-HISTORY-RECORD.
           05  HT-SERIAL-NUMBER            PIC X(06).
           05  HT-ENVELOPE-REF             PIC X(08).
           05  HT-TRACE-ID                 PIC 9(12).
           05  HT-TRANS-CODE               PIC X(04).
           05  HT-SOURCE-CHANNEL           PIC X(03).
           05  HT-POSTING-RULE             PIC X(04).
           05  HT-POSTING-CLASS            PIC X(02).
           05  HT-POSTING-RANK             PIC 9(01).
           05  HT-POSTING-POSITION         PIC 9(03).
           05  HT-BRANCH-CODE              PIC X(04).
