      *****************************************************************
      *                                                               *
      *    SAFQUE  --  TELLER STAND-IN STORE-AND-FORWARD QUEUE        *
      *                                                               *
      *    ONE ROW PER DEPOSIT OR WITHDRAWAL TAKEN BY TELLERSTANDIN   *
      *    WHILE THE NIGHTLY SUITE HOLDS THE MASTER. STANDINQUEUEAPPLY*
      *    APPLIES THE QUEUE TO THE FRESHLY POSTED MASTER AS MEMO-    *
      *    POSTS DATED THE NEXT BUSINESS DAY, MARKING EACH ROW WITH   *
      *    WHAT IT DID, AND REPORTS FOR BRANCH FOLLOW-UP ANY ITEM     *
      *    THAT NOW OVERDRAWS THE ACCOUNT OR COULD NOT BE APPLIED.    *
      *    SJ-STANDIN-AVAILABLE IS THE FIGURE THE TELLER WAS SHOWN.   *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  SJ-STANDIN-QUEUE-RECORD.
           05  SJ-ACCOUNT-NUMBER           PIC X(10).
           05  SJ-BRANCH-CODE              PIC X(04).
           05  SJ-TRANS-TYPE               PIC X(01).
               88  SJ-Deposit              VALUE "D".
               88  SJ-Withdrawal           VALUE "W".
           05  SJ-TRANS-AMOUNT             PIC 9(06).
           05  SJ-ENTRY-DATE               PIC 9(08).
           05  SJ-ENTRY-TIME               PIC 9(06).
           05  SJ-TELLER-ID                PIC X(08).
           05  SJ-SUPERVISOR-ID            PIC X(08).
           05  SJ-STANDIN-AVAILABLE        PIC S9(07)V99.
           05  SJ-APPLY-STATUS             PIC X(01).
               88  SJ-Queued               VALUE " ".
               88  SJ-Applied              VALUE "A".
               88  SJ-Applied-Overdrawn    VALUE "O".
               88  SJ-Not-Applied          VALUE "R".
           05  SJ-APPLY-DATE               PIC 9(08).
           05  SJ-MEMO-DATE                PIC 9(08).
           05  FILLER                      PIC X(03).
