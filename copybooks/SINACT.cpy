      *****************************************************************
      *                                                               *
      *    SINACT  --  TELLER STAND-IN ACTIVITY RECORD                *
      *                                                               *
      *    KEYED BY ACCOUNT. WHAT HAS MOVED ON THE ACCOUNT SINCE THE  *
      *    SNAPSHOT THE STAND-IN SESSION ANSWERS FROM: THE DAY'S      *
      *    WINDOW MEMO-POSTS (SEEDED FROM MEMOTRN WHEN THE WINDOW     *
      *    OPENS) AND THE ITEMS TAKEN IN STAND-IN SINCE. WHOLE        *
      *    DOLLARS, AS MEMOTRN CARRIES THEM. CREDITS ARE SHOWN BUT    *
      *    NEVER COUNTED TOWARD THE STAND-IN AVAILABLE BALANCE.       *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  SK-STANDIN-ACTIVITY-RECORD.
           05  SK-ACCOUNT-NUMBER           PIC X(10).
           05  SK-MEMO-CREDITS             PIC 9(08).
           05  SK-MEMO-DEBITS              PIC 9(08).
           05  SK-STANDIN-CREDITS          PIC 9(08).
           05  SK-STANDIN-DEBITS           PIC 9(08).
           05  SK-STANDIN-ITEMS            PIC 9(04).
           05  FILLER                      PIC X(14).
