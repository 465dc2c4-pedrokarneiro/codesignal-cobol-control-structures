      *****************************************************************
      *                                                               *
      *    ATOPARM  --  ACCOUNT TAKEOVER SCREEN PARAMETER RECORD      *
      *                                                               *
      *    ONE RECORD (STRPARM MOLD). TV-WINDOW-DAYS IS HOW MANY      *
      *    DAYS AFTER A CONTACT CHANGE ITS ACTIVITY IS WATCHED.       *
      *    EACH KIND OF RISKY ACTIVITY SCORES ITS WEIGHT THE FIRST    *
      *    TIME IT IS SEEN AND TV-REPEAT-WEIGHT EACH TIME AFTER: A    *
      *    WDLIMIT RAISE OR CLEAR, A NEW ONLINE TRANSFER DESTINATION  *
      *    OUTSIDE THE CUSTOMER'S OWN ACCOUNTS, AND A WITHDRAWAL OF   *
      *    AT LEAST TV-LARGE-FLOOR THAT IS ALSO TV-LARGE-MULTIPLE     *
      *    TIMES THE ACCOUNT'S AVERAGE WITHDRAWAL OVER THE            *
      *    TV-BASELINE-DAYS BEFORE THE CHANGE. ACTIVITY BEGINNING     *
      *    WITHIN TV-QUICK-DAYS OF THE CHANGE ADDS TV-QUICK-WEIGHT.   *
      *    A SCORE OF TV-HOLD-SCORE OR MORE RESTRAINS THE ACCOUNTS.   *
      *    A ZERO FIELD TAKES THE SHOP DEFAULT. MAINTAINED BY THE     *
      *    FRAUD UNIT.                                                *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-02  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  TV-TAKEOVER-PARM-RECORD.
           05  TV-WINDOW-DAYS              PIC 9(03).
           05  TV-BASELINE-DAYS            PIC 9(03).
           05  TV-LARGE-FLOOR              PIC 9(06).
           05  TV-LARGE-MULTIPLE           PIC 9(02).
           05  TV-LIMIT-WEIGHT             PIC 9(03).
           05  TV-DESTINATION-WEIGHT       PIC 9(03).
           05  TV-LARGE-WEIGHT             PIC 9(03).
           05  TV-REPEAT-WEIGHT            PIC 9(03).
           05  TV-QUICK-DAYS               PIC 9(02).
           05  TV-QUICK-WEIGHT             PIC 9(03).
           05  TV-HOLD-SCORE               PIC 9(03).
           05  FILLER                      PIC X(08).
