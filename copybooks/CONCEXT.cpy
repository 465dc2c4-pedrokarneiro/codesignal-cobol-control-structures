      *****************************************************************
      *                                                               *
      *    CONCEXT  --  DEPOSIT CONCENTRATION EXTRACT RECORD          *
      *                                                               *
      *    WRITTEN BY DEPOSITCONCENTRATIONREPORT FOR THE WHOLE        *
      *    PORTFOLIO: ONE "D" ROW PER RANKED TOP DEPOSITOR, THEN ONE  *
      *    "P" ROW CARRYING THE TOP DEPOSITORS' COMBINED BALANCE IN   *
      *    CX-BALANCE, THEIR SHARE OF THE BOOK AND THE ALERT FLAG.    *
      *    THE TREASURY LIQUIDITY POSITION READS IT AS THE RUN-OFF    *
      *    MEMO FOR ITS LARGE DEPOSITORS.                             *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  CX-CONCENTRATION-EXTRACT-RECORD.
           05  CX-AS-OF-DATE               PIC 9(08).
           05  CX-RECORD-TYPE              PIC X(01).
               88  CX-DEPOSITOR-ROW        VALUE "D".
               88  CX-PORTFOLIO-ROW        VALUE "P".
           05  CX-RANK                     PIC 9(02).
           05  CX-ACCOUNT-NUMBER           PIC X(10).
           05  CX-BALANCE                  PIC S9(11)V99.
           05  CX-SHARE-PERCENT            PIC 9(03)V9.
           05  CX-PORTFOLIO-TOTAL          PIC S9(13)V99.
           05  CX-ALERT-FLAG               PIC X(01).
               88  CX-BOOK-CONCENTRATED    VALUE "Y".
           05  FILLER                      PIC X(06).
