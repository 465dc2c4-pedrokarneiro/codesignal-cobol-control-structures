      *****************************************************************
      *                                                               *
      *    XFRUSAGE  --  MONTHLY ITEM-COUNT USAGE RECORD              *
      *                                                               *
      *    KEYED BY ACCOUNT AND CALENDAR MONTH (YYYYMM). ONE ROW PER  *
      *    LIMITED ACCOUNT PER MONTH IT HAD A COUNTED ITEM, WITH THE  *
      *    MONTH'S COUNT FOR EACH CLASS (UP TO FOUR), THE ITEMS OVER  *
      *    THE LIMIT AND THE FEES THEY DREW. IN-PERSON TELLER ITEMS   *
      *    ARE EXEMPT AND ONLY TALLIED. XU-VIOLATION-FLAG MARKS A     *
      *    MONTH WITH ANY ITEM OVER THE LIMIT; THE TWELVE MOST        *
      *    RECENT ROWS ARE THE ROLLING WINDOW FOR THE CONVERSION      *
      *    QUEUE, AND XU-QUEUED-FLAG MARKS THE MONTH THE ACCOUNT WAS  *
      *    QUEUED SO IT IS NOT QUEUED AGAIN INSIDE THE WINDOW.        *
      *    XU-LAST-SCAN-DATE IS THE LAST BUSINESS DATE WHOSE HISTORY  *
      *    WAS COUNTED, SO A RERUN COUNTS NOTHING TWICE.              *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  XU-XFER-USAGE-RECORD.
           05  XU-USAGE-KEY.
               10  XU-ACCOUNT-NUMBER       PIC X(10).
               10  XU-USAGE-MONTH          PIC 9(06).
           05  XU-CLASS-ENTRY OCCURS 4 TIMES.
               10  XU-COUNT-CLASS          PIC X(02).
               10  XU-ITEM-COUNT           PIC 9(04).
               10  XU-EXCESS-COUNT         PIC 9(04).
           05  XU-EXEMPT-COUNT             PIC 9(04).
           05  XU-FEES-CHARGED             PIC S9(6)V99 COMP-3.
           05  XU-VIOLATION-FLAG           PIC X(01).
               88  XU-Month-Violated       VALUE "Y".
               88  XU-Month-Clean          VALUE "N".
           05  XU-QUEUED-FLAG              PIC X(01).
               88  XU-Conversion-Queued    VALUE "Y".
               88  XU-Not-Queued           VALUE "N".
           05  XU-LAST-SCAN-DATE           PIC 9(08).
           05  FILLER                      PIC X(10).
