      *****************************************************************
      *                                                               *
      *    CMPLCASE  --  CUSTOMER COMPLAINT CASE RECORD               *
      *                                                               *
      *    KEYED BY CASE NUMBER. ONE ROW PER COMPLAINT TAKEN BY PHONE,*
      *    LETTER OR AT THE BRANCH, LINKED TO THE CUSTOMER AND THE    *
      *    ACCOUNT AND, WHERE THE COMPLAINT IS ABOUT ONE ITEM, TO ITS *
      *    TRACE ID OR THE DISPCASE DISPUTE CASE. THE RESPONSE        *
      *    DEADLINE IS SET AT OPEN; A RESOLVED CASE CARRIES THE       *
      *    RESOLUTION AND ANY REFUND (POSTED AT RESOLUTION). THE      *
      *    BRANCH IS THE ACCOUNT'S BRANCH WHEN THE CASE WAS OPENED.   *
      *    MAINTAINED BY COMPLAINTCASEMAINTENANCE; REPORTED BY        *
      *    COMPLAINTAGINGREPORT AND COMPLAINTTRENDREPORT.             *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-13  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  CQ-COMPLAINT-CASE-RECORD.
           05  CQ-CASE-NUMBER              PIC X(08).
           05  CQ-CUSTOMER-NUMBER          PIC X(10).
           05  CQ-ACCOUNT-NUMBER           PIC X(10).
           05  CQ-BRANCH-CODE              PIC X(04).
           05  CQ-ITEM-TRACE-ID            PIC 9(12).
           05  CQ-DISPUTE-CASE-NUMBER      PIC X(08).
           05  CQ-CHANNEL                  PIC X(01).
               88  CQ-By-Phone             VALUE "P".
               88  CQ-By-Letter            VALUE "L".
               88  CQ-At-Branch            VALUE "B".
               88  CQ-Channel-Valid        VALUE "P" "L" "B".
           05  CQ-CATEGORY                 PIC X(02).
               88  CQ-Cat-Fees             VALUE "FE".
               88  CQ-Cat-Overdraft        VALUE "OD".
               88  CQ-Cat-Posting-Order    VALUE "PO".
               88  CQ-Cat-Service          VALUE "SV".
               88  CQ-Cat-Discrimination   VALUE "DI".
               88  CQ-Category-Valid       VALUE "FE" "OD" "PO"
                                                 "SV" "DI".
           05  CQ-RECEIVED-DATE            PIC 9(08).
           05  CQ-OPENED-BY                PIC X(08).
           05  CQ-DEADLINE-DATE            PIC 9(08).
           05  CQ-CASE-STATUS              PIC X(01).
               88  CQ-Case-Open            VALUE "O".
               88  CQ-Case-Resolved        VALUE "R".
           05  CQ-LAST-UPDATE-DATE         PIC 9(08).
           05  CQ-LAST-UPDATED-BY          PIC X(08).
           05  CQ-RESOLUTION-CODE          PIC X(02).
               88  CQ-Res-Refunded         VALUE "RF".
               88  CQ-Res-Corrected        VALUE "CO".
               88  CQ-Res-Explained        VALUE "EX".
               88  CQ-Res-Unfounded        VALUE "UN".
               88  CQ-Res-Withdrawn        VALUE "WD".
               88  CQ-Resolution-Valid     VALUE "RF" "CO" "EX"
                                                 "UN" "WD".
           05  CQ-REFUND-AMOUNT            PIC 9(06)V99.
           05  CQ-RESOLVED-DATE            PIC 9(08).
           05  CQ-RESOLVED-BY              PIC X(08).
           05  CQ-SUMMARY                  PIC X(40).
           05  FILLER                      PIC X(10).
