      *****************************************************************
      *                                                               *
      *    ELDPARM  --  ELDER EXPLOITATION MONITOR PARAMETER RECORD   *
      *                                                               *
      *    ONE RECORD (STRPARM MOLD) FOR ELDEREXPLOITATIONMONITOR. A  *
      *    CUSTOMER OF EP-ELDER-AGE OR OVER ON THE CUSTOMER MASTER IS *
      *    WATCHED FOR SUDDEN CHANGES INSIDE THE LAST EP-WINDOW-DAYS. *
      *    EACH KIND OF CHANGE SCORES ITS WEIGHT THE FIRST TIME IT IS *
      *    SEEN AND EP-REPEAT-WEIGHT EACH TIME AFTER: A CASH          *
      *    WITHDRAWAL OF AT LEAST EP-LARGE-FLOOR THAT IS ALSO EP-     *
      *    LARGE-MULTIPLE TIMES THE ACCOUNT'S ACTPROF NIGHTLY         *
      *    AVERAGE, A NEW OUTSIDE TRANSFER DESTINATION, A NEW SIGNER  *
      *    OR POWER OF ATTORNEY ON THE ACCOUNT, AN ADDRESS OR PHONE   *
      *    CHANGE, AND A RECURRING BILL PAYMENT SET UP TO A NEWLY     *
      *    ADDED PAYEE.                                               *
      *                                                               *
      *    A SCORE OF EP-HOLD-SCORE OR MORE PLACES A TEMPORARY ELDER  *
      *    HOLD (HOLDS TYPE EX) FOR EP-HOLD-DAYS WHEN EP-AUTO-HOLD IS *
      *    Y; WITH N THE CASE IS ONLY REPORTED AND THE COMPLIANCE     *
      *    OFFICER DECIDES. A ZERO OR BLANK FIELD TAKES THE SHOP      *
      *    DEFAULT. MAINTAINED BY COMPLIANCE.                         *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  EP-ELDER-PARM-RECORD.
           05  EP-ELDER-AGE                PIC 9(03).
           05  EP-WINDOW-DAYS              PIC 9(03).
           05  EP-LARGE-FLOOR              PIC 9(06).
           05  EP-LARGE-MULTIPLE           PIC 9(02).
           05  EP-CASH-WEIGHT              PIC 9(03).
           05  EP-DESTINATION-WEIGHT       PIC 9(03).
           05  EP-SIGNER-WEIGHT            PIC 9(03).
           05  EP-ADDRESS-WEIGHT           PIC 9(03).
           05  EP-PAYEE-WEIGHT             PIC 9(03).
           05  EP-REPEAT-WEIGHT            PIC 9(03).
           05  EP-HOLD-SCORE               PIC 9(03).
           05  EP-HOLD-DAYS                PIC 9(02).
           05  EP-AUTO-HOLD                PIC X(01).
               88  EP-HOLD-AUTOMATICALLY   VALUE "Y".
               88  EP-HOLD-BY-OFFICER      VALUE "N".
           05  FILLER                      PIC X(10).
