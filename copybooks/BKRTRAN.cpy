      *****************************************************************
      *                                                               *
      *    BKRTRAN  --  BANKRUPTCY NOTICE TRANSACTION RECORD          *
      *                                                               *
      *    ONE ROW PER COURT NOTICE RECEIVED, KEYED IN BY THE LEGAL   *
      *    DESK AND APPLIED BY BANKRUPTCYCASEMAINTENANCE. A FILING    *
      *    (F) OPENS THE CASE AND THE STAY; A DISCHARGE (D) OR        *
      *    DISMISSAL (M) OF THE SAME CASE NUMBER LIFTS IT. BT-EVENT-  *
      *    DATE IS THE FILING DATE ON A FILING AND THE ORDER DATE ON  *
      *    A DISCHARGE OR DISMISSAL.                                  *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-09-16  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  BT-BANKRUPTCY-TRAN-RECORD.
           05  BT-ACTION-CODE              PIC X(01).
               88  BT-Filing               VALUE "F".
               88  BT-Discharge            VALUE "D".
               88  BT-Dismissal            VALUE "M".
           05  BT-CUSTOMER-NUMBER          PIC X(10).
           05  BT-CASE-NUMBER              PIC X(15).
           05  BT-CHAPTER                  PIC 9(02).
               88  BT-Chapter-Valid        VALUES 07 11 12 13.
           05  BT-EVENT-DATE               PIC 9(08).
           05  BT-OPERATOR-ID              PIC X(08).
           05  FILLER                      PIC X(06).
