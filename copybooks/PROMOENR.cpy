      *****************************************************************
      *                                                               *
      *    PROMOENR  --  NEW-ACCOUNT PROMOTION ENROLLMENT             *
      *                                                               *
      *    KEYED BY THE NEW ACCOUNT. WRITTEN AT THE OPEN BY           *
      *    ACCOUNTLIFECYCLEMAINTENANCE WITH THE WINDOW AND CLAWBACK   *
      *    END DATES WORKED OUT FROM THE PROMODEF OFFER.              *
      *    PROMOBONUSQUALIFICATION GATHERS THE DIRECT DEPOSITS        *
      *    (TRNHIST) AND THE MONTHS OF AVERAGE-BALANCE DAYS           *
      *    (ADBACCUM) NIGHTLY WHILE THE WINDOW RUNS, AND ON THE       *
      *    NIGHT IT ENDS EITHER PAYS THE BONUS (Q) OR FAILS THE       *
      *    ENROLLMENT (F). A CLOSE BEFORE THE WINDOW ENDS FORFEITS    *
      *    IT (X); A CLOSE OF A PAID ENROLLMENT BY THE CLAWBACK END   *
      *    TAKES THE BONUS BACK (C), PJ-CLAWBACK-AMOUNT BEING WHAT    *
      *    THE CLOSING BALANCE COULD COVER.                           *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-12  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  PJ-PROMO-ENROLLMENT-RECORD.
           05  PJ-ACCOUNT-NUMBER           PIC X(10).
           05  PJ-OFFER-CODE               PIC X(06).
           05  PJ-ENROLL-STATUS            PIC X(01).
               88  PJ-ENROLLMENT-PENDING   VALUE "P".
               88  PJ-BONUS-PAID           VALUE "Q".
               88  PJ-ENROLLMENT-FAILED    VALUE "F".
               88  PJ-ENROLLMENT-FORFEITED VALUE "X".
               88  PJ-BONUS-CLAWED-BACK    VALUE "C".
           05  PJ-OPEN-DATE                PIC 9(08).
           05  PJ-WINDOW-END-DATE          PIC 9(08).
           05  PJ-CLAWBACK-END-DATE        PIC 9(08).
           05  PJ-LAST-SCAN-DATE           PIC 9(08).
           05  PJ-DEPOSIT-COUNT            PIC 9(03).
           05  PJ-DEPOSIT-TOTAL            PIC S9(7)V99.
           05  PJ-ADB-BALANCE-SUM          PIC S9(11)V99 COMP-3.
           05  PJ-ADB-DAY-COUNT            PIC 9(03).
           05  PJ-BONUS-AMOUNT             PIC 9(05).
           05  PJ-BONUS-PAID-DATE          PIC 9(08).
           05  PJ-CLAWBACK-AMOUNT          PIC 9(05).
           05  PJ-STATUS-DATE              PIC 9(08).
           05  PJ-ENROLLED-BY              PIC X(08).
           05  FILLER                      PIC X(10).
