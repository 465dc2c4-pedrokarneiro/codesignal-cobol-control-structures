002100*        ON TIME;                                               *
002200*      - CREDITS THE ACCRUAL LEDGER WITH THE INTEREST THE       *
002300*        CORRECTED BALANCE WOULD HAVE EARNED FROM THE BACKDATE  *
002375*        FORWARD (ONE DAY'S DIFFERENCE IN INTEREST BETWEEN THE  *
002450*        BALANCE BEFORE AND AFTER THE ITEMS, AT THE PRODUCT'S   *
002525*        RATE SHEET, TIMES ELAPSED DAYS);                       *
002600*    AND PRINTS THE AS-OF ADJUSTMENT REPORT WITH EACH           *
002700*    ACCOUNT'S BEFORE AND AFTER POSITIONS.                      *
002800*                                                               *
003100*    DATE       INIT  DESCRIPTION                              *
003200*    ---------  ----  -----------------------------------      *
003300*    2026-08-22  RLB  ORIGINAL.                                *
003314*    2026-10-10  RLB  THE ACCRUAL CORRECTION NOW PRICES THE    *
003328*                     BALANCE BEFORE AND AFTER THE BACKDATED   *
003342*                     ITEMS ON THE PRODUCT'S RATE SHEET        *
003356*                     (RATESHEETLOOKUP, RATESHEETINTEREST) THE *
003370*                     WAY DAILYINTERESTACCRUAL DOES, INSTEAD   *
003384*                     OF THE COMPILED-IN RATE AND TIER FLOOR.  *
003400*                                                               *
003500*****************************************************************

009800     88  Accrldg-OK                  VALUE "00".
009900     88  Accrldg-Not-On-File         VALUE "23".

009937*    THE RATE SHEET'S RATES ARE ANNUAL; ONE DAY IS ONE 365TH.
009974 77  Interest-Day-Basis              PIC 9(03) VALUE 365.
010011 01  Account-Rate-Sheet              PIC X(137).
010048 01  Account-Sheet-Found             PIC X(01).
010085 01  Priced-Balance                  PIC S9(7)V99.
010122 01  Before-Annual-Interest          PIC S9(9)V9(8).
010159 01  After-Annual-Interest           PIC S9(9)V9(8).

010200 01  Run-Date                        PIC 9(08).
010300 01  Run-Integer-Date                PIC 9(07).
025100         FUNCTION INTEGER-OF-DATE(Earliest-Backdate)
025200     COMPUTE Elapsed-Days =
025300         Run-Integer-Date - Backdate-Integer
025350     MOVE ZERO TO Accrual-Adjustment
025400     IF Elapsed-Days > 0
025425         CALL "RateSheetLookup" USING MF-PRODUCT-CODE, Run-Date,
025450             Account-Rate-Sheet, Account-Sheet-Found
025475         CALL "RateSheetInterest" USING Account-Rate-Sheet,
025500             Before-Balance, Before-Annual-Interest
025525         MOVE MF-ACCOUNT-BALANCE TO Priced-Balance
025550         CALL "RateSheetInterest" USING Account-Rate-Sheet,
025575             Priced-Balance, After-Annual-Interest
025600         COMPUTE Accrual-Adjustment ROUNDED =
025640             (After-Annual-Interest - Before-Annual-Interest)
025680             / Interest-Day-Basis * Elapsed-Days
025720     END-IF
025760     IF Accrual-Adjustment NOT = ZERO
025800         MOVE Current-Account TO AL-ACCOUNT-NUMBER
025900         READ ACCRLDG
026000             INVALID KEY
