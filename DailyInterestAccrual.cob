002440*                     THE LINE'S RATE OVER A 360-DAY YEAR,     *
002450*                     WITH THE SAME SAME-NIGHT RE-RUN GUARD    *
002460*                     THE DEPOSIT ACCRUAL USES.                *
002464*    2026-10-10  RLB  THE RATE AND TIER FLOOR ARE NO LONGER    *
002468*                     COMPILED IN. EACH ACCOUNT ACCRUES AT ITS *
002472*                     PRODUCT'S RATE SHEET (RATESHEETLOOKUP AS *
002476*                     OF THE BUSINESS DATE, HELD ONCE PER      *
002480*                     PRODUCT FOR THE RUN), TIERED OR BLENDED  *
002484*                     BY RATESHEETINTEREST, OVER A 365-DAY     *
002488*                     YEAR. A PRODUCT WITH NO SHEET YET STAYS  *
002492*                     ON THE OLD SHOP RATE AND IS COUNTED.     *
002500*                                                               *
002600*****************************************************************

006450     88  Odline-File-Open            VALUE "Y".
006460     88  Odline-File-Absent          VALUE "N".

006482*    THE RATE SHEET'S RATES ARE ANNUAL; ONE DAY IS ONE 365TH.
006504 77  Interest-Day-Basis              PIC 9(03) VALUE 365.
006526 77  Product-Rate-Max                PIC 9(03) COMP VALUE 50.
006548 77  Product-Rate-Index              PIC 9(03) COMP.
006570
006592*    EACH PRODUCT'S RATE SHEET ROW IS LOOKED UP ONCE, THE FIRST
006614*    TIME AN ACCOUNT ON IT COMES BY, AND HELD HERE FOR THE RUN.
006636 01  Product-Rate-Table.
006658     05  Product-Rate-Count          PIC 9(03) COMP.
006680     05  Product-Rate-Entry OCCURS 50 TIMES.
006702         10  Held-Product-Code       PIC X(04).
006724         10  Held-Rate-Sheet         PIC X(137).
006746         10  Held-Sheet-Found        PIC X(01).
006768 01  Product-Rate-Switch             PIC X(01).
006790     88  Product-Rate-Held           VALUE "Y".
006812     88  Product-Rate-Not-Held       VALUE "N".
006834 01  Account-Rate-Sheet              PIC X(137).
006856 01  Account-Sheet-Found             PIC X(01).
006878     88  Account-Sheet-On-File       VALUE "Y".
006900     88  Account-Sheet-Is-Default    VALUE "N".
006922 01  Accrual-Balance                 PIC S9(7)V99.
006944 01  Annual-Interest                 PIC S9(9)V9(8).
006966
007000 01  Accrual-Amount                  PIC S9(7)V9(4).
007100 01  Accrual-Skip-Switch             PIC X(01).
007200     88  Accrual-Was-Skipped         VALUE "Y".
007810     05  Lines-Examined              PIC 9(7) COMP.
007820     05  Lines-Accrued               PIC 9(7) COMP.
007830     05  Line-Accrued-Total          PIC S9(9)V9(4).
007835     05  Accounts-At-Default         PIC 9(7) COMP.
007840 01  Line-Accrual-Amount             PIC S9(7)V9(4).

007900 01  Edited-Total                    PIC -(9)9.9999.
009200     MOVE ZERO TO Accounts-Examined
009300                  Accounts-Accrued
009400                  Accrued-Total
009433                  Accounts-At-Default
009466                  Product-Rate-Count
009500*> The processing date is the shop business date from the run
009600*> control record, not the wall clock, so a catch-up run works
009700*> the day it is actually posting.

011800 2000-ACCRUE-ACCOUNT.
011900     ADD 1 TO Accounts-Examined
011931     IF MF-ACCOUNT-BALANCE NOT > ZERO
011962         OR MF-Account-Is-Closed
011993         GO TO 2000-READ-NEXT
012024     END-IF
012055     PERFORM 2050-FIND-PRODUCT-RATE
012086         THRU 2050-FIND-PRODUCT-RATE-EXIT
012117     MOVE MF-ACCOUNT-BALANCE TO Accrual-Balance
012148     CALL "RateSheetInterest" USING Account-Rate-Sheet,
012179         Accrual-Balance, Annual-Interest
012210     COMPUTE Accrual-Amount ROUNDED =
012241         Annual-Interest / Interest-Day-Basis
012272     IF Accrual-Amount > ZERO
012303         IF Account-Sheet-Is-Default
012334             ADD 1 TO Accounts-At-Default
012365         END-IF
012400         PERFORM 2100-POST-LEDGER THRU 2100-POST-LEDGER-EXIT
012500         IF Accrual-Was-Taken
012600             ADD 1 TO Accounts-Accrued
012700             ADD Accrual-Amount TO Accrued-Total
012800         END-IF
012850     END-IF.
012900
012950 2000-READ-NEXT.
013000     READ ACCTMSTR
013100         AT END
013200             SET Acctmstr-EOF TO TRUE
013300     END-READ.
013400 2000-ACCRUE-ACCOUNT-EXIT.
013500     EXIT.
013502
013504 2050-FIND-PRODUCT-RATE.
013506     SET Product-Rate-Not-Held TO TRUE
013508     PERFORM 2060-MATCH-PRODUCT THRU 2060-MATCH-PRODUCT-EXIT
013510         VARYING Product-Rate-Index FROM 1 BY 1
013512         UNTIL Product-Rate-Index > Product-Rate-Count
013514            OR Product-Rate-Held
013516     IF Product-Rate-Held
013518         GO TO 2050-FIND-PRODUCT-RATE-EXIT
013520     END-IF
013522     CALL "RateSheetLookup" USING MF-PRODUCT-CODE, Run-Date,
013524         Account-Rate-Sheet, Account-Sheet-Found
013526*> A full table only costs a lookup per account; the rate
013528*> itself is the same either way.
013530     IF Product-Rate-Count < Product-Rate-Max
013532         ADD 1 TO Product-Rate-Count
013534         MOVE MF-PRODUCT-CODE
013536             TO Held-Product-Code (Product-Rate-Count)
013538         MOVE Account-Rate-Sheet
013540             TO Held-Rate-Sheet (Product-Rate-Count)
013542         MOVE Account-Sheet-Found
013544             TO Held-Sheet-Found (Product-Rate-Count)
013546     END-IF.
013548 2050-FIND-PRODUCT-RATE-EXIT.
013550     EXIT.
013552
013554 2060-MATCH-PRODUCT.
013556     IF Held-Product-Code (Product-Rate-Index) = MF-PRODUCT-CODE
013558         SET Product-Rate-Held TO TRUE
013560         MOVE Held-Rate-Sheet (Product-Rate-Index)
013562             TO Account-Rate-Sheet
013564         MOVE Held-Sheet-Found (Product-Rate-Index)
013566             TO Account-Sheet-Found
013568     END-IF.
013570 2060-MATCH-PRODUCT-EXIT.
013572     EXIT.
013574
013600*****************************************************************
013700*    THE SAME NIGHT RE-RUN GUARD: IF THE LEDGER ROW ALREADY     *
013800*    SHOWS TODAY'S DATE, TONIGHT'S ACCRUAL WAS ALREADY TAKEN    *
016400     MOVE Accrued-Total TO Edited-Total
016500     DISPLAY "Accounts examined - " Accounts-Examined
016600     DISPLAY "Accounts accrued  - " Accounts-Accrued
016650     DISPLAY "At default rate   - " Accounts-At-Default
016700     DISPLAY "Interest accrued  - " Edited-Total
016710     MOVE Line-Accrued-Total TO Edited-Total
016720     DISPLAY "Lines examined    - " Lines-Examined
