002500*    DATE       INIT  DESCRIPTION                              *
002600*    ---------  ----  -----------------------------------      *
002700*    2026-09-02  RLB  ORIGINAL.                                *
002701*    2026-10-11  RLB  THE RENT NOW COMES FROM THE FEESCHED     *
002702*                     SCHEDULE (FEESCHEDULELOOKUP, FEE TYPE    *
002703*                     SDBX BY BOX SIZE); THE BOX MASTER RATE   *
002704*                     IS BILLED ONLY WHEN THE SIZE HAS NO ROW, *
002705*                     AND A ZERO OVERRIDE ROLLS THE BOX RENT-  *
002706*                     FREE.                                    *
002800*                                                               *
002900*****************************************************************

011100     05  FILLER                      PIC X(04).
011200 01  Adjusted-Control-Total          PIC S9(9)V99 COMP.
011300 01  Edited-Amount                   PIC -(8)9.99.
011306
011312*    THE RENT IS PRICED FROM THE FEESCHED FEE SCHEDULE
011318*    (FEESCHEDULELOOKUP) UNDER FEE TYPE SDBX, WITH THE BOX SIZE
011324*    STANDING IN FOR THE PRODUCT CODE. A SIZE WITH NO SCHEDULE
011330*    ROW BILLS THE RATE CONTRACTED ON THE BOX MASTER.
011336 77  Box-Rent-Fee-Type               PIC X(04) VALUE "SDBX".
011342 01  Box-Rent-Amount                 PIC S9(6)V99.
011348 01  Box-Size-Product                PIC X(04).
011354 01  Fee-Action                      PIC X(01).
011360 01  Fee-Schedule-Result             PIC X(01).
011366     88  Schedule-Fee-Chargeable     VALUE "Y".
011372     88  Schedule-Fee-Capped         VALUE "C".
011378     88  Schedule-Fee-Zeroed         VALUE "Z".
011384     88  Schedule-Fee-Missing        VALUE "N".

011400 01  Billing-Counters.
011500     05  Boxes-Read                  PIC 9(7) COMP.
011600     05  Boxes-Billed                PIC 9(7) COMP.
011700     05  Boxes-Skipped               PIC 9(7) COMP.
011800     05  Rents-Total                 PIC S9(9)V99 COMP.
011833     05  Boxes-At-Contract-Rate      PIC 9(7) COMP.
011866     05  Boxes-Rent-Free             PIC 9(7) COMP.

011900 PROCEDURE DIVISION.

013200                  Boxes-Billed
013300                  Boxes-Skipped
013400                  Rents-Total
013433                  Boxes-At-Contract-Rate
013466                  Boxes-Rent-Free
013500*> The shop business date, same as every other biller - a
013600*> catch-up run bills the night it is actually posting.
013700     OPEN INPUT RUNCTLIN
019500             ": Past due - linked account closed."
019600         GO TO 2000-READ-NEXT
019700     END-IF
019709     PERFORM 2050-PRICE-RENT THRU 2050-PRICE-RENT-EXIT
019718*> A rent-free box (relationship override) takes no debit but
019727*> still rolls its paid-through date.
019736     IF Box-Rent-Amount = ZERO
019745         ADD 1 TO Boxes-Rent-Free
019754         DISPLAY SB-BRANCH-CODE " BOX " SB-BOX-NUMBER
019763             ": No rent due - schedule result "
019772             Fee-Schedule-Result
019781         GO TO 2000-ADVANCE-PAID-THROUGH
019790     END-IF
019800     COMPUTE MF-ACCOUNT-BALANCE =
019900         MF-ACCOUNT-BALANCE - Box-Rent-Amount
020000     REWRITE MF-ACCTMSTR-RECORD
020100         INVALID KEY
020200             ADD 1 TO Boxes-Skipped
020600     END-REWRITE
020700     PERFORM 2100-POST-GL-PAIR THRU 2100-POST-GL-PAIR-EXIT
020800     PERFORM 2200-WRITE-ADVICE THRU 2200-WRITE-ADVICE-EXIT
020825     ADD Box-Rent-Amount TO Rents-Total.

020875 2000-ADVANCE-PAID-THROUGH.
020900*> A box billed late still anchors to its own anniversary -
021000*> the paid-through date advances a year from where it stood,
021100*> not from tonight.
021400     MOVE New-Paid-Through TO SB-PAID-THROUGH-DATE
021500     REWRITE SB-BOX-MASTER-RECORD
021600     ADD 1 TO Boxes-Billed
021750     MOVE Box-Rent-Amount TO Edited-Amount
021900     DISPLAY SB-BRANCH-CODE " BOX " SB-BOX-NUMBER
022000         ": Rent " Edited-Amount " billed to "
022100         SB-LINKED-ACCOUNT ".".
022600     END-READ.
022700 2000-BILL-BOX-EXIT.
022800     EXIT.
022805
022810 2050-PRICE-RENT.
022815     MOVE SPACES TO Box-Size-Product
022820     MOVE SB-BOX-SIZE TO Box-Size-Product (1:1)
022825     MOVE "C" TO Fee-Action
022830     CALL "FeeScheduleLookup" USING MF-ACCOUNT-NUMBER,
022835         Box-Size-Product, Box-Rent-Fee-Type, Posting-Date,
022840         Fee-Action, Box-Rent-Amount, Fee-Schedule-Result
022845     IF Schedule-Fee-Chargeable
022850         GO TO 2050-PRICE-RENT-EXIT
022855     END-IF
022860     IF Schedule-Fee-Missing
022865         ADD 1 TO Boxes-At-Contract-Rate
022870         MOVE SB-ANNUAL-RATE TO Box-Rent-Amount
022875     ELSE
022880         MOVE ZERO TO Box-Rent-Amount
022885     END-IF.
022890 2050-PRICE-RENT-EXIT.
022895     EXIT.

022900 2100-POST-GL-PAIR.
023000     MOVE SB-LINKED-ACCOUNT TO GL-ACCOUNT-NUMBER
023100     MOVE Posting-Date TO GL-POSTING-DATE
023200     MOVE "SDBX" TO GL-TRANSACTION-CODE
023300     SET GL-Is-Debit TO TRUE
023400     MOVE Box-Rent-Amount TO GL-ENTRY-AMOUNT
023500     MOVE "SafeDepositBoxBillin" TO GL-SOURCE-PROGRAM
023600     MOVE ZERO TO GL-TRACE-ID
023700     WRITE GL-POST-RECORD
024000     MOVE Posting-Date TO GL-POSTING-DATE
024100     MOVE "SDBX" TO GL-TRANSACTION-CODE
024200     SET GL-Is-Credit TO TRUE
024300     MOVE Box-Rent-Amount TO GL-ENTRY-AMOUNT
024400     MOVE "SafeDepositBoxBillin" TO GL-SOURCE-PROGRAM
024500     MOVE ZERO TO GL-TRACE-ID
024600     WRITE GL-POST-RECORD.
025000     MOVE SPACES TO FV-FEE-ADVICE-RECORD
025100     MOVE SB-LINKED-ACCOUNT TO FV-ACCOUNT-NUMBER
025200     MOVE SB-BRANCH-CODE TO FV-BRANCH-CODE
025300     MOVE Box-Rent-Amount TO FV-FEE-AMOUNT
025400     MOVE MF-ACCOUNT-BALANCE TO FV-BALANCE-AFTER-FEE
025500     MOVE ZERO TO FV-OVERDRAFT-OCCURRENCES
025600     MOVE "SDB RENT" TO FV-STATUS-LABEL
029600     DISPLAY "Boxes read    - " Boxes-Read
029700     DISPLAY "Boxes billed  - " Boxes-Billed
029800     DISPLAY "Boxes skipped - " Boxes-Skipped
029850     DISPLAY "Rents total   - " Edited-Amount
029900     DISPLAY "At box rate   - " Boxes-At-Contract-Rate
029950     DISPLAY "Rent free     - " Boxes-Rent-Free.
030000 9000-TERMINATE-EXIT.
030100     EXIT.
