002200*    DATE       INIT  DESCRIPTION                              *
002300*    ---------  ----  -----------------------------------      *
002400*    2026-09-02  RLB  ORIGINAL.                                *
002401*    2026-10-11  RLB  THE COLLECTION RETURN FEE NOW COMES FROM *
002402*                     THE FEESCHED SCHEDULE                    *
002403*                     (FEESCHEDULELOOKUP); NO ROW, A ZERO      *
002404*                     OVERRIDE OR A REACHED DAILY CAP POSTS    *
002405*                     THE RETURN WITH NO FEE.                  *
002500*                                                               *
002600*****************************************************************

011400 01  Clawback-This-Bucket            PIC S9(7)V99.

011500*    THE COLLECTION RETURN FEE RIDES ITS OWN GL CODE; THE
011527*    DOLLAR AMOUNT IS PRICED PER ACCOUNT FROM THE FEESCHED FEE
011554*    SCHEDULE (FEESCHEDULELOOKUP) UNDER THE SAME CODE.
011581 77  Collection-Return-Fee-Type      PIC X(04) VALUE "CLRF".
011608 01  Collection-Return-Fee           PIC S9(6)V99.
011635 01  Fee-Action                      PIC X(01).
011662 01  Fee-Schedule-Result             PIC X(01).
011689     88  Schedule-Fee-Chargeable     VALUE "Y".
011716     88  Schedule-Fee-Capped         VALUE "C".
011743     88  Schedule-Fee-Zeroed         VALUE "Z".
011770     88  Schedule-Fee-Missing        VALUE "N".

011800 01  Processing-Counters.
011900     05  Returns-Read                PIC 9(7) COMP.
012200     05  Reversals-Total             PIC S9(9)V99 COMP.
012300     05  Fees-Total                  PIC S9(9)V99 COMP.
012400     05  Clawback-Total              PIC S9(9)V99 COMP.
012450     05  Fees-Not-Charged            PIC 9(7) COMP.

012500 PROCEDURE DIVISION.

014300     MOVE 0 TO Reversals-Total
014400     MOVE 0 TO Fees-Total
014500     MOVE 0 TO Clawback-Total
014550     MOVE 0 TO Fees-Not-Charged
014600     OPEN INPUT RUNCTLIN
014700     IF Runctlin-OK
014800         READ RUNCTLIN
018100             GO TO 2000-READ-NEXT
018200     END-READ
018300*> The provisional credit comes back off, plus the return fee
018313*> - the originator wears their debtor's refusal. No schedule
018326*> row, a zero override or a reached daily cap means no fee.
018339     MOVE "C" TO Fee-Action
018352     CALL "FeeScheduleLookup" USING MF-ACCOUNT-NUMBER,
018365         MF-PRODUCT-CODE, Collection-Return-Fee-Type,
018378         Posting-Date, Fee-Action, Collection-Return-Fee,
018391         Fee-Schedule-Result
018404     IF NOT Schedule-Fee-Chargeable
018417         MOVE ZERO TO Collection-Return-Fee
018430         ADD 1 TO Fees-Not-Charged
018443         DISPLAY RN-COLLECTION-ID
018456             ": Return fee not charged - schedule result "
018469             Fee-Schedule-Result
018482     END-IF
018500     COMPUTE MF-ACCOUNT-BALANCE =
018600         MF-ACCOUNT-BALANCE - CL-COLLECTION-AMOUNT
018700             - Collection-Return-Fee
026600     MOVE "CollectionReturnProc" TO GL-SOURCE-PROGRAM
026700     MOVE ZERO TO GL-TRACE-ID
026702     WRITE GL-POST-RECORD
026726     IF Collection-Return-Fee = ZERO
026750         GO TO 2300-WRITE-GL-ENTRIES-EXIT
026774     END-IF
026800     MOVE CL-CREDIT-ACCOUNT TO GL-ACCOUNT-NUMBER
026900     MOVE Posting-Date TO GL-POSTING-DATE
027000     MOVE "CLRF" TO GL-TRANSACTION-CODE
031700     DISPLAY "Returns rejected  - " Returns-Rejected
031800     DISPLAY "Reversed total    - " Reversals-Total
031900     DISPLAY "Fees assessed     - " Fees-Total
031966     DISPLAY "Float clawed back - " Clawback-Total
032032     DISPLAY "Fees not charged  - " Fees-Not-Charged.
032100 9000-TERMINATE-EXIT.
032200     EXIT.
