002920*                     RUN CONTROL (WALL CLOCK ONLY AS THE      *
002930*                     FALLBACK) SO A CATCH-UP NIGHT POSTS      *
002940*                     AND ADVISES UNDER THE RIGHT DATE.        *
002944*    2026-09-23  RLB  RETITEM ROWS MARKED P ARE OUR OWN PAYING  *
002948*                     ITEMS THE NSF DECISION QUEUE RETURNED     *
002952*                     UNPAID; THEY NEVER POSTED, SO THEY TAKE   *
002956*                     ONLY THE RETURNED-ITEM FEE, ITS GL PAIR   *
002960*                     AND A RETURN ADVICE.                      *
002964*    2026-09-28  RLB  RETITEM ROWS MARKED S ARE OUR OWN PAID    *
002968*                     CHECKS RETURNED AFTER SIGNATURE REVIEW;   *
002972*                     THE WITHDRAWAL IS FOUND IN TRNHIST AND    *
002976*                     PUT BACK, WITH NO FEE, A GL PAIR OFF      *
002980*                     RETURNS CLEARING AND AN ADVICE.           *
002984*    2026-10-11  RLB  THE RETURNED-ITEM FEE NOW COMES FROM THE  *
002988*                     FEESCHED SCHEDULE (FEESCHEDULELOOKUP); NO *
002992*                     ROW, A ZERO OVERRIDE OR A REACHED DAILY   *
002996*                     CAP POSTS THE RETURN WITH NO FEE.         *
003000*                                                               *
003100*****************************************************************


013000*    THE RETURNED-ITEM FEE RIDES THE RTNF ROW OF THE TRNCODE
013100*    POSTING-RULES TABLE FOR ITS GL MAPPING; THE DOLLAR AMOUNT
013150*    IS PRICED PER ACCOUNT FROM THE FEESCHED FEE SCHEDULE
013200*    (FEESCHEDULELOOKUP) UNDER THE SAME CODE.
013250 01  Returned-Item-Fee-Amount        PIC S9(6)V99.
013400 77  Returned-Item-Trans-Code        PIC X(04) VALUE "RTNF".
013500 01  Fee-GL-Code                     PIC X(04).
013510 01  Fee-Action                      PIC X(01).
013520 01  Fee-Schedule-Result             PIC X(01).
013530     88  Schedule-Fee-Chargeable     VALUE "Y".
013540     88  Schedule-Fee-Capped         VALUE "C".
013550     88  Schedule-Fee-Zeroed         VALUE "Z".
013560     88  Schedule-Fee-Missing        VALUE "N".

013600 01  Processing-Counters.
013700     05  Returns-Read                PIC 9(7) COMP.
013800     05  Returns-Applied             PIC 9(7) COMP.
013900     05  Returns-Unmatched           PIC 9(7) COMP.
014000     05  Returns-Rejected            PIC 9(7) COMP.
014020     05  Unpaid-Returned             PIC 9(7) COMP.
014040     05  Checks-Returned             PIC 9(7) COMP.
014100     05  Reversals-Total             PIC S9(9)V99 COMP.
014200     05  Fees-Total                  PIC S9(9)V99 COMP.
014300     05  Clawback-Total              PIC S9(9)V99 COMP.
014320     05  Check-Reversals-Total       PIC S9(9)V99 COMP.
014340     05  Fees-Not-Charged            PIC 9(7) COMP.

014400 PROCEDURE DIVISION.

016100     MOVE 0 TO Returns-Applied
016200     MOVE 0 TO Returns-Unmatched
016300     MOVE 0 TO Returns-Rejected
016320     MOVE 0 TO Unpaid-Returned
016340     MOVE 0 TO Checks-Returned
016400     MOVE 0 TO Reversals-Total
016500     MOVE 0 TO Fees-Total
016600     MOVE 0 TO Clawback-Total
016604     MOVE 0 TO Check-Reversals-Total
016608     MOVE 0 TO Fees-Not-Charged
016610*> The shop business date from the run control, not the wall
016620*> clock, so a catch-up night posts and advises under the
016630*> date it is actually working - the same convention every
020500             GO TO 2000-READ-NEXT
020600     END-READ

020605*    ONE OF OUR OWN PAYING ITEMS THE NSF DECISION QUEUE
020610*    RETURNED UNPAID NEVER POSTED: THERE IS NO DEPOSIT TO FIND
020615*    AND NOTHING TO REVERSE OR CLAW BACK - THE ACCOUNT TAKES
020620*    ONLY THE RETURNED-ITEM FEE AND THE ADVICE.
020625     IF RT-RETURNED-PAYING-ITEM
020630         PERFORM 2500-RETURN-UNPAID-ITEM
020635             THRU 2500-RETURN-UNPAID-ITEM-EXIT
020640         GO TO 2000-READ-NEXT
020645     END-IF
020650*    ONE OF OUR OWN PAID CHECKS THE SIGNATURE REVIEW REJECTED
020655*    DID POST: THE WITHDRAWAL IS FOUND AND PUT BACK, WITH NO
020660*    FEE - THE BANK, NOT THE CUSTOMER, CAUGHT THE BAD ITEM.
020665     IF RT-RETURNED-PAID-CHECK
020670         PERFORM 2600-RETURN-PAID-CHECK
020675             THRU 2600-RETURN-PAID-CHECK-EXIT
020680         GO TO 2000-READ-NEXT
020685     END-IF

020700*    THE REVERSAL MUST TIE BACK TO A REAL POSTING: THE
020800*    ORIGINAL DEPOSIT IS LOCATED IN TRNHIST BY ACCOUNT, DATE
020900*    AND AMOUNT BEFORE A DOLLAR MOVES.
021600         GO TO 2000-READ-NEXT
021700     END-IF

021720     PERFORM 2050-PRICE-RETURN-FEE
021740         THRU 2050-PRICE-RETURN-FEE-EXIT
021800     COMPUTE MF-ACCOUNT-BALANCE =
021900         MF-ACCOUNT-BALANCE - RT-TRANS-AMOUNT
022000             - Returned-Item-Fee-Amount
024600     END-READ.
024700 2000-PROCESS-RETURN-EXIT.
024800     EXIT.
024804
024808*    THE FEE FROM THE SCHEDULE, COUNTED AGAINST ANY DAILY CAP.
024812*    NO ROW, A ZERO OVERRIDE OR A REACHED CAP LEAVES THE FEE AT
024816*    ZERO - THE RETURN ITSELF STILL POSTS AND IS ADVISED.
024820 2050-PRICE-RETURN-FEE.
024824     MOVE "C" TO Fee-Action
024828     CALL "FeeScheduleLookup" USING MF-ACCOUNT-NUMBER,
024832         MF-PRODUCT-CODE, Returned-Item-Trans-Code,
024836         Posting-Date, Fee-Action, Returned-Item-Fee-Amount,
024840         Fee-Schedule-Result
024844     IF Schedule-Fee-Chargeable
024848         GO TO 2050-PRICE-RETURN-FEE-EXIT
024852     END-IF
024856     MOVE ZERO TO Returned-Item-Fee-Amount
024860     ADD 1 TO Fees-Not-Charged
024864     DISPLAY RT-ACCOUNT-NUMBER
024868         ": Returned-item fee not charged - schedule result "
024872         Fee-Schedule-Result.
024876 2050-PRICE-RETURN-FEE-EXIT.
024880     EXIT.

024900 2100-FIND-ORIGINAL.
025000     SET Original-Not-Found TO TRUE
027100         SET History-Scan-Is-Done TO TRUE
027200         GO TO 2110-SCAN-HISTORY-EXIT
027300     END-IF
027320*> A returned paid check was a withdrawal; anything else is
027340*> a returned deposit.
027360     IF HT-TRANS-AMOUNT NOT = RT-TRANS-AMOUNT
027380         GO TO 2110-SCAN-HISTORY-EXIT
027400     END-IF
027420     IF RT-RETURNED-PAID-CHECK
027440         IF HT-WITHDRAWAL
027460             SET Original-Was-Found TO TRUE
027480         END-IF
027500     ELSE
027520         IF HT-DEPOSIT
027540             SET Original-Was-Found TO TRUE
027560         END-IF
027700     END-IF.
027800 2110-SCAN-HISTORY-EXIT.
027900     EXIT.
033800     MOVE "ReturnedItemProcessing" TO GL-SOURCE-PROGRAM
033900     MOVE HT-TRACE-ID TO GL-TRACE-ID
033902     WRITE GL-POST-RECORD
033912     PERFORM 2310-WRITE-FEE-ENTRIES
033922         THRU 2310-WRITE-FEE-ENTRIES-EXIT.
033932 2300-WRITE-GL-ENTRIES-EXIT.
033942     EXIT.

033952 2310-WRITE-FEE-ENTRIES.
033962     IF Returned-Item-Fee-Amount = ZERO
033972         GO TO 2310-WRITE-FEE-ENTRIES-EXIT
033982     END-IF
034000     MOVE RT-ACCOUNT-NUMBER TO GL-ACCOUNT-NUMBER
034100     MOVE Posting-Date TO GL-POSTING-DATE
034200     MOVE Fee-GL-Code TO GL-TRANSACTION-CODE
035200     MOVE "ReturnedItemProcessing" TO GL-SOURCE-PROGRAM
035300     MOVE ZERO TO GL-TRACE-ID
035302     WRITE GL-POST-RECORD.
035400 2310-WRITE-FEE-ENTRIES-EXIT.
035500     EXIT.

035600 2400-WRITE-ADVICE.
035800     MOVE MF-BRANCH-CODE TO RA-BRANCH-CODE
035900     MOVE RT-ORIG-TRANS-DATE TO RA-ORIG-TRANS-DATE
036000     MOVE RT-TRANS-AMOUNT TO RA-RETURN-AMOUNT
036100     IF RT-RETURNED-PAID-CHECK
036120         MOVE ZERO TO RA-FEE-AMOUNT
036140     ELSE
036160         MOVE Returned-Item-Fee-Amount TO RA-FEE-AMOUNT
036180     END-IF
036200     MOVE RT-RETURN-REASON TO RA-RETURN-REASON
036300     MOVE MF-ACCOUNT-BALANCE TO RA-BALANCE-AFTER
036400     MOVE Posting-Date TO RA-NOTICE-DATE
036600 2400-WRITE-ADVICE-EXIT.
036700     EXIT.

036701 2500-RETURN-UNPAID-ITEM.
036702     PERFORM 2050-PRICE-RETURN-FEE
036703         THRU 2050-PRICE-RETURN-FEE-EXIT
036704     COMPUTE MF-ACCOUNT-BALANCE =
036705         MF-ACCOUNT-BALANCE - Returned-Item-Fee-Amount
036706     REWRITE MF-ACCTMSTR-RECORD
036707         INVALID KEY
036708             ADD 1 TO Returns-Rejected
036709             DISPLAY RT-ACCOUNT-NUMBER
036710                 ": Return rejected - master rewrite failed."
036711             GO TO 2500-RETURN-UNPAID-ITEM-EXIT
036712     END-REWRITE
036713     ADD 1 TO Unpaid-Returned
036714     ADD Returned-Item-Fee-Amount TO Fees-Total
036715     PERFORM 2310-WRITE-FEE-ENTRIES
036716         THRU 2310-WRITE-FEE-ENTRIES-EXIT
036717     PERFORM 2400-WRITE-ADVICE THRU 2400-WRITE-ADVICE-EXIT
036718     DISPLAY RT-ACCOUNT-NUMBER ": Item of "
036719         RT-TRANS-AMOUNT " returned unpaid - " RT-RETURN-REASON.
036720 2500-RETURN-UNPAID-ITEM-EXIT.
036721     EXIT.

036722 2600-RETURN-PAID-CHECK.
036723     PERFORM 2100-FIND-ORIGINAL THRU 2100-FIND-ORIGINAL-EXIT
036724     IF Original-Not-Found
036725         ADD 1 TO Returns-Unmatched
036726         DISPLAY RT-ACCOUNT-NUMBER
036727             ": No matching paid check " RT-ORIG-TRANS-DATE
036728             " for " RT-TRANS-AMOUNT " - return held."
036729         GO TO 2600-RETURN-PAID-CHECK-EXIT
036730     END-IF
036731     COMPUTE MF-ACCOUNT-BALANCE =
036732         MF-ACCOUNT-BALANCE + RT-TRANS-AMOUNT
036733     REWRITE MF-ACCTMSTR-RECORD
036734         INVALID KEY
036735             ADD 1 TO Returns-Rejected
036736             DISPLAY RT-ACCOUNT-NUMBER
036737                 ": Return rejected - master rewrite failed."
036738             GO TO 2600-RETURN-PAID-CHECK-EXIT
036739     END-REWRITE
036740     ADD 1 TO Checks-Returned
036741     ADD RT-TRANS-AMOUNT TO Check-Reversals-Total
036742*> The withdrawal comes back out of returns clearing to the
036743*> customer, on the paid check's own trace.
036744     MOVE "GLRTNCLR  " TO GL-ACCOUNT-NUMBER
036745     MOVE Posting-Date TO GL-POSTING-DATE
036746     MOVE "RTN " TO GL-TRANSACTION-CODE
036747     SET GL-Is-Debit TO TRUE
036748     MOVE RT-TRANS-AMOUNT TO GL-ENTRY-AMOUNT
036749     MOVE "ReturnedItemProcessing" TO GL-SOURCE-PROGRAM
036750     MOVE HT-TRACE-ID TO GL-TRACE-ID
036751     WRITE GL-POST-RECORD
036752     MOVE RT-ACCOUNT-NUMBER TO GL-ACCOUNT-NUMBER
036753     MOVE Posting-Date TO GL-POSTING-DATE
036754     MOVE "RTN " TO GL-TRANSACTION-CODE
036755     SET GL-Is-Credit TO TRUE
036756     MOVE RT-TRANS-AMOUNT TO GL-ENTRY-AMOUNT
036757     MOVE "ReturnedItemProcessing" TO GL-SOURCE-PROGRAM
036758     MOVE HT-TRACE-ID TO GL-TRACE-ID
036759     WRITE GL-POST-RECORD
036760     PERFORM 2400-WRITE-ADVICE THRU 2400-WRITE-ADVICE-EXIT
036761     DISPLAY RT-ACCOUNT-NUMBER ": Paid check of "
036762         RT-TRANS-AMOUNT " returned - " RT-RETURN-REASON.
036763 2600-RETURN-PAID-CHECK-EXIT.
036764     EXIT.

036800*> The reconciliation carried the control total before these
036900*> reversals and fees moved the master; re-carry it with both
037000*> deducted, the same split the other balance movers use.
037050*> Paid checks put back are added in.
037100 8000-ADJUST-CONTROL-TOTAL.
037200     OPEN INPUT CTLTOTIN
037300     IF Ctltotin-OK
037900     IF Ctltotin-OK
038000         COMPUTE Adjusted-Control-Total =
038100             CTI-CONTROL-TOTAL - Reversals-Total - Fees-Total
038150                 + Check-Reversals-Total
038200         CLOSE CTLTOTIN
038300         MOVE Posting-Date TO CT-CONTROL-DATE
038400         MOVE Adjusted-Control-Total TO CT-CONTROL-TOTAL
040400     DISPLAY "Returns applied   - " Returns-Applied
040500     DISPLAY "Returns unmatched - " Returns-Unmatched
040600     DISPLAY "Returns rejected  - " Returns-Rejected
040620     DISPLAY "Returned unpaid   - " Unpaid-Returned
040640     DISPLAY "Paid checks back  - " Checks-Returned
040700     DISPLAY "Reversed total    - " Reversals-Total
040800     DISPLAY "Fees assessed     - " Fees-Total
040900     DISPLAY "Float clawed back - " Clawback-Total
040920     DISPLAY "Checks reversed   - " Check-Reversals-Total
040940     DISPLAY "Fees not charged  - " Fees-Not-Charged.
041000 9000-TERMINATE-EXIT.
041100     EXIT.
