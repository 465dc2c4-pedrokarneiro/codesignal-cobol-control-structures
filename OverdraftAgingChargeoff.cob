002500*    DATE       INIT  DESCRIPTION                              *
002600*    ---------  ----  -----------------------------------      *
002700*    2026-08-22  RLB  ORIGINAL.                                *
002705*    2026-09-16  RLB  ACCOUNTS OF A CUSTOMER UNDER AN ACTIVE    *
002710*                     BANKRUPTCY STAY (BANKRUPTCYSTAYCHECK) ARE *
002715*                     LISTED AS STAYED, NOT AS CANDIDATES, AND  *
002720*                     AN APPROVED CHARGE-OFF AGAINST ONE IS     *
002725*                     REFUSED AND LOGGED TO BKRSUPP.            *
002730*    2026-10-13  RLB  AN ACCOUNT WHOSE REPAYPLN REPAYMENT PLAN  *
002735*                     IS BEING KEPT (REPAYMENTPLANCHECK) IS     *
002740*                     LISTED AS PAUSED, NOT AS A CHARGE-OFF     *
002745*                     CANDIDATE.                                *
002750*    2026-10-13  RLB  AN APPROVED CHARGE-OFF OPENS A CHGRECV    *
002755*                     RECEIVABLE FOR THE AMOUNT WRITTEN OFF,    *
002760*                     AND A CREDIT THAT LATER LANDS ON A        *
002765*                     CHARGED-OFF ACCOUNT IS SWEPT OFF IT TO    *
002770*                     THE GL RECOVERY ACCOUNT (CODE RCVD) AND   *
002775*                     CREDITED TO THE RECEIVABLE; THE CONTROL   *
002780*                     TOTAL RE-CARRY NETS THE SWEEP.            *
002800*                                                               *
002900*****************************************************************

006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS Glpost-File-Status.

006210     SELECT BKRSUPP ASSIGN TO "BKRSUPP"
006220         ORGANIZATION IS SEQUENTIAL
006230         FILE STATUS IS Bkrsupp-File-Status.

006240     SELECT CHGRECV ASSIGN TO "CHGRECV"
006250         ORGANIZATION IS INDEXED
006260         ACCESS MODE IS RANDOM
006270         RECORD KEY IS CP-ACCOUNT-NUMBER
006280         FILE STATUS IS Chgrecv-File-Status.

006300     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS Runctlin-File-Status.
010100 FD  GLPOST.
010200     COPY GLPOST.

010220 FD  BKRSUPP.
010240     COPY BKRSUPP.

010260 FD  CHGRECV.
010280     COPY CHGRECV.

010300 FD  RUNCTLIN.
010400     COPY RUNCTL REPLACING
010500         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
013300 01  Runctlin-File-Status            PIC XX.
013400     88  Runctlin-OK                 VALUE "00".
013500     88  Runctlin-Not-Found          VALUE "35".
013520 01  Bkrsupp-File-Status             PIC XX.
013540     88  Bkrsupp-OK                  VALUE "00".
013560 01  Chgrecv-File-Status             PIC XX.
013580     88  Chgrecv-OK                  VALUE "00".

013600 77  Loss-Expense-Account            PIC X(10)
013700         VALUE "GLLOANLOSS".
013720 77  Recovery-Income-Account         PIC X(10)
013740         VALUE "GLRECOVERY".
013800 77  Officer-Level                   PIC 9(01) VALUE 3.
013900 77  Chargeoff-Age-Days              PIC 9(03) VALUE 60.
014000 01  Auth-Result                     PIC X(01).
014100     88  Operator-Authorized         VALUE "Y".
014200     88  Operator-Denied             VALUE "N".
014210 01  Stay-Result                     PIC X(01).
014220     88  Stay-Is-Active              VALUE "Y".
014230     88  Stay-Not-Active             VALUE "N".
014240 01  Stay-Customer-Number            PIC X(10).
014250 01  Stay-Case-Number                PIC X(15).
014260 01  Plan-Result                     PIC X(01).
014270     88  Plan-Is-Active              VALUE "Y".
014280     88  Plan-Not-Active             VALUE "N".
014290 01  Plan-Collector-Id               PIC X(08).

014300 01  Business-Date                   PIC 9(08).
014400 01  Business-Integer-Date           PIC 9(07).
014500 01  First-Integer-Date              PIC 9(07).
014600 01  Days-Overdrawn                  PIC S9(05) COMP.
014700 01  Writeoff-Amount                 PIC S9(6)V99.
014720 01  Recovery-Amount                 PIC S9(6)V99.
014740 01  Outstanding-Amount              PIC S9(7)V99.

014800 01  Branch-Bucket-Table.
014900     05  Branch-Count                PIC 9(03) COMP.
015500         10  BB-BUCKET-OVER-30       PIC 9(05).
015600 01  Branch-Sub                      PIC 9(03) COMP.
015700 01  Branch-Found-Sub                PIC 9(03) COMP.
015750 01  Placement-Sub                   PIC 9(01) COMP.

015800 01  Aging-Counters.
015900     05  Accounts-Examined           PIC 9(7) COMP.
016100     05  Recoveries                  PIC 9(7) COMP.
016200     05  Candidates-Listed           PIC 9(7) COMP.
016300     05  Chargeoffs-Posted           PIC 9(7) COMP.
016320     05  Candidates-Stayed           PIC 9(7) COMP.
016340     05  Chargeoffs-Stayed           PIC 9(7) COMP.
016360     05  Candidates-Paused           PIC 9(7) COMP.
016400     05  Writeoff-Total              PIC S9(9)V99 COMP.
016420     05  Chargeoff-Recoveries        PIC 9(7) COMP.
016440     05  Recovery-Total              PIC S9(9)V99 COMP.
016500 01  Edited-Amount                   PIC -(7)9.99.

016600 PROCEDURE DIVISION.
018500     OPEN I-O ACCTUPDT
018600     OPEN I-O ODAGING
018700     OPEN EXTEND GLPOST
018720     OPEN EXTEND BKRSUPP
018740     OPEN I-O CHGRECV
018800     MOVE ZERO TO Accounts-Examined
018900                  Overdrawn-Accounts
019000                  Recoveries
019100                  Candidates-Listed
019200                  Chargeoffs-Posted
019220                  Candidates-Stayed
019240                  Chargeoffs-Stayed
019260                  Candidates-Paused
019300                  Writeoff-Total
019320                  Chargeoff-Recoveries
019340                  Recovery-Total
019400                  Branch-Count
019500     OPEN INPUT RUNCTLIN
019600     IF Runctlin-OK
024000 2000-AGE-ACCOUNT.
024100     ADD 1 TO Accounts-Examined
024200     IF MF-ACCOUNT-STATUS = "Charged Off"
024220         PERFORM 2400-SWEEP-RECOVERY
024240             THRU 2400-SWEEP-RECOVERY-EXIT
024300         GO TO 2000-READ-NEXT
024400     END-IF
024500     MOVE MF-ACCOUNT-NUMBER TO OA-ACCOUNT-NUMBER
026000             Business-Integer-Date - First-Integer-Date + 1
026100         PERFORM 2100-TALLY-BUCKET THRU 2100-TALLY-BUCKET-EXIT
026200         IF Days-Overdrawn >= Chargeoff-Age-Days
026300             PERFORM 2200-LIST-CANDIDATE
026400                 THRU 2200-LIST-CANDIDATE-EXIT
026800         END-IF
026900     ELSE
027000         IF NOT Odaging-Not-On-File
032200 2110-SCAN-BRANCH-EXIT.
032300     EXIT.

032301*> An account whose customer is under a bankruptcy stay is not
032302*> put in front of the officers; it stays aged, and listed as
032303*> stayed, until the case is lifted.
032304 2200-LIST-CANDIDATE.
032305     CALL "BankruptcyStayCheck" USING MF-ACCOUNT-NUMBER,
032306         Stay-Result, Stay-Customer-Number, Stay-Case-Number
032307     MOVE MF-ACCOUNT-BALANCE TO Edited-Amount
032308     IF Stay-Is-Active
032309         ADD 1 TO Candidates-Stayed
032310         DISPLAY "   CHARGE-OFF STAYED    "
032311             MF-ACCOUNT-NUMBER " branch " MF-BRANCH-CODE
032312             " bankruptcy " Stay-Case-Number
032313         GO TO 2200-LIST-CANDIDATE-EXIT
032314     END-IF
032315*> Nor while a repayment plan is being kept; a broken plan
032316*> puts the account straight back on the list.
032317     CALL "RepaymentPlanCheck" USING MF-ACCOUNT-NUMBER,
032318         Plan-Result, Plan-Collector-Id
032319     IF Plan-Is-Active
032320         ADD 1 TO Candidates-Paused
032321         DISPLAY "   CHARGE-OFF PAUSED    "
032322             MF-ACCOUNT-NUMBER " branch " MF-BRANCH-CODE
032323             " repayment plan, collector " Plan-Collector-Id
032324         GO TO 2200-LIST-CANDIDATE-EXIT
032325     END-IF
032326     ADD 1 TO Candidates-Listed
032327     DISPLAY "** CHARGE-OFF CANDIDATE "
032328         MF-ACCOUNT-NUMBER " branch " MF-BRANCH-CODE
032329         " " Days-Overdrawn " days " Edited-Amount.
032330 2200-LIST-CANDIDATE-EXIT.
032331     EXIT.

032332*****************************************************************
032333*    A CREDIT ON A CHARGED-OFF ACCOUNT IS A RECOVERY, NOT A     *
032334*    DEPOSIT: UP TO WHAT IS STILL OUTSTANDING ON THE CHGRECV    *
032335*    RECEIVABLE IT COMES OFF THE ACCOUNT TO THE GL RECOVERY     *
032336*    ACCOUNT - ACCOUNT DEBIT, RECOVERY CREDIT - AND THE         *
032337*    RECEIVABLE IS CREDITED. ANYTHING OVER THE OUTSTANDING      *
032338*    BALANCE STAYS ON THE ACCOUNT FOR THE BRANCH TO REFUND.     *
032339*****************************************************************
032340 2400-SWEEP-RECOVERY.
032341     IF MF-ACCOUNT-BALANCE NOT > ZERO
032342         GO TO 2400-SWEEP-RECOVERY-EXIT
032343     END-IF
032344     MOVE MF-ACCOUNT-NUMBER TO CP-ACCOUNT-NUMBER
032345     READ CHGRECV
032346         INVALID KEY
032347             DISPLAY MF-ACCOUNT-NUMBER
032348                 ": Credit on charge-off - no receivable on file."
032349             GO TO 2400-SWEEP-RECOVERY-EXIT
032350     END-READ
032351     COMPUTE Outstanding-Amount =
032352         CP-CHARGEOFF-AMOUNT - CP-RECOVERED-AMOUNT
032353     IF Outstanding-Amount NOT > ZERO
032354         MOVE MF-ACCOUNT-BALANCE TO Edited-Amount
032355         DISPLAY MF-ACCOUNT-NUMBER ": Credit " Edited-Amount
032356             " on settled charge-off - refund due."
032357         GO TO 2400-SWEEP-RECOVERY-EXIT
032358     END-IF
032359     IF MF-ACCOUNT-BALANCE > Outstanding-Amount
032360         MOVE Outstanding-Amount TO Recovery-Amount
032361     ELSE
032362         MOVE MF-ACCOUNT-BALANCE TO Recovery-Amount
032363     END-IF

032364     MOVE MF-ACCOUNT-NUMBER TO GL-ACCOUNT-NUMBER
032365     MOVE Business-Date TO GL-POSTING-DATE
032366     MOVE "RCVD" TO GL-TRANSACTION-CODE
032367     SET GL-Is-Debit TO TRUE
032368     MOVE Recovery-Amount TO GL-ENTRY-AMOUNT
032369     MOVE "OverdraftAgingCharge" TO GL-SOURCE-PROGRAM
032370     MOVE ZERO TO GL-TRACE-ID
032371     WRITE GL-POST-RECORD
032372     MOVE Recovery-Income-Account TO GL-ACCOUNT-NUMBER
032373     MOVE Business-Date TO GL-POSTING-DATE
032374     MOVE "RCVD" TO GL-TRANSACTION-CODE
032375     SET GL-Is-Credit TO TRUE
032376     MOVE Recovery-Amount TO GL-ENTRY-AMOUNT
032377     MOVE "OverdraftAgingCharge" TO GL-SOURCE-PROGRAM
032378     MOVE ZERO TO GL-TRACE-ID
032379     WRITE GL-POST-RECORD

032380     ADD Recovery-Amount TO CP-RECOVERED-AMOUNT
032381     MOVE Business-Date TO CP-LAST-RECOVERY-DATE
032382     IF CP-RECOVERED-AMOUNT NOT < CP-CHARGEOFF-AMOUNT
032383         AND NOT CP-Placed
032384         SET CP-Settled TO TRUE
032385     END-IF
032386     REWRITE CP-CHARGEOFF-RECEIVABLE-RECORD
032387     MOVE MF-ACCOUNT-NUMBER TO UP-ACCOUNT-NUMBER
032388     READ ACCTUPDT
032389         INVALID KEY
032390             GO TO 2400-SWEEP-RECOVERY-EXIT
032391     END-READ
032392     SUBTRACT Recovery-Amount FROM UP-ACCOUNT-BALANCE
032393     REWRITE UP-ACCTMSTR-RECORD
032394     ADD 1 TO Chargeoff-Recoveries
032395     ADD Recovery-Amount TO Recovery-Total
032396     MOVE Recovery-Amount TO Edited-Amount
032397     DISPLAY MF-ACCOUNT-NUMBER ": Recovery " Edited-Amount
032398         " swept to " Recovery-Income-Account.
032399 2400-SWEEP-RECOVERY-EXIT.
032400     EXIT.

032401 3000-PRINT-BUCKETS.
032500     DISPLAY " "
032600     DISPLAY "OVERDRAFT AGING BY BRANCH"
032700     DISPLAY "BRANCH   1-5   6-15  16-30  OVER30"
036400             ": Charge-off rejected - not overdrawn."
036500         GO TO 4000-READ-NEXT
036600     END-IF
036605     COMPUTE Writeoff-Amount = ZERO - UP-ACCOUNT-BALANCE
036610*> Even an approved charge-off waits out a bankruptcy stay; the
036615*> refused write-off goes on the suppression log.
036620     CALL "BankruptcyStayCheck" USING CO-ACCOUNT-NUMBER,
036625         Stay-Result, Stay-Customer-Number, Stay-Case-Number
036630     IF Stay-Is-Active
036635         ADD 1 TO Chargeoffs-Stayed
036640         MOVE Stay-Customer-Number TO BS-CUSTOMER-NUMBER
036645         MOVE Stay-Case-Number TO BS-CASE-NUMBER
036650         MOVE CO-ACCOUNT-NUMBER TO BS-ACCOUNT-NUMBER
036655         MOVE Business-Date TO BS-SUPPRESS-DATE
036660         MOVE "CHGO" TO BS-ACTIVITY-CODE
036665         MOVE Writeoff-Amount TO BS-AMOUNT
036670         MOVE "OverdraftAgingChargeoff" TO BS-SOURCE-PROGRAM
036675         WRITE BS-SUPPRESSED-ACTIVITY-RECORD
036680         DISPLAY CO-ACCOUNT-NUMBER
036685             ": Charge-off refused - bankruptcy stay "
036690             Stay-Case-Number
036695         GO TO 4000-READ-NEXT
036700     END-IF

036800     MOVE Loss-Expense-Account TO GL-ACCOUNT-NUMBER
036900     MOVE Business-Date TO GL-POSTING-DATE
037000     MOVE "CHGO" TO GL-TRANSACTION-CODE
038300     MOVE ZERO TO UP-ACCOUNT-BALANCE
038400     MOVE "Charged Off" TO UP-ACCOUNT-STATUS
038500     REWRITE UP-ACCTMSTR-RECORD
038505     MOVE CO-ACCOUNT-NUMBER TO CP-ACCOUNT-NUMBER
038510     MOVE UP-BRANCH-CODE TO CP-BRANCH-CODE
038515     MOVE UP-PRODUCT-CODE TO CP-PRODUCT-CODE
038520     MOVE Business-Date TO CP-CHARGEOFF-DATE
038525     MOVE Writeoff-Amount TO CP-CHARGEOFF-AMOUNT
038530     MOVE CO-APPROVED-BY TO CP-APPROVED-BY
038535     MOVE ZERO TO CP-RECOVERED-AMOUNT
038540                  CP-LAST-RECOVERY-DATE
038545                  CP-PLACEMENT-COUNT
038550                  CP-ADVISED-BALANCE
038555     SET CP-In-House TO TRUE
038560     PERFORM 4100-CLEAR-PLACEMENT THRU 4100-CLEAR-PLACEMENT-EXIT
038565         VARYING Placement-Sub FROM 1 BY 1
038570         UNTIL Placement-Sub > 3
038575     WRITE CP-CHARGEOFF-RECEIVABLE-RECORD
038580         INVALID KEY
038585             DISPLAY CO-ACCOUNT-NUMBER
038590                 ": Receivable already on file - not replaced."
038595     END-WRITE
038600     MOVE CO-ACCOUNT-NUMBER TO OA-ACCOUNT-NUMBER
038700     READ ODAGING
038800         INVALID KEY
040200 4000-POST-CHARGEOFF-EXIT.
040300     EXIT.

040305 4100-CLEAR-PLACEMENT.
040310     MOVE SPACES TO CP-AGENCY-ID (Placement-Sub)
040315                    CP-RECALL-REASON (Placement-Sub)
040320     MOVE ZERO TO CP-PLACED-DATE (Placement-Sub)
040325                  CP-PLACED-AMOUNT (Placement-Sub)
040330                  CP-AGENCY-RECOVERED (Placement-Sub)
040335                  CP-AGENCY-COMMISSION (Placement-Sub)
040340                  CP-RECALLED-DATE (Placement-Sub).
040345 4100-CLEAR-PLACEMENT-EXIT.
040350     EXIT.

040400*****************************************************************
040500*    THE BALANCES THIS STEP MOVED CAME AFTER THE RECONCILIATION *
040600*    CARRIED TONIGHT'S CONTROL TOTAL, SO THE TOTAL IS           *
042000             GO TO 8000-ADJUST-CONTROL-TOTAL-EXIT
042100     END-READ
042200     COMPUTE Adjusted-Control-Total =
042300         CTI-CONTROL-TOTAL + Writeoff-Total - Recovery-Total
042400     CLOSE CTLTOTIN
042500     OPEN OUTPUT CTLTOT
042600     MOVE CTI-CONTROL-DATE TO CT-CONTROL-DATE
043400     CLOSE ACCTUPDT
043500     CLOSE ODAGING
043600     CLOSE GLPOST
043620     CLOSE BKRSUPP
043640     CLOSE CHGRECV
043700     IF NOT Chgtran-Not-Found
043800         CLOSE CHGTRAN
043900     END-IF
044200     DISPLAY "Overdrawn accounts - " Overdrawn-Accounts
044300     DISPLAY "Recoveries         - " Recoveries
044400     DISPLAY "Candidates listed  - " Candidates-Listed
044420     DISPLAY "Candidates stayed  - " Candidates-Stayed
044440     DISPLAY "Candidates paused  - " Candidates-Paused
044460     DISPLAY "Charge-offs posted - " Chargeoffs-Posted
044480     DISPLAY "Charge-offs stayed - " Chargeoffs-Stayed
044500     DISPLAY "Recoveries swept   - " Chargeoff-Recoveries
044520     MOVE Recovery-Total TO Edited-Amount
044540     DISPLAY "Recovery total     - " Edited-Amount.
044600 9000-TERMINATE-EXIT.
044700     EXIT.
