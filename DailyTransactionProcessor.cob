002527*    2026-09-02  RLB  ONE MINI CYCLE PER DAY: A MINICTL RUN    *
002528*                     IS REFUSED WHEN THE RUN CONTROL ALREADY  *
002529*                     CARRIES THIS DATE'S PARTIAL FLAG.        *
002530*    2026-09-14  RLB  HISTORY ROWS NOW CARRY THE TRANSACTION   *
002531*                     CODE AND SOURCE CHANNEL (TRNHIST GREW TO *
002532*                     75 BYTES).                               *
002533*    2026-09-16  RLB  BANKRUPTCY STAY: A SETOFF DEBIT (CODE     *
002534*                     SETF) AGAINST A CUSTOMER UNDER AN ACTIVE  *
002535*                     STAY (BANKRUPTCYSTAYCHECK) SUSPENDS WITH  *
002536*                     A STAY REASON AND JOINS THE BKRSUPP LOG.  *
002537*    2026-09-23  RLB  NSF PAY/RETURN QUEUE: A CHECK OR ACH      *
002538*                     DEBIT THAT WOULD OVERDRAW THE SPENDABLE   *
002539*                     BALANCE PAST THE NSFPARM THRESHOLD IS     *
002540*                     WRITTEN TO NSFQ FOR AN OFFICER'S DECISION *
002541*                     INSTEAD OF POSTING; ONE THE OFFICERS PAID *
002542*                     COMES BACK ON ITS OWN TRACE AND POSTS     *
002543*                     PAST THE SPENDABLE-FUNDS EDITS.           *
002544*    2026-09-25  RLB  POSTING ORDER: EACH HISTORY ROW CARRIES   *
002545*                     THE POSTORD RULE, CLASS AND RANK          *
002546*                     POSTINGORDERRANK GAVE THE ITEM AND ITS    *
002547*                     POSITION AMONG THE ACCOUNT'S ITEMS THAT   *
002548*                     NIGHT (POSTINGORDERSEQUENCE ORDERS THE    *
002549*                     STREAM AHEAD OF THE SORT).                *
002550*    2026-10-13  RLB  INTERBRANCH: AN ITEM CARRYING A           *
002551*                     TRANSACTING BRANCH OTHER THAN THE         *
002552*                     ACCOUNT'S HOME BRANCH BOOKS A DUE-TO/DUE- *
002553*                     FROM PAIR (CODE IBTF) TO GLPOST BETWEEN   *
002554*                     THE TWO BRANCHES; HISTORY ROWS CARRY THE  *
002555*                     TRANSACTING BRANCH.                       *
002556*    2026-10-15  RLB  MOBILE CHECK DEPOSITS (CHANNEL RDC, FROM  *
002557*                     REMOTEDEPOSITINTAKE) FLOAT ON THE         *
002558*                     FLOATSCH RD ROW INSTEAD OF THE DF ROW.    *
002559*    2026-10-15  RLB  EARLY CERTIFICATE WITHDRAWALS KEYED TDWD  *
002560*                     (DEATH) OR TDWI (DISABILITY) POST LIKE    *
002561*                     TDWP; TIMEDEPOSITPENALTYASSESSMENT WAIVES *
002562*                     THEIR PENALTY.                            *
002563*    2026-10-15  RLB  COURTESY PAY: A DEBIT THAT OVERDRAWS THE  *
002564*                     SPENDABLE BALANCE BY NO MORE THAN THE     *
002565*                     ACCOUNT'S CPLIMIT COURTESY LIMIT (SET BY  *
002566*                     COURTESYPAYLIMITASSIGNMENT) POSTS         *
002567*                     INSTEAD OF GOING TO THE NSF QUEUE OR      *
002568*                     SUSPENSE. AN ACCOUNT WITH NO ROW IS       *
002569*                     TREATED AS BEFORE.                        *
002570*    2026-10-15  RLB  THE HELD FUNDS EDIT RUNS AHEAD OF THE     *
002571*                     COURTESY PAY AND NSF PAY DECISIONS AND NO *
002572*                     LONGER YIELDS TO EITHER; THEY COVER ONLY  *
002573*                     THE AVAILABLE-BALANCE SHORTFALL.          *
002499*                                                               *
002400*****************************************************************
002500
003941         ORGANIZATION IS SEQUENTIAL
003942         FILE STATUS IS Wdlhits-File-Status.
003943
003944     SELECT BKRSUPP ASSIGN TO "BKRSUPP"
003945         ORGANIZATION IS SEQUENTIAL
003946         FILE STATUS IS Bkrsupp-File-Status.
003948
003950     SELECT RETPARM ASSIGN TO "RETPARM"
003952         ORGANIZATION IS SEQUENTIAL
003954         FILE STATUS IS Retparm-File-Status.
003956
003958     SELECT NSFQ ASSIGN TO "NSFQ"
003960         ORGANIZATION IS INDEXED
003962         ACCESS MODE IS RANDOM
003964         RECORD KEY IS NQ-TRACE-ID
003966         FILE STATUS IS Nsfq-File-Status.
003968
003970     SELECT NSFPARM ASSIGN TO "NSFPARM"
003972         ORGANIZATION IS SEQUENTIAL
003974         FILE STATUS IS Nsfparm-File-Status.
003976
003978     SELECT CPLIMIT ASSIGN TO "CPLIMIT"
003980         ORGANIZATION IS INDEXED
003982         ACCESS MODE IS RANDOM
003984         RECORD KEY IS CY-ACCOUNT-NUMBER
003986         FILE STATUS IS Cplimit-File-Status.
003988
003990     SELECT GLPOST ASSIGN TO "GLPOST"
003992         ORGANIZATION IS SEQUENTIAL
003994         FILE STATUS IS Glpost-File-Status.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004637 FD  WDLHITS.
004638     COPY WDLHIT.
004639
004640 FD  BKRSUPP.
004641     COPY BKRSUPP.
004642
004643 FD  RETPARM.
004644     COPY RETPARM.
004645
004646 FD  NSFQ.
004647     COPY NSFQ.
004648
004649 FD  NSFPARM.
004650     COPY NSFPARM.
004651
004652 FD  CPLIMIT.
004653     COPY CPLIMIT.
004654
004655 FD  GLPOST.
004656     COPY GLPOST.
004630
004631 FD  PARTCTL.
004632     COPY PARTCTL.
005558     88  Floatsch-OK                VALUE "00".
005560*    SHOP DEFAULT WHEN THE SCHEDULE ROW IS MISSING.
005562 77  Default-Float-Days             PIC 9(02) VALUE 2.
005563*    MOBILE (RDC CHANNEL) DEPOSITS FLOAT ON THE RD ROW, OR THE
005564*    DEFAULT WHEN THERE IS NONE.
005565 77  Remote-Float-Days              PIC 9(02) VALUE 2.
005566 77  Remote-Deposit-Channel         PIC X(03) VALUE "RDC".
005567 01  Item-Float-Days                PIC 9(02).
005568 01  Float-Release-Date             PIC 9(08).
005569 01  Float-Release-Parts REDEFINES Float-Release-Date.
005570     05  Float-Release-Year         PIC 9(04).
005571     05  Float-Release-Month        PIC 9(02).
005572     05  Float-Release-Day          PIC 9(02).
005574 01  Float-Integer-Date             PIC 9(07).
005576
005606 01  Posting-Credit-Switch          PIC X(01).
005608     88  Item-Posts-Credit          VALUE "C".
005610     88  Item-Posts-Debit           VALUE "D".
005611*    WHERE THE NIGHT'S POSTING ORDER PUT THE ITEM IN HAND -
005612*    POSTINGORDERRANK'S ANSWER AND THE ITEM'S PLACE AMONG ITS
005613*    ACCOUNT'S ITEMS, BOTH KEPT ON THE TRNHIST ROW.
005614 01  Order-Rule-Used                PIC X(04).
005615 01  Order-Class                    PIC X(02).
005616 01  Order-Rank                     PIC 9(01).
005617 01  Order-Sub-Key                  PIC X(06).
005618 01  Position-Account               PIC X(10) VALUE SPACES.
005619 01  Account-Item-Position          PIC 9(03).
005620 01  Activity-Switch                PIC X(01).
005621     88  Item-Counts-Activity       VALUE "Y".
005622
005623*    THE RUN'S POSTED ITEMS FOR THE ACCOUNT IN HAND, KEPT SO
005624*    AN EXPLICIT REVERSAL CAN FIND ITS ORIGINAL.
005625 01  Prior-Trans-Account            PIC X(10).
005626 01  Run-Item-Table.
005627     05  Posted-Item-Count          PIC 9(03) COMP.
005628     05  Posted-Item-Entry OCCURS 100 TIMES.
005630         10  PI-DIRECTION           PIC X(01).
005632         10  PI-AMOUNT              PIC X(06).
005680     88  Wdlusage-Not-On-File       VALUE "23".
005681 01  Wdlhits-File-Status            PIC XX.
005682     88  Wdlhits-OK                 VALUE "00".
005683 01  Bkrsupp-File-Status            PIC XX.
005684     88  Bkrsupp-OK                 VALUE "00".
005685 01  Bkrsupp-File-Switch            PIC X(01).
005686     88  Bkrsupp-File-Open          VALUE "Y".
005687     88  Bkrsupp-File-Absent        VALUE "N".
005688*    THE BANK'S SETOFF DEBIT, AND THE STAY CHECK'S ANSWER FOR IT.
005689 77  Setoff-Trans-Code              PIC X(04) VALUE "SETF".
005690 01  Stay-Result                    PIC X(01).
005691     88  Stay-Is-Active             VALUE "Y".
005692     88  Stay-Not-Active            VALUE "N".
005693 01  Stay-Customer-Number           PIC X(10).
005694 01  Stay-Case-Number               PIC X(15).
005695 01  Wdlimit-File-Switch            PIC X(01).
005696     88  Wdlimit-File-Open          VALUE "Y".
005697     88  Wdlimit-File-Absent        VALUE "N".
005698 01  Wd-Limit-Hit-Switch            PIC X(01).
005699     88  Wd-Limit-Was-Hit           VALUE "Y".
005700     88  Wd-Limit-Not-Hit           VALUE "N".
005701 01  Wd-Limit-Apply-Switch          PIC X(01).
005702     88  Wd-Limit-In-Play           VALUE "Y".
005703     88  Wd-Limit-Not-In-Play       VALUE "N".
005704 01  Wd-Used-Today                  PIC 9(08).
005705 01  Pospay-Match-Switch            PIC X(01).
005706     88  Pospay-Issue-Matched       VALUE "Y".
005707     88  Pospay-No-Issue-In-Play    VALUE "N".
005689 01  Retparm-File-Status            PIC XX.
005690     88  Retparm-OK                 VALUE "00".
005691*    SHOP DEFAULT WHEN THE RETIREMENT PARM FILE IS MISSING.
005692 77  Default-Contrib-Limit          PIC 9(08) VALUE 7000.
005693 01  Annual-Contrib-Limit           PIC 9(08).
005694 01  Nsfq-File-Status               PIC XX.
005695     88  Nsfq-OK                    VALUE "00".
005696     88  Nsfq-Not-On-File           VALUE "23".
005697 01  Nsfq-File-Switch               PIC X(01).
005698     88  Nsfq-File-Open             VALUE "Y".
005699     88  Nsfq-File-Absent           VALUE "N".
005700 01  Nsfparm-File-Status            PIC XX.
005701     88  Nsfparm-OK                 VALUE "00".
005702*    SHOP DEFAULT WHEN THE NSF PARM FILE IS MISSING - WHOLE
005703*    DOLLARS PAST THE SPENDABLE BALANCE BEFORE A CHECK OR ACH
005704*    DEBIT GOES TO THE OFFICERS' PAY/RETURN QUEUE.
005705 77  Default-Nsf-Threshold          PIC 9(07) VALUE 100.
005706 01  Nsf-Overdraw-Threshold         PIC 9(07).
005707 01  Nsf-Overdraw-Amount            PIC S9(7)V99.
005708 01  Nsf-Decision-Switch            PIC X(01).
005709     88  Nsf-Not-In-Play            VALUE "N".
005710     88  Nsf-Item-Queued            VALUE "Q".
005711     88  Nsf-Pay-Decided            VALUE "P".
005712 01  Cplimit-File-Status            PIC XX.
005713     88  Cplimit-OK                 VALUE "00".
005714 01  Cplimit-File-Switch            PIC X(01).
005715     88  Cplimit-File-Open          VALUE "Y".
005716     88  Cplimit-File-Absent        VALUE "N".
005717 01  Courtesy-Overdraw-Amount       PIC S9(7)V99.
005718 01  Courtesy-Pay-Switch            PIC X(01).
005719     88  Courtesy-Pay-Covered       VALUE "Y".
005720     88  Courtesy-Not-Covered       VALUE "N".
005721 01  Glpost-File-Status             PIC XX.
005722     88  Glpost-OK                  VALUE "00".
005723 01  Glpost-File-Switch             PIC X(01).
005724     88  Glpost-File-Open           VALUE "Y".
005725     88  Glpost-File-Absent         VALUE "N".
005726*    GL TRANSACTION CODE ON THE INTERBRANCH DUE-TO/DUE-FROM
005727*    LEGS; THE SETTLEMENT REPORT SELECTS ON IT.
005728 77  Interbranch-Trans-Code         PIC X(04) VALUE "IBTF".
005729 77  Interbranch-Item-Count         PIC 9(7) COMP VALUE 0.
005730 77  Interbranch-Unbooked-Count     PIC 9(7) COMP VALUE 0.
005731 01  Interbranch-Gl-Account.
005732     05  IG-ACCOUNT-PREFIX          PIC X(04).
005733         88  IG-Due-To              VALUE "GLDT".
005734         88  IG-Due-From            VALUE "GLDF".
005735     05  IG-COUNTER-BRANCH          PIC X(04).
005736     05  FILLER                     PIC X(02) VALUE SPACES.
005737 01  Owing-Branch-Code              PIC X(04).
005738 01  Owed-Branch-Code               PIC X(04).
005675 01  Partctl-File-Status            PIC XX.
005676     88  Partctl-OK                 VALUE "00".
005677     88  Partctl-Not-Found          VALUE "35".
006100     05  Trans-Posted-Count         PIC 9(7) COMP.
006200     05  Trans-Rejected-Count       PIC 9(7) COMP.
006210     05  Trans-Suspended-Count      PIC 9(7) COMP.
006214     05  Trans-Queued-Count         PIC 9(7) COMP.
006218     05  Trans-Courtesy-Count       PIC 9(7) COMP.
006220     05  Trans-Net-Amount           PIC S9(9)V99.
006250
006260 01  Checkpoint-Controls.
007556             CLOSE WDLIMIT
007557         END-IF
007558     END-IF
007559*> The bankruptcy suppression log is optional here; a setoff
007560*> under a stay suspends whether or not it is on hand.
007561     SET Bkrsupp-File-Absent TO TRUE
007562     OPEN EXTEND BKRSUPP
007563     IF Bkrsupp-OK
007564         SET Bkrsupp-File-Open TO TRUE
007565     END-IF
007566*> The published retirement contribution limit; the shop
007567*> default governs when the parm file is missing.
007568     MOVE Default-Contrib-Limit TO Annual-Contrib-Limit
007569     OPEN INPUT RETPARM
007570     IF Retparm-OK
007571         READ RETPARM
007572             AT END
007573                 CONTINUE
007574             NOT AT END
007575                 IF RG-ANNUAL-CONTRIB-LIMIT NUMERIC
007576                     AND RG-ANNUAL-CONTRIB-LIMIT > ZERO
007577                     MOVE RG-ANNUAL-CONTRIB-LIMIT
007578                         TO Annual-Contrib-Limit
007579                 END-IF
007580         END-READ
007581         CLOSE RETPARM
007582     END-IF
007583*> The NSF decision queue is optional; without it a check or
007584*> ACH debit past the balance takes the spendable-funds edits
007585*> like any other withdrawal.
007586     SET Nsfq-File-Absent TO TRUE
007587     OPEN I-O NSFQ
007588     IF Nsfq-OK
007589         SET Nsfq-File-Open TO TRUE
007590     END-IF
007591*> Courtesy pay limits are optional too; without them no
007592*> overdraw is paid on a limit.
007593     SET Cplimit-File-Absent TO TRUE
007594     OPEN INPUT CPLIMIT
007595     IF Cplimit-OK
007596         SET Cplimit-File-Open TO TRUE
007597     END-IF
007598*> The GL feed takes the interbranch legs; without its DD an
007599*> item off its home branch still posts, and is counted as
007600*> unbooked for the branch controllers.
007601     SET Glpost-File-Absent TO TRUE
007602     OPEN EXTEND GLPOST
007603     IF Glpost-OK
007604         SET Glpost-File-Open TO TRUE
007605     END-IF
007606     MOVE Default-Nsf-Threshold TO Nsf-Overdraw-Threshold
007607     OPEN INPUT NSFPARM
007608     IF Nsfparm-OK
007609         READ NSFPARM
007610             AT END
007611                 CONTINUE
007612             NOT AT END
007613                 IF NF-OVERDRAW-THRESHOLD NUMERIC
007614                     AND NF-OVERDRAW-THRESHOLD > ZERO
007615                     MOVE NF-OVERDRAW-THRESHOLD
007616                         TO Nsf-Overdraw-Threshold
007617                 END-IF
007618         END-READ
007619         CLOSE NSFPARM
007620     END-IF
007540     PERFORM 1520-LOAD-FLOAT-DAYS
007550         THRU 1520-LOAD-FLOAT-DAYS-EXIT
007560     PERFORM 1550-LOAD-CODE-TABLE
007700                  Trans-Posted-Count
007800                  Trans-Rejected-Count
007805                  Trans-Suspended-Count
007806                  Trans-Queued-Count
007807                  Trans-Courtesy-Count
007808                  Trans-Net-Amount
007810     MOVE ZERO TO Restart-Trans-Count
007812     MOVE SPACES TO Prior-Trans-Account
008422         END-READ
008423         GO TO 1500-SKIP-PROCESSED-EXIT
008424     END-IF
008425     PERFORM 2005-COUNT-POSITION THRU 2005-COUNT-POSITION-EXIT
008426     MOVE ZERO TO Memo-Found-Sub
008424     PERFORM 2030-MATCH-MEMO THRU 2030-MATCH-MEMO-EXIT
008426         VARYING Memo-Sub FROM 1 BY 1
008427         UNTIL Memo-Sub > Memo-Count
008502 1660-LOAD-ONE-MEMO-EXIT.
008496     EXIT.
008497
008432*> The default float schedule row; the shop default applies
008433*> if the schedule has no DF row or the file is absent. The
008434*> remote-deposit row stands in for it on RDC items.
008435 1520-LOAD-FLOAT-DAYS.
008436     MOVE Default-Float-Days TO Remote-Float-Days
008437     OPEN INPUT FLOATSCH
008438     IF NOT Floatsch-OK
008439         GO TO 1520-LOAD-FLOAT-DAYS-EXIT
008445         NOT INVALID KEY
008446             IF FS-FLOAT-DAYS NUMERIC
008447                 MOVE FS-FLOAT-DAYS TO Default-Float-Days
008448                 MOVE FS-FLOAT-DAYS TO Remote-Float-Days
008449             END-IF
008450     END-READ
008451     MOVE "RD" TO FS-DEPOSIT-TYPE
008452     READ FLOATSCH
008453         INVALID KEY
008454             CONTINUE
008455         NOT INVALID KEY
008456             IF FS-FLOAT-DAYS NUMERIC
008457                 MOVE FS-FLOAT-DAYS TO Remote-Float-Days
008458             END-IF
008459     END-READ
008460     CLOSE FLOATSCH.
008461 1520-LOAD-FLOAT-DAYS-EXIT.
008462     EXIT.
008463
008464*> The posting-rules table; a missing file just means the shop
008465*> is still running legacy D/W feeds.
008452 1550-LOAD-CODE-TABLE.
008453     MOVE ZERO TO Code-Rule-Count
008454     OPEN INPUT TRNCODE
008780     MOVE Reject-Reason TO SP-REJECT-REASON
008782     MOVE TR-LEG-GROUP TO SP-LEG-GROUP
008784     MOVE TR-TRACE-ID TO SP-TRACE-ID
008789     MOVE TR-BRANCH-CODE TO SP-BRANCH-CODE
008790     WRITE SP-SUSPENSE-RECORD
008800     DISPLAY TR-ACCOUNT-NUMBER ": Suspended - "
008810         Reject-Reason
008864         ADD TR-TRANS-AMOUNT TO Actual-Hash-Total
008865     END-IF
008866     ADD 1 TO Trans-Read-Count
008867     PERFORM 2005-COUNT-POSITION THRU 2005-COUNT-POSITION-EXIT
008854
008856     PERFORM 1700-VALIDATE-TRANS THRU 1700-VALIDATE-TRANS-EXIT
008858     IF Trans-Is-Invalid
008889                  Line-Paydown-Amount
008890     SET Wd-Limit-Not-In-Play TO TRUE
008891     SET Pospay-No-Issue-In-Play TO TRUE
008892     SET Nsf-Not-In-Play TO TRUE
008893     SET Courtesy-Not-Covered TO TRUE
008888     IF TR-TRANS-CODE NOT = SPACES
008889         AND CD-REVERSAL-FLAG (Code-Found-Sub) = "Y"
008890         SET Item-Is-Reversal TO TRUE
009616             THRU 2098-EVALUATE-PROBATION-EXIT
009618     END-IF
009620
009679*> A debit against a certificate that has not matured is an
009680*> early withdrawal: it suspends unless the branch keyed it
009681*> with the penalty-accompanied TDWP code, or with TDWD / TDWI
009682*> where the penalty is waived for the owner's death or
009683*> disability. The penalty step prices all three after the post.
009684     IF Item-Posts-Debit AND TR-TRANS-CODE NOT = "TDWP"
009685         AND TR-TRANS-CODE NOT = "TDWD"
009686         AND TR-TRANS-CODE NOT = "TDWI"
009687         MOVE TR-ACCOUNT-NUMBER TO TD-ACCOUNT-NUMBER
009688         READ TERMDEP
009689             INVALID KEY
009721         GO TO 2000-READ-NEXT
009722     END-IF
009723
009724*> The bank's own setoff against a customer under a bankruptcy
009725*> stay is forbidden; it suspends for the legal desk and joins
009726*> the stay's suppression log.
009727     IF Item-Posts-Debit AND TR-TRANS-CODE = Setoff-Trans-Code
009728         CALL "BankruptcyStayCheck" USING TR-ACCOUNT-NUMBER,
009729             Stay-Result, Stay-Customer-Number, Stay-Case-Number
009730         IF Stay-Is-Active
009731             MOVE "BANKRUPTCY STAY - setoff" TO Reject-Reason
009732             PERFORM 1750-WRITE-SUSPENSE
009733                 THRU 1750-WRITE-SUSPENSE-EXIT
009734             IF Bkrsupp-File-Open
009735                 MOVE Stay-Customer-Number TO BS-CUSTOMER-NUMBER
009736                 MOVE Stay-Case-Number TO BS-CASE-NUMBER
009737                 MOVE TR-ACCOUNT-NUMBER TO BS-ACCOUNT-NUMBER
009738                 MOVE TR-TRANS-DATE TO BS-SUPPRESS-DATE
009739                 MOVE Setoff-Trans-Code TO BS-ACTIVITY-CODE
009740                 MOVE TR-TRANS-AMOUNT TO BS-AMOUNT
009741                 MOVE "DailyTransactionProcessor"
009742                     TO BS-SOURCE-PROGRAM
009743                 WRITE BS-SUPPRESSED-ACTIVITY-RECORD
009744             END-IF
009745             ADD 1 TO Trans-Rejected-Count
009746             ADD 1 TO Trans-Suspended-Count
009747             GO TO 2000-READ-NEXT
009748         END-IF
009749     END-IF
009750
009751*> A deposit to a retirement account is a plan-year
009752*> contribution; one that would carry the accumulator past the
009753*> published annual limit suspends for the branch to sort out
009754*> with the customer. A memo-matched item already took the
009755*> test at the window's balance and posts as usual.
009756     IF Item-Posts-Credit AND Memo-Found-Sub = 0
009757         AND MF-Retirement-Account
009758         IF MF-PLAN-YEAR-CONTRIB + TR-TRANS-AMOUNT
009759                 > Annual-Contrib-Limit
009760             MOVE "RETIREMENT contribution limit"
009761                 TO Reject-Reason
009762             PERFORM 1750-WRITE-SUSPENSE
009763                 THRU 1750-WRITE-SUSPENSE-EXIT
009764             ADD 1 TO Trans-Rejected-Count
009765             ADD 1 TO Trans-Suspended-Count
009766             GO TO 2000-READ-NEXT
009767         END-IF
009768     END-IF
009713
009710*> Probation cap: a new account's withdrawals stop at the
009711*> product's daily ceiling until the window passes.
009723             TR-ACCOUNT-NUMBER, Auths-Total
009722         COMPUTE Available-After =
009723             MF-ACCOUNT-BALANCE - TR-TRANS-AMOUNT
009724*> Neither the courtesy limit nor an officer's pay decision
009725*> reaches held funds - the holds edit stands on its own,
009726*> ahead of both.
009727         IF Holds-Total > ZERO
009728             AND Available-After < Holds-Total
009729             MOVE "Withdrawal into held funds"
009730                 TO Reject-Reason
009731             PERFORM 1750-WRITE-SUSPENSE
009732                 THRU 1750-WRITE-SUSPENSE-EXIT
009733             ADD 1 TO Trans-Rejected-Count
009734             ADD 1 TO Trans-Suspended-Count
009735             GO TO 2000-READ-NEXT
009736         END-IF
009737*> An overdraw within the account's courtesy pay limit is
009738*> paid - it skips the NSF queue and the spendable-funds
009739*> edits below.
009740         IF Cplimit-File-Open AND Item-Is-Normal
009741             PERFORM 2099-CHECK-COURTESY-LIMIT
009742                 THRU 2099-CHECK-COURTESY-LIMIT-EXIT
009743         END-IF
009744*> A check or ACH debit that would overdraw the spendable
009745*> balance past the NSFPARM threshold is pulled onto the
009746*> officers' pay/return queue instead of posting; the one an
009747*> officer (or the deadline rule) paid comes back on its own
009748*> trace and posts as decided, past the edits below.
009749         IF Nsfq-File-Open AND Item-Is-Normal
009750             AND (TR-SERIAL-NUMBER NOT = SPACES
009751                 OR TR-SOURCE-CHANNEL = "ACH")
009752             PERFORM 2096-CHECK-NSF-QUEUE
009753                 THRU 2096-CHECK-NSF-QUEUE-EXIT
009754             IF Nsf-Item-Queued
009755                 GO TO 2000-READ-NEXT
009756             END-IF
009757         END-IF
009758*> With no holds on file the same test is a plain overdraw,
009759*> which the courtesy limit or a pay decision may cover.
009760         IF Available-After < Holds-Total
009761             AND NOT Nsf-Pay-Decided
009762             AND NOT Courtesy-Pay-Covered
009763             MOVE "Withdrawal into held funds"
009764                 TO Reject-Reason
009765             PERFORM 1750-WRITE-SUSPENSE
009766                 THRU 1750-WRITE-SUSPENSE-EXIT
009767             ADD 1 TO Trans-Rejected-Count
009768             ADD 1 TO Trans-Suspended-Count
009769             GO TO 2000-READ-NEXT
009770         END-IF
009771         IF Available-After <
009772                 Holds-Total + Uncollected-Total
009773             AND NOT Nsf-Pay-Decided
009774             AND NOT Courtesy-Pay-Covered
009775             MOVE "Withdrawal of uncollected funds"
009776                 TO Reject-Reason
009777             PERFORM 1750-WRITE-SUSPENSE
009778                 THRU 1750-WRITE-SUSPENSE-EXIT
009779             ADD 1 TO Trans-Rejected-Count
009780             ADD 1 TO Trans-Suspended-Count
009781             GO TO 2000-READ-NEXT
009782         END-IF
009783*> An open card authorization is money the customer already
009784*> spent - it reduces the available balance like a hold until
009785*> the nightly match retires or expires it.
009786         IF Available-After <
009787                 Holds-Total + Uncollected-Total + Auths-Total
009788             AND NOT Nsf-Pay-Decided
009789             AND NOT Courtesy-Pay-Covered
009790             MOVE "Withdrawal of authorized funds"
009791                 TO Reject-Reason
009792             PERFORM 1750-WRITE-SUSPENSE
009793                 THRU 1750-WRITE-SUSPENSE-EXIT
009794             ADD 1 TO Trans-Rejected-Count
009795             ADD 1 TO Trans-Suspended-Count
009796             GO TO 2000-READ-NEXT
009797         END-IF
009798         IF Courtesy-Pay-Covered
009799             ADD 1 TO Trans-Courtesy-Count
009800             DISPLAY TR-ACCOUNT-NUMBER ": Overdraws by "
009801                 Courtesy-Overdraw-Amount
009802                 " - paid within courtesy limit."
009803         END-IF
009804     END-IF
009734
009735*> COMPUTE (rather than ADD/SUBTRACT) so a withdrawal that
009715*> exceeds the balance carries the account negative instead of
010876     END-IF
010900
011000     ADD 1 TO Trans-Posted-Count
011001     PERFORM 2070-WRITE-HISTORY THRU 2070-WRITE-HISTORY-EXIT
011002     PERFORM 2097-BOOK-INTERBRANCH
011003         THRU 2097-BOOK-INTERBRANCH-EXIT
011006     PERFORM 2095-RECORD-FINGERPRINT
011007         THRU 2095-RECORD-FINGERPRINT-EXIT
011008     IF Item-Posts-Credit AND Item-Is-Normal
011011 2000-POST-MATCHED-MEMO.
011012     ADD 1 TO Trans-Posted-Count
011013     PERFORM 2070-WRITE-HISTORY THRU 2070-WRITE-HISTORY-EXIT
011014     PERFORM 2097-BOOK-INTERBRANCH
011015         THRU 2097-BOOK-INTERBRANCH-EXIT
011016     PERFORM 2095-RECORD-FINGERPRINT
011017         THRU 2095-RECORD-FINGERPRINT-EXIT.
011014
011015 2000-TEST-THRESHOLD.
011020*> A memo the midday mini cycle already flushed carried its
012900 2000-PROCESS-TRANS-EXIT.
013000     EXIT.
013050
013051*> The sequencing step put each account's items in posting-order
013052*> rank ahead of the sort; the item's place among its account's
013053*> items is counted here and kept on the history row. Skipped
013054*> items on a restart count too, so positions come out the same.
013055 2005-COUNT-POSITION.
013056     IF TR-ACCOUNT-NUMBER NOT = Position-Account
013057         MOVE TR-ACCOUNT-NUMBER TO Position-Account
013058         MOVE ZERO TO Account-Item-Position
013059     END-IF
013060     IF Account-Item-Position < 999
013061         ADD 1 TO Account-Item-Position
013062     END-IF.
013063 2005-COUNT-POSITION-EXIT.
013064     EXIT.
013065
013042 2030-MATCH-MEMO.
013044     IF ME-MATCHED-FLAG (Memo-Sub) = "N"
013046         AND ME-ACCOUNT-NUMBER (Memo-Sub) = TR-ACCOUNT-NUMBER
013134     MOVE TR-SERIAL-NUMBER TO HT-SERIAL-NUMBER
013135     MOVE TR-ENVELOPE-REF TO HT-ENVELOPE-REF
013136     MOVE TR-TRACE-ID TO HT-TRACE-ID
013137     MOVE TR-TRANS-CODE TO HT-TRANS-CODE
013138     MOVE TR-SOURCE-CHANNEL TO HT-SOURCE-CHANNEL
013139     MOVE TR-BRANCH-CODE TO HT-BRANCH-CODE
013140     CALL "PostingOrderRank" USING MF-PRODUCT-CODE,
013141         TR-DAILYTRN-RECORD, Order-Rule-Used, Order-Class,
013142         Order-Rank, Order-Sub-Key
013143     MOVE Order-Rule-Used TO HT-POSTING-RULE
013144     MOVE Order-Class TO HT-POSTING-CLASS
013145     MOVE Order-Rank TO HT-POSTING-RANK
013146     MOVE Account-Item-Position TO HT-POSTING-POSITION
013134     WRITE HT-TRANS-HISTORY-RECORD
013135         INVALID KEY
013136             DISPLAY TR-ACCOUNT-NUMBER
013153     END-IF
013154*> A probation account's deposits float the extra days the
013155*> product's probation rules call for.
013156     MOVE Default-Float-Days TO Item-Float-Days
013157     IF TR-SOURCE-CHANNEL = Remote-Deposit-Channel
013158         MOVE Remote-Float-Days TO Item-Float-Days
013159     END-IF
013154     COMPUTE Float-Integer-Date =
013155         FUNCTION INTEGER-OF-DATE(Float-Release-Date)
013156             + Item-Float-Days + Probation-Float-Extra
013157     MOVE FUNCTION DATE-OF-INTEGER(Float-Integer-Date)
013158         TO Float-Release-Date
013159     MOVE TR-ACCOUNT-NUMBER TO UF-ACCOUNT-NUMBER
013279 2095-RECORD-FINGERPRINT-EXIT.
013280     EXIT.
013281
013282*> The queue row carries the item image and the balances the
013283*> post saw; the deadline and the decision context are stamped
013284*> after the post by NsfDecisionQueueReport. An item already
013285*> on the queue (a rerun) or already returned stays off the
013286*> master.
013287 2096-CHECK-NSF-QUEUE.
013288     IF TR-TRACE-ID NOT NUMERIC OR TR-TRACE-ID = ZERO
013289         GO TO 2096-CHECK-NSF-QUEUE-EXIT
013290     END-IF
013291     MOVE TR-TRACE-ID TO NQ-TRACE-ID
013292     READ NSFQ
013293         INVALID KEY
013294             CONTINUE
013295         NOT INVALID KEY
013296             IF NQ-PAID-RELEASED
013297                 SET Nsf-Pay-Decided TO TRUE
013298                 DISPLAY TR-ACCOUNT-NUMBER ": NSF item "
013299                     TR-TRACE-ID " paid by " NQ-DECIDED-BY
013300                     " - posting."
013301             ELSE
013302                 SET Nsf-Item-Queued TO TRUE
013303                 DISPLAY TR-ACCOUNT-NUMBER ": NSF item "
013304                     TR-TRACE-ID " already on the decision"
013305                     " queue - not posted."
013306             END-IF
013307             GO TO 2096-CHECK-NSF-QUEUE-EXIT
013308     END-READ
013309     IF Courtesy-Pay-Covered
013310         GO TO 2096-CHECK-NSF-QUEUE-EXIT
013311     END-IF
013312     COMPUTE Nsf-Overdraw-Amount =
013313         TR-TRANS-AMOUNT - (MF-ACCOUNT-BALANCE - Holds-Total
013314             - Uncollected-Total - Auths-Total)
013315     IF Nsf-Overdraw-Amount NOT > Nsf-Overdraw-Threshold
013316         GO TO 2096-CHECK-NSF-QUEUE-EXIT
013317     END-IF
013318     MOVE SPACES TO NQ-NSF-QUEUE-RECORD
013319     MOVE TR-TRACE-ID TO NQ-TRACE-ID
013320     MOVE TR-ACCOUNT-NUMBER TO NQ-ACCOUNT-NUMBER
013321     MOVE MF-BRANCH-CODE TO NQ-BRANCH-CODE
013322     IF TR-SERIAL-NUMBER NOT = SPACES
013323         SET NQ-ITEM-CHECK TO TRUE
013324     ELSE
013325         SET NQ-ITEM-ACH TO TRUE
013326     END-IF
013327     MOVE TR-DAILYTRN-RECORD TO NQ-ITEM-IMAGE
013328     MOVE TR-TRANS-AMOUNT TO NQ-ITEM-AMOUNT
013329     MOVE MF-ACCOUNT-BALANCE TO NQ-LEDGER-BALANCE
013330     COMPUTE NQ-AVAILABLE-BALANCE =
013331         MF-ACCOUNT-BALANCE - Holds-Total - Uncollected-Total
013332             - Auths-Total
013333     MOVE Nsf-Overdraw-Amount TO NQ-OVERDRAW-AMOUNT
013334     MOVE Saved-Business-Date TO NQ-QUEUED-DATE
013335     MOVE ZERO TO NQ-DEADLINE-DATE
013336                  NQ-TRUST-SCORE
013337                  NQ-COMBINED-BALANCE
013338                  NQ-LINE-AVAILABLE
013339                  NQ-DECISION-DATE
013340                  NQ-RELEASED-DATE
013341     SET NQ-AWAITING-DECISION TO TRUE
013342     SET Nsf-Item-Queued TO TRUE
013343     WRITE NQ-NSF-QUEUE-RECORD
013344         INVALID KEY
013345             MOVE "NSF queue write failed" TO Reject-Reason
013346             PERFORM 1750-WRITE-SUSPENSE
013347                 THRU 1750-WRITE-SUSPENSE-EXIT
013348             ADD 1 TO Trans-Rejected-Count
013349             ADD 1 TO Trans-Suspended-Count
013350             GO TO 2096-CHECK-NSF-QUEUE-EXIT
013351     END-WRITE
013352     ADD 1 TO Trans-Queued-Count
013353     DISPLAY TR-ACCOUNT-NUMBER ": Overdraws by "
013354         Nsf-Overdraw-Amount " - queued for pay/return decision.".
013355 2096-CHECK-NSF-QUEUE-EXIT.
013356     EXIT.
013357
013358*> Probation standing for the account in hand. A zero or
013359*> unusable open date is a record from before the field
013360*> existed - long past probation.
013361 2098-EVALUATE-PROBATION.
013362     SET Account-Past-Probation TO TRUE
013363     MOVE ZERO TO Probation-Float-Extra
013364     MOVE Default-Daily-Wd-Cap TO Probation-Wd-Cap
013365     IF MF-OPEN-DATE NOT NUMERIC
013366         OR MF-OPEN-DATE = ZERO
013367         GO TO 2098-EVALUATE-PROBATION-EXIT
013368     END-IF
013369     MOVE Default-Probation-Days TO Probation-End-Integer
013370     IF Probparm-File-Open
013371         MOVE MF-PRODUCT-CODE TO PB-PRODUCT-CODE
013372         READ PROBPARM
013373             INVALID KEY
013374                 CONTINUE
013375             NOT INVALID KEY
013376                 IF PB-PROBATION-DAYS NUMERIC
013377                     MOVE PB-PROBATION-DAYS
013378                         TO Probation-End-Integer
013379                 END-IF
013380                 IF PB-DAILY-WD-CAP NUMERIC
013381                     AND PB-DAILY-WD-CAP > 0
013382                     MOVE PB-DAILY-WD-CAP TO Probation-Wd-Cap
013383                 END-IF
013384         END-READ
013385     END-IF
013386     COMPUTE Probation-End-Integer =
013387         FUNCTION INTEGER-OF-DATE(MF-OPEN-DATE)
013388             + Probation-End-Integer
013389     MOVE FUNCTION DATE-OF-INTEGER(Probation-End-Integer)
013390         TO Probation-End-Date
013391     IF Dup-Check-Date NOT = ZERO
013392         AND Dup-Check-Date <= Probation-End-Date
013393         SET Account-On-Probation TO TRUE
013394         IF Probparm-File-Open AND Probparm-OK
013395             AND PB-FLOAT-EXTRA-DAYS NUMERIC
013396             MOVE PB-FLOAT-EXTRA-DAYS
013397                 TO Probation-Float-Extra
013398         ELSE
013399             MOVE Default-Float-Extra-Days
013400                 TO Probation-Float-Extra
013401         END-IF
013402     END-IF.
013403 2098-EVALUATE-PROBATION-EXIT.
013404     EXIT.
013405
013406*> The courtesy pay limit is whole dollars past the available
013407*> balance - the ledger less holds, uncollected deposits and
013408*> open authorizations. Held funds never count toward what it
013409*> covers. No row, or a zero limit, covers nothing.
013410 2099-CHECK-COURTESY-LIMIT.
013411     COMPUTE Courtesy-Overdraw-Amount =
013412         TR-TRANS-AMOUNT - (MF-ACCOUNT-BALANCE - Holds-Total
013413             - Uncollected-Total - Auths-Total)
013414     IF Courtesy-Overdraw-Amount NOT > ZERO
013415         GO TO 2099-CHECK-COURTESY-LIMIT-EXIT
013416     END-IF
013417     MOVE TR-ACCOUNT-NUMBER TO CY-ACCOUNT-NUMBER
013418     READ CPLIMIT
013419         INVALID KEY
013420             GO TO 2099-CHECK-COURTESY-LIMIT-EXIT
013421     END-READ
013422     IF CY-COURTESY-LIMIT NUMERIC
013423         AND Courtesy-Overdraw-Amount NOT > CY-COURTESY-LIMIT
013424         SET Courtesy-Pay-Covered TO TRUE
013425     END-IF.
013426 2099-CHECK-COURTESY-LIMIT-EXIT.
013427     EXIT.
013428
013429*> An item transacted at a branch other than the account's
013430*> home branch moved cash at one branch on the other's behalf.
013431*> A deposit leaves the transacting branch owing the owner; a
013432*> withdrawal leaves the owner owing the transacting branch.
013433*> The owing branch credits its due-to account for the other
013434*> and the other debits its due-from account for the owing
013435*> branch, so each branch's books balance and the settlement
013436*> report nets every pair from the due-to credits. A blank
013437*> branch is a channel or system item, booked at home.
013438 2097-BOOK-INTERBRANCH.
013439     IF TR-BRANCH-CODE = SPACES
013440         OR TR-BRANCH-CODE = MF-BRANCH-CODE
013441         GO TO 2097-BOOK-INTERBRANCH-EXIT
013442     END-IF
013443     ADD 1 TO Interbranch-Item-Count
013444     IF Glpost-File-Absent
013445         ADD 1 TO Interbranch-Unbooked-Count
013446         GO TO 2097-BOOK-INTERBRANCH-EXIT
013447     END-IF
013448     IF Item-Posts-Credit
013449         MOVE TR-BRANCH-CODE TO Owing-Branch-Code
013450         MOVE MF-BRANCH-CODE TO Owed-Branch-Code
013451     ELSE
013452         MOVE MF-BRANCH-CODE TO Owing-Branch-Code
013453         MOVE TR-BRANCH-CODE TO Owed-Branch-Code
013454     END-IF
013455     MOVE SPACES TO GL-POST-RECORD
013456     IF Saved-Business-Date NOT = ZERO
013457         MOVE Saved-Business-Date TO GL-POSTING-DATE
013458     ELSE
013459         MOVE TR-TRANS-DATE TO GL-POSTING-DATE
013460     END-IF
013461     MOVE Interbranch-Trans-Code TO GL-TRANSACTION-CODE
013462     MOVE TR-TRANS-AMOUNT TO GL-ENTRY-AMOUNT
013463     MOVE Jrnl-Source-Program TO GL-SOURCE-PROGRAM
013464     MOVE TR-TRACE-ID TO GL-TRACE-ID
013465
013466     SET IG-Due-To TO TRUE
013467     MOVE Owed-Branch-Code TO IG-COUNTER-BRANCH
013468     MOVE Interbranch-Gl-Account TO GL-ACCOUNT-NUMBER
013469     MOVE Owing-Branch-Code TO GL-BRANCH-CODE
013470     SET GL-Is-Credit TO TRUE
013471     WRITE GL-POST-RECORD
013472
013473     SET IG-Due-From TO TRUE
013474     MOVE Owing-Branch-Code TO IG-COUNTER-BRANCH
013475     MOVE Interbranch-Gl-Account TO GL-ACCOUNT-NUMBER
013476     MOVE Owed-Branch-Code TO GL-BRANCH-CODE
013477     SET GL-Is-Debit TO TRUE
013478     WRITE GL-POST-RECORD.
013479 2097-BOOK-INTERBRANCH-EXIT.
013480     EXIT.
013130
013150 3000-WRITE-CKPT.
013152     MOVE Checkpoint-Program-Id TO CK-PROGRAM-ID
013429         CLOSE WDLUSAGE
013430         CLOSE WDLHITS
013431     END-IF
013432     IF Bkrsupp-File-Open
013433         CLOSE BKRSUPP
013434     END-IF
013435     IF Nsfq-File-Open
013436         CLOSE NSFQ
013437     END-IF
013438     IF Cplimit-File-Open
013439         CLOSE CPLIMIT
013440     END-IF
013441     IF Glpost-File-Open
013442         CLOSE GLPOST
013443     END-IF
013410*> The run finished cleanly, so mark the checkpoint complete -
013420*> the next run starts fresh instead of treating this as a
013430*> restart point.
013522     DISPLAY "Transactions read:    " Trans-Read-Count
013600     DISPLAY "Transactions posted:  " Trans-Posted-Count
013700     DISPLAY "Transactions rejected:" Trans-Rejected-Count
013710     DISPLAY "Transactions suspended:" Trans-Suspended-Count
013720     DISPLAY "Transactions queued:  " Trans-Queued-Count
013730     DISPLAY "Courtesy paid:        " Trans-Courtesy-Count
013740     DISPLAY "Interbranch items:    " Interbranch-Item-Count
013750     IF Interbranch-Unbooked-Count > 0
013760         DISPLAY "WARNING - " Interbranch-Unbooked-Count
013770             " interbranch items not booked - no GLPOST"
013780     END-IF.
013800 9000-TERMINATE-EXIT.
013900     EXIT.
013910
