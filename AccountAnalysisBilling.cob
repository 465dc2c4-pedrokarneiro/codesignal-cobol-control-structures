000800*                                                               *
000900*    ACCOUNTANALYSISBILLING                                     *
001000*                                                               *
001100*    CYCLE-END EARNINGS-CREDIT ANALYSIS FOR THE COMMERCIAL      *
001200*    PRODUCTS (ANLPARM PREFIX), SO LARGE CHECKING CUSTOMERS     *
001300*    GET CREDIT FOR THE BALANCES THEY CARRY INSTEAD OF FLAT     *
001400*    FEES. FOR EACH COMMERCIAL ACCOUNT WHOSE STMTCYC STATEMENT  *
001450*    CYCLE CLOSED TONIGHT:                                      *
001500*      - THE AVERAGE BALANCE IS THE CLOSED CYCLE'S AVERAGE ON   *
001550*        STMTCYC;                                               *
001700*      - THE EARNINGS CREDIT IS THE AVERAGE TIMES THE ANLPARM   *
001800*        MONTHLY (ONE-CYCLE) RATE;                              *
001900*      - THE CYCLE'S ASSESSED FEES ARE SUMMED FROM THE GL FEED  *
002000*        (FEE AND SVC DEBITS DATED INSIDE THE CYCLE);           *
002100*      - THOSE FEES WERE ALREADY TAKEN DURING THE CYCLE BY THE  *
002200*        NIGHTLY FEE AND SERVICE-CHARGE STEPS, SO THE CREDIT    *
002300*        IS POSTED BACK TO THE ACCOUNT (CAPPED AT THE CYCLE'S   *
002400*        FEES) AS ANLC, LEAVING THE CUSTOMER OUT OF POCKET      *
002500*        EXACTLY THE SHORTFALL;                                 *
002600*    AND THE CUSTOMER-FACING ANALYSIS STATEMENT SHOWS BALANCE   *
002700*    CARRIED, CREDIT EARNED, FEES INCURRED AND NET CHARGE.      *
002800*                                                               *
002810*    AN ACCOUNT ENROLLED IN THE ACH DEBIT FILTER (A CONTROL     *
002820*    ROW ON ACHFILT) IS CHARGED THE MONTHLY FILTER FEE HERE     *
002830*    (FEESCHED FEE SCHEDULE) AS ACHF. THE FEE COUNTS            *
002840*    AMONG THE MONTH'S FEES, SO THE EARNINGS CREDIT OFFSETS IT. *
002850*                                                               *
002900*    MODIFICATION HISTORY                                      *
003000*    ------------------------------------------------------    *
003100*    DATE       INIT  DESCRIPTION                              *
003200*    ---------  ----  -----------------------------------      *
003300*    2026-08-22  RLB  ORIGINAL.                                *
003305*    2026-10-06  RLB  ACH DEBIT FILTER FEE (ACHF) CHARGED TO   *
003310*                     ENROLLED ACCOUNTS AND COUNTED IN THE     *
003315*                     MONTH'S FEES.                            *
003320*    2026-10-11  RLB  THE ACH FILTER FEE NOW COMES FROM THE    *
003325*                     FEESCHED SCHEDULE (FEESCHEDULELOOKUP) IN *
003330*                     PLACE OF ANLPARM AND THE COMPILED-IN     *
003335*                     DEFAULT.                                 *
003340*    2026-10-15  RLB  ANALYSIS FOLLOWS EACH ACCOUNT'S OWN       *
003345*                     STATEMENT CYCLE: RUN NIGHTLY, IT TAKES    *
003350*                     THE ACCOUNTS WHOSE STMTCYC CYCLE CLOSED   *
003355*                     ON THE BUSINESS DATE, THE CLOSED CYCLE'S  *
003360*                     AVERAGE AND THE FEES DATED IN THE CYCLE,  *
003365*                     IN PLACE OF THE MONTH-END ADBACCUM PASS.  *
003400*                                                               *
003500*****************************************************************

003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT STMTCYC ASSIGN TO "STMTCYC"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS YC-ACCOUNT-NUMBER
004300         FILE STATUS IS Stmtcyc-File-Status.

004320     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
004340         ORGANIZATION IS SEQUENTIAL
004360         FILE STATUS IS Runctlin-File-Status.

004400     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
004500         ORGANIZATION IS INDEXED
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS Anlparm-File-Status.

006310     SELECT ACHFILT ASSIGN TO "ACHFILT"
006320         ORGANIZATION IS INDEXED
006330         ACCESS MODE IS RANDOM
006340         RECORD KEY IS AF-FILTER-KEY
006350         FILE STATUS IS Achfilt-File-Status.

006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  STMTCYC.
006700     COPY STMTCYC.

006710 FD  RUNCTLIN.
006720     COPY RUNCTL REPLACING
006730         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
006740         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
006750         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
006760         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.

006800 FD  ACCTMSTR.
006900     COPY ACCTMSTR.
009200 FD  ANLPARM.
009300     COPY ANLPARM.

009320 FD  ACHFILT.
009340     COPY ACHFILT.

009400 WORKING-STORAGE SECTION.
009500 01  Stmtcyc-File-Status             PIC XX.
009600     88  Stmtcyc-OK                  VALUE "00".
009700     88  Stmtcyc-EOF                 VALUE "10".
009720 01  Runctlin-File-Status            PIC XX.
009740     88  Runctlin-OK                 VALUE "00".
009760     88  Runctlin-Not-Found          VALUE "35".
009800 01  Acctmstr-File-Status            PIC XX.
009900     88  Acctmstr-OK                 VALUE "00".
010000     88  Acctmstr-Not-On-File        VALUE "23".
011200 01  Anlparm-File-Status             PIC XX.
011300     88  Anlparm-OK                  VALUE "00".
011400     88  Anlparm-Not-Found           VALUE "35".
011410 01  Achfilt-File-Status             PIC XX.
011420     88  Achfilt-OK                  VALUE "00".
011430 01  Filter-Switch                   PIC X(01).
011440     88  Filter-Available            VALUE "Y".
011450     88  Filter-Not-Available        VALUE "N".

011500 77  Commercial-Prefix               PIC X(02) VALUE "CM".
011600 77  Earnings-Rate                   PIC 9V9(4) VALUE 0.0015.
011605*    MONTHLY FEE FOR THE ACH DEBIT FILTER SERVICE, PRICED PER
011610*    ACCOUNT FROM THE FEESCHED FEE SCHEDULE (FEESCHEDULELOOKUP).
011615 77  Ach-Filter-Fee-Type             PIC X(04) VALUE "ACHF".
011620 01  Ach-Filter-Fee                  PIC S9(6)V99.
011625 01  Fee-Action                      PIC X(01).
011630 01  Fee-Schedule-Result             PIC X(01).
011635     88  Schedule-Fee-Chargeable     VALUE "Y".
011640     88  Schedule-Fee-Capped         VALUE "C".
011645     88  Schedule-Fee-Zeroed         VALUE "Z".
011650     88  Schedule-Fee-Missing        VALUE "N".

011700 01  Posting-Date                    PIC 9(08).

012500*    THE COMMERCIAL ACCOUNTS WHOSE CYCLE CLOSED TONIGHT, WITH
012550*    THE CLOSED CYCLE'S AVERAGE PAIR AND THE DAY BEFORE IT
012600*    BEGAN; THE CYCLE'S FEES ARE ADDED FROM ONE PASS OF THE GL
012650*    FEED.
012700 01  Fee-Total-Table.
012800     05  Fee-Account-Count           PIC 9(04) COMP.
012900     05  Fee-Account-Entry OCCURS 1000 TIMES.
013000         10  FE-ACCOUNT-NUMBER       PIC X(10).
013020         10  FE-PRIOR-CYCLE-END      PIC 9(08).
013040         10  FE-BALANCE-SUM          PIC S9(11)V99 COMP-3.
013060         10  FE-DAY-COUNT            PIC 9(03).
013100         10  FE-FEE-TOTAL            PIC S9(7)V99.
013200 01  Fee-Sub                         PIC 9(04) COMP.
013300 01  Fee-Found-Sub                   PIC 9(04) COMP.
013350 01  Analysis-Sub                    PIC 9(04) COMP.

013400 01  Average-Balance                 PIC S9(9)V99.
013500 01  Earnings-Credit                 PIC S9(7)V99.
014000     05  Accounts-Analyzed           PIC 9(7) COMP.
014100     05  Accounts-Credited           PIC 9(7) COMP.
014200     05  Refund-Total                PIC S9(9)V99.
014220     05  Cycles-Not-Tabled           PIC 9(7) COMP.
014240     05  Filter-Fees-Charged         PIC 9(7) COMP.
014260     05  Filter-Fee-Total            PIC S9(9)V99.
014300 01  Edited-Amount                   PIC -(8)9.99.
014400 01  Edited-Amount-2                 PIC -(8)9.99.

014700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
014800     PERFORM 2000-ANALYZE-ACCOUNT
014900         THRU 2000-ANALYZE-ACCOUNT-EXIT
015000         VARYING Analysis-Sub FROM 1 BY 1
015100         UNTIL Analysis-Sub > Fee-Account-Count
015200     PERFORM 8000-ADJUST-CONTROL-TOTAL
015300         THRU 8000-ADJUST-CONTROL-TOTAL-EXIT
015500     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
015600     STOP RUN.

015900                  Accounts-Credited
016000                  Refund-Total
016100                  Fee-Account-Count
016150                  Filter-Fees-Charged
016200                  Filter-Fee-Total
016250                  Cycles-Not-Tabled
016300*> The business date is the date the cycle control step closed
016350*> tonight's cycles on.
016400     OPEN INPUT RUNCTLIN
016450     IF Runctlin-OK
016500         READ RUNCTLIN
016550             AT END
016600                 SET Runctlin-Not-Found TO TRUE
016650         END-READ
016700     END-IF
016750     IF Runctlin-OK
016800         MOVE RI-BUSINESS-DATE TO Posting-Date
016850         CLOSE RUNCTLIN
016900     ELSE
016950         ACCEPT Posting-Date FROM DATE YYYYMMDD
017000     END-IF
017500     DISPLAY "COMMERCIAL ACCOUNT ANALYSIS - " Posting-Date

017600     OPEN INPUT ANLPARM
019300         DISPLAY "ANLPARM not available; shop defaults used."
019400     END-IF

019500     OPEN INPUT STMTCYC
019600     OPEN I-O ACCTMSTR
019605     READ STMTCYC
019610         AT END
019615             SET Stmtcyc-EOF TO TRUE
019620     END-READ
019625     PERFORM 1050-TABLE-CLOSED-CYCLE
019630         THRU 1050-TABLE-CLOSED-CYCLE-EXIT
019635         UNTIL Stmtcyc-EOF
019640     CLOSE STMTCYC
019645*> Without a filter file no account is enrolled.
019650     OPEN INPUT ACHFILT
019655     IF Achfilt-OK
019660         SET Filter-Available TO TRUE
019665     ELSE
019670         SET Filter-Not-Available TO TRUE
019675     END-IF
019700     OPEN EXTEND GLPOST
019800     OPEN INPUT GLPOSTIN
019900     IF Glpostin-OK
020900         UNTIL Glpostin-EOF
021000     IF NOT Glpostin-Not-Found
021100         CLOSE GLPOSTIN
021200     END-IF.
021700 1000-INITIALIZE-EXIT.
021800     EXIT.

021802*> Only a commercial account still open, whose cycle closed
021804*> tonight with days on it, is analyzed.
021806 1050-TABLE-CLOSED-CYCLE.
021808     IF YC-LAST-CYCLE-END NOT = Posting-Date
021810         OR YC-CLOSED-DAY-COUNT = ZERO
021812         GO TO 1050-READ-NEXT
021814     END-IF
021816     MOVE YC-ACCOUNT-NUMBER TO MF-ACCOUNT-NUMBER
021818     READ ACCTMSTR
021820         INVALID KEY
021822             GO TO 1050-READ-NEXT
021824     END-READ
021826     IF MF-PRODUCT-CODE (1:2) NOT = Commercial-Prefix
021828         OR MF-Account-Is-Closed
021830         GO TO 1050-READ-NEXT
021832     END-IF
021834     IF Fee-Account-Count NOT < 1000
021836         ADD 1 TO Cycles-Not-Tabled
021838         DISPLAY YC-ACCOUNT-NUMBER
021840             ": Analysis table full; account not analyzed."
021842         GO TO 1050-READ-NEXT
021844     END-IF
021846     ADD 1 TO Fee-Account-Count
021848     MOVE YC-ACCOUNT-NUMBER
021850         TO FE-ACCOUNT-NUMBER (Fee-Account-Count)
021852     MOVE YC-PRIOR-CYCLE-END
021854         TO FE-PRIOR-CYCLE-END (Fee-Account-Count)
021856     MOVE YC-CLOSED-BALANCE-SUM
021858         TO FE-BALANCE-SUM (Fee-Account-Count)
021860     MOVE YC-CLOSED-DAY-COUNT
021862         TO FE-DAY-COUNT (Fee-Account-Count)
021864     MOVE ZERO TO FE-FEE-TOTAL (Fee-Account-Count).

021866 1050-READ-NEXT.
021868     READ STMTCYC
021870         AT END
021872             SET Stmtcyc-EOF TO TRUE
021874     END-READ.
021876 1050-TABLE-CLOSED-CYCLE-EXIT.
021878     EXIT.

021900*****************************************************************
022000*    ONE PASS OF THE GL FEED GATHERS THE FEE AND SERVICE-       *
022100*    CHARGE DEBITS DATED INSIDE EACH TABLED ACCOUNT'S CYCLE.    *
022200*****************************************************************
022300 1100-LOAD-MONTH-FEES.
022400     IF GI-Is-Debit
022700         AND (GI-TRANSACTION-CODE = "FEE "
022800             OR GI-TRANSACTION-CODE = "SVC ")
022900         MOVE ZERO TO Fee-Found-Sub
023100             VARYING Fee-Sub FROM 1 BY 1
023200             UNTIL Fee-Sub > Fee-Account-Count
023300                 OR Fee-Found-Sub > 0
024300         IF Fee-Found-Sub > 0
024320             AND GI-POSTING-DATE >
024340                 FE-PRIOR-CYCLE-END (Fee-Found-Sub)
024360             AND GI-POSTING-DATE NOT > Posting-Date
024400             ADD GI-ENTRY-AMOUNT
024500                 TO FE-FEE-TOTAL (Fee-Found-Sub)
024600         END-IF
025900     EXIT.

026000 2000-ANALYZE-ACCOUNT.
026100     MOVE FE-ACCOUNT-NUMBER (Analysis-Sub) TO MF-ACCOUNT-NUMBER
026200     READ ACCTMSTR
026300         INVALID KEY
026400             GO TO 2000-ANALYZE-ACCOUNT-EXIT
026500     END-READ
027100     ADD 1 TO Accounts-Analyzed

027200     COMPUTE Average-Balance ROUNDED =
027300         FE-BALANCE-SUM (Analysis-Sub)
027350             / FE-DAY-COUNT (Analysis-Sub)
027400     COMPUTE Earnings-Credit ROUNDED =
027500         Average-Balance * Earnings-Rate
027600     IF Earnings-Credit < ZERO
027700         MOVE ZERO TO Earnings-Credit
027800     END-IF

027900     MOVE FE-FEE-TOTAL (Analysis-Sub) TO Month-Fees
028000     IF Filter-Available
028100         PERFORM 2120-CHARGE-FILTER-FEE
028200             THRU 2120-CHARGE-FILTER-FEE-EXIT
028300     END-IF

028900     COMPUTE Net-Charge = Month-Fees - Earnings-Credit
029000     IF Net-Charge < ZERO
029900     END-IF

030000     DISPLAY " "
030100     DISPLAY "ANALYSIS STATEMENT - ACCOUNT " MF-ACCOUNT-NUMBER
030200     MOVE Average-Balance TO Edited-Amount
030300     DISPLAY "  AVERAGE BALANCE CARRIED  " Edited-Amount
030400     MOVE Earnings-Credit TO Edited-Amount
031100         COMPUTE MF-ACCOUNT-BALANCE =
031200             MF-ACCOUNT-BALANCE + Credit-Refund
031300         REWRITE MF-ACCTMSTR-RECORD
031400         MOVE MF-ACCOUNT-NUMBER TO GL-ACCOUNT-NUMBER
031500         MOVE Posting-Date TO GL-POSTING-DATE
031600         MOVE "ANLC" TO GL-TRANSACTION-CODE
031700         SET GL-Is-Credit TO TRUE
033100         ADD 1 TO Accounts-Credited
033200         ADD Credit-Refund TO Refund-Total
033300     END-IF.
033900 2000-ANALYZE-ACCOUNT-EXIT.
034000     EXIT.

034010*> The filter fee is taken now, with its GL pair, and joins
034020*> the month's fees before the earnings credit is applied.
034030 2120-CHARGE-FILTER-FEE.
034040     MOVE MF-ACCOUNT-NUMBER TO AF-ACCOUNT-NUMBER
034050     MOVE SPACES TO AF-COMPANY-ID
034060     READ ACHFILT
034070         INVALID KEY
034080             GO TO 2120-CHARGE-FILTER-FEE-EXIT
034090     END-READ
034100     MOVE "C" TO Fee-Action
034110     CALL "FeeScheduleLookup" USING MF-ACCOUNT-NUMBER,
034120         MF-PRODUCT-CODE, Ach-Filter-Fee-Type, Posting-Date,
034130         Fee-Action, Ach-Filter-Fee, Fee-Schedule-Result
034140     IF NOT Schedule-Fee-Chargeable
034150         DISPLAY MF-ACCOUNT-NUMBER
034160             ": ACH filter fee not charged - schedule result "
034170             Fee-Schedule-Result
034180         GO TO 2120-CHARGE-FILTER-FEE-EXIT
034190     END-IF
034200     COMPUTE MF-ACCOUNT-BALANCE =
034210         MF-ACCOUNT-BALANCE - Ach-Filter-Fee
034220     REWRITE MF-ACCTMSTR-RECORD
034230     MOVE MF-ACCOUNT-NUMBER TO GL-ACCOUNT-NUMBER
034240     MOVE Posting-Date TO GL-POSTING-DATE
034250     MOVE "ACHF" TO GL-TRANSACTION-CODE
034260     SET GL-Is-Debit TO TRUE
034270     MOVE Ach-Filter-Fee TO GL-ENTRY-AMOUNT
034280     MOVE "AccountAnalysisBilli" TO GL-SOURCE-PROGRAM
034290     WRITE GL-POST-RECORD
034300     MOVE "GLFEEINC  " TO GL-ACCOUNT-NUMBER
034310     MOVE Posting-Date TO GL-POSTING-DATE
034320     MOVE "ACHF" TO GL-TRANSACTION-CODE
034330     SET GL-Is-Credit TO TRUE
034340     MOVE Ach-Filter-Fee TO GL-ENTRY-AMOUNT
034350     MOVE "AccountAnalysisBilli" TO GL-SOURCE-PROGRAM
034360     WRITE GL-POST-RECORD
034370     ADD Ach-Filter-Fee TO Month-Fees
034380     ADD 1 TO Filter-Fees-Charged
034390     ADD Ach-Filter-Fee TO Filter-Fee-Total.
034400 2120-CHARGE-FILTER-FEE-EXIT.
034410     EXIT.

034700*****************************************************************
034800*    THE CREDITS GIVEN BACK HERE CAME AFTER THE                 *
034900*    RECONCILIATION CARRIED THE CONTROL TOTAL, SO THE TOTAL     *
035000*    IS RE-CARRIED WITH THE REFUND TOTAL ADDED AND THE FILTER   *
035100*    FEES TAKEN OFF - ZERO DELTA ON A NIGHT WITH NEITHER.       *
035200*****************************************************************
035300 8000-ADJUST-CONTROL-TOTAL.
035400     OPEN INPUT CTLTOTIN
036300             GO TO 8000-ADJUST-CONTROL-TOTAL-EXIT
036400     END-READ
036500     COMPUTE Adjusted-Control-Total =
036600         CTI-CONTROL-TOTAL + Refund-Total - Filter-Fee-Total
036700     CLOSE CTLTOTIN
036800     OPEN OUTPUT CTLTOT
036900     MOVE CTI-CONTROL-DATE TO CT-CONTROL-DATE
037400     EXIT.

037500 9000-TERMINATE.
038000     CLOSE ACCTMSTR
038100     CLOSE GLPOST
038120     IF Filter-Available
038140         CLOSE ACHFILT
038160     END-IF
038200     MOVE Refund-Total TO Edited-Amount
038300     DISPLAY " "
038400     DISPLAY "ACCOUNT ANALYSIS SUMMARY"
038500     DISPLAY "Accounts analyzed - " Accounts-Analyzed
038600     DISPLAY "Accounts credited - " Accounts-Credited
038620     DISPLAY "Not tabled (full) - " Cycles-Not-Tabled
038640     DISPLAY "Credits given     - " Edited-Amount
038660     MOVE Filter-Fee-Total TO Edited-Amount
038680     DISPLAY "ACH filter fees   - " Filter-Fees-Charged
038700     DISPLAY "Filter fee total  - " Edited-Amount.
038800 9000-TERMINATE-EXIT.
038900     EXIT.
