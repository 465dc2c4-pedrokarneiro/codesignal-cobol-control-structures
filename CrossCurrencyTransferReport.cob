000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CrossCurrencyTransferReport.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    CROSSCURRENCYTRANSFERREPORT                                *
001100*                                                               *
001200*    NIGHTLY STEP AFTER THE POST. READS THE NIGHT'S XFRFXLOG    *
001300*    ROWS - ONE PER CROSS-CURRENCY INTERNAL TRANSFER PRICED BY  *
001400*    STANDINGORDERGENERATOR, ONLINETRANSFERVALIDATION AND       *
001500*    SPLITDEPOSITGROUPEDIT, CONCATENATED BY THE JCL - AND FOR   *
001600*    EACH ONE BOOKS THE SPREAD EARNED AS A BALANCED FXSP PAIR   *
001700*    ON GLPOST (TELLERFXCASHSERVICE STYLE), MOVES THE BRANCH'S  *
001800*    FXPOSN POSITION IN EACH NON-BASE CURRENCY (UP BY WHAT THE  *
001900*    BANK TOOK IN, DOWN BY WHAT IT PAID OUT) AND PRINTS THE     *
002000*    TRANSFER WITH THE MARKET AND CUSTOMER RATES, TIER AND      *
002100*    SPREAD. A SUMMARY BY CURRENCY PAIR CLOSES THE REPORT.      *
002200*    THE ENTRIES ARE DATED THE RUNCTLIN BUSINESS DATE.          *
002300*                                                               *
002400*    A TRANSFER IS BOOKED ONLY WHEN BOTH ITS LEGS POSTED: THE   *
002500*    WITHDRAWAL FROM THE SOURCE ACCOUNT AND THE DEPOSIT TO THE  *
002600*    TARGET MUST EACH BE FOUND ON TRNHIST FOR THE TRANSFER'S    *
002700*    DATE AND AMOUNT. A LEG SUSPENDED OR REJECTED BY THE POST   *
002800*    LEAVES THE TRANSFER UNBOOKED AND LISTED AS AN EXCEPTION.   *
002900*                                                               *
003000*    MODIFICATION HISTORY                                      *
003100*    ------------------------------------------------------    *
003200*    DATE       INIT  DESCRIPTION                              *
003300*    ---------  ----  -----------------------------------      *
003400*    2026-10-15  RLB  ORIGINAL.                                *
003500*                                                               *
003600*****************************************************************
003700
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT XFRFXLOG ASSIGN TO "XFRFXLOG"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS Xfrfxlog-File-Status.
004400
004500     SELECT FXPOSN ASSIGN TO "FXPOSN"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS XP-POSITION-KEY
004900         FILE STATUS IS Fxposn-File-Status.
005000
005100     SELECT GLPOST ASSIGN TO "GLPOST"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS Glpost-File-Status.
005400
005500     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS Runctlin-File-Status.
005800
005900     SELECT TRANHIST ASSIGN TO "TRANHIST"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS HT-HISTORY-KEY
006300         FILE STATUS IS Tranhist-File-Status.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  XFRFXLOG.
006800     COPY XFRFXLOG.
006900
007000 FD  FXPOSN.
007100     COPY FXPOSN.
007200
007300 FD  GLPOST.
007400     COPY GLPOST.
007500
007600 FD  RUNCTLIN.
007700     COPY RUNCTL REPLACING
007800         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
007900         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
008000         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
008100         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.
008200
008300 FD  TRANHIST.
008400     COPY TRNHIST.
008500
008600 WORKING-STORAGE SECTION.
008700 01  Xfrfxlog-File-Status            PIC XX.
008800     88  Xfrfxlog-OK                 VALUE "00".
008900     88  Xfrfxlog-EOF                VALUE "10".
009000 01  Fxposn-File-Status              PIC XX.
009100     88  Fxposn-OK                   VALUE "00".
009200     88  Fxposn-Not-On-File          VALUE "23".
009300 01  Glpost-File-Status              PIC XX.
009400     88  Glpost-OK                   VALUE "00".
009500 01  Runctlin-File-Status            PIC XX.
009600     88  Runctlin-OK                 VALUE "00".
009700     88  Runctlin-Not-Found          VALUE "35".
009800 01  Tranhist-File-Status            PIC XX.
009900     88  Tranhist-OK                 VALUE "00".
010000
010100*    THE SPREAD IS HELD IN THE FX TRANSFER CLEARING ACCOUNT
010200*    UNTIL IT IS RECOGNISED AS FX INCOME.
010300 77  Base-Currency-Code              PIC X(03) VALUE "USD".
010400 77  Fx-Clearing-Account             PIC X(10) VALUE "GLFXXFER".
010500 77  Fx-Income-Account               PIC X(10) VALUE "GLFXINC".
010600
010700 01  Business-Date                   PIC 9(08).
010800 01  From-Currency                   PIC X(03).
010900 01  To-Currency                     PIC X(03).
011000 01  Position-Currency               PIC X(03).
011100 01  Position-Amount                 PIC S9(07).
011200 01  Gl-Amount                       PIC S9(7)V99.
011300 01  Income-Sign-Switch              PIC X(01).
011400     88  Income-Is-Earned            VALUE "E".
011500     88  Income-Is-Given-Up          VALUE "G".
011600
011700*    THE LEG BEING LOOKED FOR ON TRNHIST, AND THE HISTORY ROWS
011800*    ALREADY CLAIMED TONIGHT - TWO LIKE TRANSFERS ON ONE DAY
011900*    MUST FIND TWO ROWS, NOT THE SAME ONE TWICE.
012000 01  Leg-Account-Number              PIC X(10).
012100 01  Leg-Trans-Type                  PIC X(01).
012200 01  Leg-Amount                      PIC 9(06).
012300 01  Leg-Found-Key                   PIC X(25).
012400 01  From-Leg-Key                    PIC X(25).
012500 01  To-Leg-Key                      PIC X(25).
012600 01  Leg-Found-Switch                PIC X(01).
012700     88  Leg-Was-Found               VALUE "Y".
012800     88  Leg-Not-Found               VALUE "N".
012900 01  From-Leg-Switch                 PIC X(01).
013000     88  From-Leg-Posted             VALUE "Y".
013100     88  From-Leg-Missing            VALUE "N".
013200 01  To-Leg-Switch                   PIC X(01).
013300     88  To-Leg-Posted               VALUE "Y".
013400     88  To-Leg-Missing              VALUE "N".
013500 01  Hist-Scan-Switch                PIC X(01).
013600     88  Hist-Scan-Is-Done           VALUE "Y".
013700     88  Hist-Scan-Is-Active         VALUE "N".
013800 01  Used-Leg-Table.
013900     05  Used-Leg-Count              PIC 9(04) COMP.
014000     05  Used-Leg-Entry OCCURS 1000 TIMES.
014100         10  UL-HISTORY-KEY          PIC X(25).
014200 01  Used-Sub                        PIC 9(04) COMP.
014300 01  Used-Found-Switch               PIC X(01).
014400     88  Leg-Is-Claimed              VALUE "Y".
014500     88  Leg-Is-Unclaimed            VALUE "N".
014600
014700*    TRANSFERS NOT BOOKED BECAUSE A LEG DID NOT POST, LISTED
014800*    AFTER THE PAIR SUMMARY.
014900 01  Exception-Table.
015000     05  Exception-Count             PIC 9(03) COMP.
015100     05  Exception-Entry OCCURS 100 TIMES.
015200         10  EX-CHANNEL              PIC X(03).
015300         10  EX-REFERENCE            PIC X(10).
015400         10  EX-FROM-ACCOUNT         PIC X(10).
015500         10  EX-TO-ACCOUNT           PIC X(10).
015600         10  EX-MISSING-LEG          PIC X(14).
015700
015800*    ONE ENTRY PER CURRENCY PAIR, FOR THE CLOSING SUMMARY.
015900 01  Pair-Summary-Table.
016000     05  Pair-Count                  PIC 9(03) COMP.
016100     05  Pair-Entry OCCURS 100 TIMES.
016200         10  PX-FROM-CURRENCY        PIC X(03).
016300         10  PX-TO-CURRENCY          PIC X(03).
016400         10  PX-TRANSFER-COUNT       PIC 9(7) COMP.
016500         10  PX-FROM-TOTAL           PIC 9(11).
016600         10  PX-TO-TOTAL             PIC 9(11).
016700         10  PX-SPREAD-TOTAL         PIC S9(9)V99.
016800 01  Table-Sub                       PIC 9(03) COMP.
016900 01  Found-Sub                       PIC 9(03) COMP.
017000 01  Search-Done-Switch              PIC X(01).
017100     88  Search-Is-Done              VALUE "Y".
017200     88  Search-Is-Active            VALUE "N".
017300
017400 01  Report-Totals.
017500     05  Transfers-Read              PIC 9(7) COMP.
017600     05  Transfers-Booked            PIC 9(7) COMP.
017700     05  Transfers-Not-Posted        PIC 9(7) COMP.
017800     05  Spread-Pairs-Posted         PIC 9(7) COMP.
017900     05  Positions-Moved             PIC 9(7) COMP.
018000     05  Position-Failures           PIC 9(7) COMP.
018100     05  Table-Overflow-Count        PIC 9(7) COMP.
018200     05  Base-Amount-Total           PIC S9(11)V99.
018300     05  Spread-Income-Total         PIC S9(9)V99.
018400
018500 01  Edited-From-Amount              PIC Z(5)9.
018600 01  Edited-To-Amount                PIC Z(5)9.
018700 01  Edited-Market-Rate              PIC Z(3)9.9(6).
018800 01  Edited-Customer-Rate            PIC Z(3)9.9(6).
018900 01  Edited-Spread-Rate              PIC 9.9(4).
019000 01  Edited-Income                   PIC -(7)9.99.
019100 01  Edited-Total                    PIC -(11)9.99.
019200 01  Edited-Count                    PIC Z(6)9.
019300
019400 PROCEDURE DIVISION.
019500
019600 0000-MAINLINE.
019700     CALL "BatchStepTimer" USING "STEP012F", "S"
019800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
019900     PERFORM 2000-PROCESS-TRANSFER THRU 2000-PROCESS-TRANSFER-EXIT
020000         UNTIL Xfrfxlog-EOF
020100     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
020200     CALL "BatchStepTimer" USING "STEP012F", "E"
020300     IF Position-Failures > 0
020400         OR Table-Overflow-Count > 0
020500         OR Transfers-Not-Posted > 0
020600         MOVE 4 TO RETURN-CODE
020700     END-IF
020800     STOP RUN.
020900
021000 1000-INITIALIZE.
021100     MOVE ZERO TO Pair-Count
021200                  Used-Leg-Count
021300                  Exception-Count
021400                  Transfers-Read
021500                  Transfers-Booked
021600                  Transfers-Not-Posted
021700                  Spread-Pairs-Posted
021800                  Positions-Moved
021900                  Position-Failures
022000                  Table-Overflow-Count
022100                  Base-Amount-Total
022200                  Spread-Income-Total
022300     OPEN INPUT RUNCTLIN
022400     IF Runctlin-OK
022500         READ RUNCTLIN
022600             AT END
022700                 SET Runctlin-Not-Found TO TRUE
022800         END-READ
022900     END-IF
023000     IF Runctlin-OK
023100         MOVE RI-BUSINESS-DATE TO Business-Date
023200         CLOSE RUNCTLIN
023300     ELSE
023400         ACCEPT Business-Date FROM DATE YYYYMMDD
023500     END-IF
023600     OPEN INPUT XFRFXLOG
023700     IF NOT Xfrfxlog-OK
023800         DISPLAY "XFRFXLOG open failed - " Xfrfxlog-File-Status
023900         MOVE 16 TO RETURN-CODE
024000         STOP RUN
024100     END-IF
024200     OPEN INPUT TRANHIST
024300     IF NOT Tranhist-OK
024400         DISPLAY "TRANHIST open failed - " Tranhist-File-Status
024500         MOVE 16 TO RETURN-CODE
024600         STOP RUN
024700     END-IF
024800     OPEN I-O FXPOSN
024900     OPEN EXTEND GLPOST
025000     DISPLAY "CROSS-CURRENCY TRANSFER REPORT - " Business-Date
025100     DISPLAY "==========================================="
025200     DISPLAY "  CHN REFERENCE  FROM ACCT  CCY  AMOUNT"
025300         "    TO ACCT    CCY  AMOUNT"
025400     DISPLAY "      MARKET RATE  CUSTOMER RATE  TIER  SPREAD"
025500         "     SPREAD EARNED"
025600     READ XFRFXLOG
025700         AT END
025800             SET Xfrfxlog-EOF TO TRUE
025900     END-READ.
026000 1000-INITIALIZE-EXIT.
026100     EXIT.
026200
026300 2000-PROCESS-TRANSFER.
026400     ADD 1 TO Transfers-Read
026500     MOVE XX-FROM-CURRENCY TO From-Currency
026600     IF From-Currency = SPACES
026700         MOVE Base-Currency-Code TO From-Currency
026800     END-IF
026900     MOVE XX-TO-CURRENCY TO To-Currency
027000     IF To-Currency = SPACES
027100         MOVE Base-Currency-Code TO To-Currency
027200     END-IF
027300     PERFORM 2050-CONFIRM-POSTED THRU 2050-CONFIRM-POSTED-EXIT
027400     IF From-Leg-Missing OR To-Leg-Missing
027500         PERFORM 2090-RECORD-EXCEPTION
027600             THRU 2090-RECORD-EXCEPTION-EXIT
027700         GO TO 2000-READ-NEXT
027800     END-IF
027900     ADD 1 TO Transfers-Booked
028000     ADD XX-BASE-AMOUNT TO Base-Amount-Total
028100     ADD XX-SPREAD-INCOME TO Spread-Income-Total
028200     IF XX-SPREAD-INCOME NOT = ZERO
028300         PERFORM 2100-POST-SPREAD THRU 2100-POST-SPREAD-EXIT
028400     END-IF
028500
028600*> The bank took the source currency in and paid the target
028700*> currency out; the base currency carries no position.
028800     IF From-Currency NOT = Base-Currency-Code
028900         MOVE From-Currency TO Position-Currency
029000         MOVE XX-FROM-AMOUNT TO Position-Amount
029100         PERFORM 2200-MOVE-POSITION THRU 2200-MOVE-POSITION-EXIT
029200     END-IF
029300     IF To-Currency NOT = Base-Currency-Code
029400         MOVE To-Currency TO Position-Currency
029500         COMPUTE Position-Amount = ZERO - XX-TO-AMOUNT
029600         PERFORM 2200-MOVE-POSITION THRU 2200-MOVE-POSITION-EXIT
029700     END-IF
029800
029900     PERFORM 2300-ADD-TO-PAIR THRU 2300-ADD-TO-PAIR-EXIT
030000     MOVE XX-FROM-AMOUNT TO Edited-From-Amount
030100     MOVE XX-TO-AMOUNT TO Edited-To-Amount
030200     MOVE XX-MARKET-RATE TO Edited-Market-Rate
030300     MOVE XX-CUSTOMER-RATE TO Edited-Customer-Rate
030400     MOVE XX-SPREAD-RATE TO Edited-Spread-Rate
030500     MOVE XX-SPREAD-INCOME TO Edited-Income
030600     DISPLAY "  " XX-CHANNEL " " XX-REFERENCE " "
030700         XX-FROM-ACCOUNT " " From-Currency " " Edited-From-Amount
030800         " -> " XX-TO-ACCOUNT " " To-Currency " "
030900         Edited-To-Amount
031000     DISPLAY "      " Edited-Market-Rate "  " Edited-Customer-Rate
031100         "    " XX-TIER-CODE "  " Edited-Spread-Rate
031200         "  " Edited-Income.
031300
031400 2000-READ-NEXT.
031500     READ XFRFXLOG
031600         AT END
031700             SET Xfrfxlog-EOF TO TRUE
031800     END-READ.
031900 2000-PROCESS-TRANSFER-EXIT.
032000     EXIT.
032100
032200*****************************************************************
032300*    BOTH LEGS MUST BE ON TRNHIST FOR THE TRANSFER'S DATE: THE  *
032400*    SOURCE ACCOUNT'S WITHDRAWAL OF THE FROM AMOUNT AND THE     *
032500*    TARGET ACCOUNT'S DEPOSIT OF THE TO AMOUNT. THE LOG ROW IS  *
032600*    WRITTEN BEFORE THE LEGS ARE TRACED, AND NOT EVERY CHANNEL  *
032700*    CODES ITS LEGS, SO ACCOUNT, DATE, DIRECTION AND AMOUNT ARE *
032800*    THE MATCH. THE ROWS ARE CLAIMED ONLY WHEN BOTH ARE FOUND.  *
032900*****************************************************************
033000 2050-CONFIRM-POSTED.
033100     SET From-Leg-Missing TO TRUE
033200     SET To-Leg-Missing TO TRUE
033300     MOVE XX-FROM-ACCOUNT TO Leg-Account-Number
033400     MOVE "W" TO Leg-Trans-Type
033500     MOVE XX-FROM-AMOUNT TO Leg-Amount
033600     PERFORM 2060-FIND-LEG THRU 2060-FIND-LEG-EXIT
033700     IF Leg-Was-Found
033800         SET From-Leg-Posted TO TRUE
033900         MOVE Leg-Found-Key TO From-Leg-Key
034000     END-IF
034100     MOVE XX-TO-ACCOUNT TO Leg-Account-Number
034200     MOVE "D" TO Leg-Trans-Type
034300     MOVE XX-TO-AMOUNT TO Leg-Amount
034400     PERFORM 2060-FIND-LEG THRU 2060-FIND-LEG-EXIT
034500     IF Leg-Was-Found
034600         SET To-Leg-Posted TO TRUE
034700         MOVE Leg-Found-Key TO To-Leg-Key
034800     END-IF
034900     IF From-Leg-Missing OR To-Leg-Missing
035000         GO TO 2050-CONFIRM-POSTED-EXIT
035100     END-IF
035200     IF Used-Leg-Count < 999
035300         ADD 1 TO Used-Leg-Count
035400         MOVE From-Leg-Key TO UL-HISTORY-KEY (Used-Leg-Count)
035500         ADD 1 TO Used-Leg-Count
035600         MOVE To-Leg-Key TO UL-HISTORY-KEY (Used-Leg-Count)
035700     END-IF.
035800 2050-CONFIRM-POSTED-EXIT.
035900     EXIT.
036000
036100 2060-FIND-LEG.
036200     SET Leg-Not-Found TO TRUE
036300     MOVE Leg-Account-Number TO HT-ACCOUNT-NUMBER
036400     MOVE XX-BUSINESS-DATE TO HT-TRANS-DATE
036500     MOVE ZERO TO HT-TRANS-SEQUENCE
036600     SET Hist-Scan-Is-Active TO TRUE
036700     START TRANHIST KEY IS NOT LESS THAN HT-HISTORY-KEY
036800         INVALID KEY
036900             GO TO 2060-FIND-LEG-EXIT
037000     END-START
037100     PERFORM 2070-NEXT-HISTORY-ROW
037200         THRU 2070-NEXT-HISTORY-ROW-EXIT
037300         UNTIL Hist-Scan-Is-Done.
037400 2060-FIND-LEG-EXIT.
037500     EXIT.
037600
037700 2070-NEXT-HISTORY-ROW.
037800     READ TRANHIST NEXT RECORD
037900         AT END
038000             SET Hist-Scan-Is-Done TO TRUE
038100             GO TO 2070-NEXT-HISTORY-ROW-EXIT
038200     END-READ
038300     IF HT-ACCOUNT-NUMBER NOT = Leg-Account-Number
038400         OR HT-TRANS-DATE NOT = XX-BUSINESS-DATE
038500         SET Hist-Scan-Is-Done TO TRUE
038600         GO TO 2070-NEXT-HISTORY-ROW-EXIT
038700     END-IF
038800     IF HT-TRANS-TYPE NOT = Leg-Trans-Type
038900         OR HT-TRANS-AMOUNT NOT = Leg-Amount
039000         GO TO 2070-NEXT-HISTORY-ROW-EXIT
039100     END-IF
039200     SET Leg-Is-Unclaimed TO TRUE
039300     PERFORM 2080-CHECK-CLAIMED THRU 2080-CHECK-CLAIMED-EXIT
039400         VARYING Used-Sub FROM 1 BY 1
039500         UNTIL Used-Sub > Used-Leg-Count
039600             OR Leg-Is-Claimed
039700     IF Leg-Is-Claimed
039800         GO TO 2070-NEXT-HISTORY-ROW-EXIT
039900     END-IF
040000     SET Leg-Was-Found TO TRUE
040100     MOVE HT-HISTORY-KEY TO Leg-Found-Key
040200     SET Hist-Scan-Is-Done TO TRUE.
040300 2070-NEXT-HISTORY-ROW-EXIT.
040400     EXIT.
040500
040600 2080-CHECK-CLAIMED.
040700     IF UL-HISTORY-KEY (Used-Sub) = HT-HISTORY-KEY
040800         SET Leg-Is-Claimed TO TRUE
040900     END-IF.
041000 2080-CHECK-CLAIMED-EXIT.
041100     EXIT.
041200
041300*> Nothing is booked for the transfer - no spread, no position,
041400*> no pair total. Treasury books it by hand once the leg posts.
041500 2090-RECORD-EXCEPTION.
041600     ADD 1 TO Transfers-Not-Posted
041700     IF Exception-Count = 100
041800         GO TO 2090-RECORD-EXCEPTION-EXIT
041900     END-IF
042000     ADD 1 TO Exception-Count
042100     MOVE XX-CHANNEL TO EX-CHANNEL (Exception-Count)
042200     MOVE XX-REFERENCE TO EX-REFERENCE (Exception-Count)
042300     MOVE XX-FROM-ACCOUNT TO EX-FROM-ACCOUNT (Exception-Count)
042400     MOVE XX-TO-ACCOUNT TO EX-TO-ACCOUNT (Exception-Count)
042500     IF From-Leg-Missing AND To-Leg-Missing
042600         MOVE "BOTH LEGS" TO EX-MISSING-LEG (Exception-Count)
042700     ELSE
042800         IF From-Leg-Missing
042900             MOVE "WITHDRAWAL LEG"
043000                 TO EX-MISSING-LEG (Exception-Count)
043100         ELSE
043200             MOVE "DEPOSIT LEG"
043300                 TO EX-MISSING-LEG (Exception-Count)
043400         END-IF
043500     END-IF.
043600 2090-RECORD-EXCEPTION-EXIT.
043700     EXIT.
043800
043900*****************************************************************
044000*    THE SPREAD IS BOOKED AS A BALANCED FXSP PAIR AT BANK       *
044100*    LEVEL. A SPREAD THAT ROUNDED AGAINST THE BANK (ONLY WHEN   *
044200*    THE TIER SPREAD IS TINY) BOOKS THE SAME PAIR REVERSED.     *
044300*****************************************************************
044400 2100-POST-SPREAD.
044500     IF XX-SPREAD-INCOME > ZERO
044600         SET Income-Is-Earned TO TRUE
044700         MOVE XX-SPREAD-INCOME TO Gl-Amount
044800     ELSE
044900         SET Income-Is-Given-Up TO TRUE
045000         COMPUTE Gl-Amount = ZERO - XX-SPREAD-INCOME
045100     END-IF
045200     MOVE SPACES TO GL-POST-RECORD
045300     MOVE Fx-Clearing-Account TO GL-ACCOUNT-NUMBER
045400     MOVE Business-Date TO GL-POSTING-DATE
045500     MOVE "FXSP" TO GL-TRANSACTION-CODE
045600     IF Income-Is-Earned
045700         SET GL-Is-Debit TO TRUE
045800     ELSE
045900         SET GL-Is-Credit TO TRUE
046000     END-IF
046100     MOVE Gl-Amount TO GL-ENTRY-AMOUNT
046200     MOVE "CrossCurrencyTransfe" TO GL-SOURCE-PROGRAM
046300     MOVE ZERO TO GL-TRACE-ID
046400     WRITE GL-POST-RECORD
046500     MOVE SPACES TO GL-POST-RECORD
046600     MOVE Fx-Income-Account TO GL-ACCOUNT-NUMBER
046700     MOVE Business-Date TO GL-POSTING-DATE
046800     MOVE "FXSP" TO GL-TRANSACTION-CODE
046900     IF Income-Is-Earned
047000         SET GL-Is-Credit TO TRUE
047100     ELSE
047200         SET GL-Is-Debit TO TRUE
047300     END-IF
047400     MOVE Gl-Amount TO GL-ENTRY-AMOUNT
047500     MOVE "CrossCurrencyTransfe" TO GL-SOURCE-PROGRAM
047600     MOVE ZERO TO GL-TRACE-ID
047700     WRITE GL-POST-RECORD
047800     ADD 1 TO Spread-Pairs-Posted.
047900 2100-POST-SPREAD-EXIT.
048000     EXIT.
048100
048200*> The transferring branch's position in the currency; a
048300*> branch/currency with no row starts one.
048400 2200-MOVE-POSITION.
048500     MOVE XX-BRANCH-CODE TO XP-BRANCH-CODE
048600     MOVE Position-Currency TO XP-CURRENCY-CODE
048700     READ FXPOSN
048800         INVALID KEY
048900             MOVE XX-BRANCH-CODE TO XP-BRANCH-CODE
049000             MOVE Position-Currency TO XP-CURRENCY-CODE
049100             MOVE ZERO TO XP-CASH-POSITION
049200             MOVE ZERO TO XP-POSITION-LIMIT
049300             WRITE XP-FX-POSITION-RECORD
049400             MOVE XX-BRANCH-CODE TO XP-BRANCH-CODE
049500             MOVE Position-Currency TO XP-CURRENCY-CODE
049600             READ FXPOSN
049700                 INVALID KEY
049800                     ADD 1 TO Position-Failures
049900                     DISPLAY "** FXPOSN " XX-BRANCH-CODE "/"
050000                         Position-Currency " NOT UPDATED **"
050100                     GO TO 2200-MOVE-POSITION-EXIT
050200             END-READ
050300     END-READ
050400     ADD Position-Amount TO XP-CASH-POSITION
050500     REWRITE XP-FX-POSITION-RECORD
050600     ADD 1 TO Positions-Moved.
050700 2200-MOVE-POSITION-EXIT.
050800     EXIT.
050900
051000 2300-ADD-TO-PAIR.
051100     MOVE ZERO TO Found-Sub
051200     SET Search-Is-Active TO TRUE
051300     PERFORM 2310-SEARCH-PAIR THRU 2310-SEARCH-PAIR-EXIT
051400         VARYING Table-Sub FROM 1 BY 1
051500         UNTIL Table-Sub > Pair-Count
051600             OR Search-Is-Done
051700     IF Found-Sub = ZERO
051800         IF Pair-Count = 100
051900             ADD 1 TO Table-Overflow-Count
052000             GO TO 2300-ADD-TO-PAIR-EXIT
052100         END-IF
052200         ADD 1 TO Pair-Count
052300         MOVE Pair-Count TO Found-Sub
052400         MOVE From-Currency TO PX-FROM-CURRENCY (Found-Sub)
052500         MOVE To-Currency TO PX-TO-CURRENCY (Found-Sub)
052600         MOVE ZERO TO PX-TRANSFER-COUNT (Found-Sub)
052700                      PX-FROM-TOTAL (Found-Sub)
052800                      PX-TO-TOTAL (Found-Sub)
052900                      PX-SPREAD-TOTAL (Found-Sub)
053000     END-IF
053100     ADD 1 TO PX-TRANSFER-COUNT (Found-Sub)
053200     ADD XX-FROM-AMOUNT TO PX-FROM-TOTAL (Found-Sub)
053300     ADD XX-TO-AMOUNT TO PX-TO-TOTAL (Found-Sub)
053400     ADD XX-SPREAD-INCOME TO PX-SPREAD-TOTAL (Found-Sub).
053500 2300-ADD-TO-PAIR-EXIT.
053600     EXIT.
053700
053800 2310-SEARCH-PAIR.
053900     IF PX-FROM-CURRENCY (Table-Sub) = From-Currency
054000         AND PX-TO-CURRENCY (Table-Sub) = To-Currency
054100         MOVE Table-Sub TO Found-Sub
054200         SET Search-Is-Done TO TRUE
054300     END-IF.
054400 2310-SEARCH-PAIR-EXIT.
054500     EXIT.
054600
054700 9000-TERMINATE.
054800     CLOSE XFRFXLOG
054900     CLOSE TRANHIST
055000     CLOSE FXPOSN
055100     CLOSE GLPOST
055200     IF Transfers-Read = ZERO
055300         DISPLAY "  No cross-currency transfers tonight."
055400     END-IF
055500     DISPLAY " "
055600     DISPLAY "BY CURRENCY PAIR"
055700     DISPLAY "  FROM  TO    TRANSFERS     FROM UNITS"
055800         "       TO UNITS     SPREAD EARNED"
055900     PERFORM 9100-PRINT-PAIR THRU 9100-PRINT-PAIR-EXIT
056000         VARYING Table-Sub FROM 1 BY 1
056100         UNTIL Table-Sub > Pair-Count
056200     IF Transfers-Not-Posted > 0
056300         DISPLAY " "
056400         DISPLAY "EXCEPTIONS - NOT FULLY POSTED, NOT BOOKED"
056500         DISPLAY "  CHN REFERENCE  FROM ACCT   TO ACCT"
056600             "     MISSING"
056700         PERFORM 9200-PRINT-EXCEPTION
056800             THRU 9200-PRINT-EXCEPTION-EXIT
056900             VARYING Table-Sub FROM 1 BY 1
057000             UNTIL Table-Sub > Exception-Count
057100     END-IF
057200     DISPLAY " "
057300     DISPLAY "CROSS-CURRENCY TRANSFER SUMMARY"
057400     DISPLAY "Transfers read       - " Transfers-Read
057500     DISPLAY "Transfers booked     - " Transfers-Booked
057600     DISPLAY "Not fully posted     - " Transfers-Not-Posted
057700     DISPLAY "Spread pairs posted  - " Spread-Pairs-Posted
057800     DISPLAY "Positions moved      - " Positions-Moved
057900     MOVE Base-Amount-Total TO Edited-Total
058000     DISPLAY "Base value moved     - " Edited-Total
058100     MOVE Spread-Income-Total TO Edited-Total
058200     DISPLAY "Spread earned (base) - " Edited-Total
058300     IF Position-Failures > 0
058400         DISPLAY "*** " Position-Failures
058500             " FXPOSN UPDATES FAILED ***"
058600     END-IF
058700     IF Table-Overflow-Count > 0
058800         DISPLAY "*** PAIR TABLE FULL - " Table-Overflow-Count
058900             " TRANSFERS LEFT OUT OF THE PAIR SUMMARY ***"
059000     END-IF
059100     IF Transfers-Not-Posted > Exception-Count
059200         DISPLAY "*** EXCEPTION LIST FULL - "
059300             Transfers-Not-Posted
059400             " NOT POSTED, FIRST 100 LISTED ***"
059500     END-IF.
059600 9000-TERMINATE-EXIT.
059700     EXIT.
059800
059900 9100-PRINT-PAIR.
060000     MOVE PX-TRANSFER-COUNT (Table-Sub) TO Edited-Count
060100     MOVE PX-SPREAD-TOTAL (Table-Sub) TO Edited-Total
060200     DISPLAY "  " PX-FROM-CURRENCY (Table-Sub) "   "
060300         PX-TO-CURRENCY (Table-Sub) "   " Edited-Count
060400         "  " PX-FROM-TOTAL (Table-Sub)
060500         "  " PX-TO-TOTAL (Table-Sub)
060600         "  " Edited-Total.
060700 9100-PRINT-PAIR-EXIT.
060800     EXIT.
060900
061000 9200-PRINT-EXCEPTION.
061100     DISPLAY "  " EX-CHANNEL (Table-Sub) " "
061200         EX-REFERENCE (Table-Sub) " "
061300         EX-FROM-ACCOUNT (Table-Sub) "  "
061400         EX-TO-ACCOUNT (Table-Sub) "  "
061500         EX-MISSING-LEG (Table-Sub).
061600 9200-PRINT-EXCEPTION-EXIT.
061700     EXIT.
