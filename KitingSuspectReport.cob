000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    KitingSuspectReport.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-09-30.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    KITINGSUSPECTREPORT                                        *
001100*                                                               *
001200*    NIGHTLY CHECK-KITING SCREEN. THE STRUCTURING AND VELOCITY  *
001300*    SCREENS LOOK AT CASH AND AT ONE NIGHT; THIS STEP LOOKS     *
001400*    FOR CHECKS DRAWN ON ONE OF A CUSTOMER'S ACCOUNTS BEING     *
001500*    DEPOSITED TO ANOTHER, OVER AND OVER, TO COVER WITHDRAWALS  *
001600*    BEFORE THE FUNDS ARE COLLECTED. THE KITPARM WINDOW OF      *
001700*    TRNHIST IS SORTED BY CUSTREL CUSTOMER (AN UNLINKED         *
001800*    ACCOUNT IS A HOUSEHOLD OF ONE) AND EACH CUSTOMER'S         *
001900*    ACCOUNTS ARE SCREENED TOGETHER:                            *
002000*      - A DEPOSIT TO ONE ACCOUNT MATCHED, BY AMOUNT AND WITHIN *
002100*        THE FLOATSCH DEFAULT FLOAT DAYS, BY A CHECK PAID FROM  *
002200*        ANOTHER OF THE SAME CUSTOMER'S ACCOUNTS IS A CIRCULAR  *
002300*        PAIR FOR BOTH ACCOUNTS.                                *
002400*      - A WITHDRAWAL THAT LEFT THE BALANCE BELOW THE FUNDS     *
002500*        STILL UNCOLLECTED IS A DRAW AGAINST FLOAT. TONIGHT'S   *
002600*        ITEMS ARE MEASURED AGAINST THE UNCOLL BUCKETS; EARLIER *
002700*        NIGHTS AGAINST THE DEPOSITS STILL INSIDE THE FLOAT     *
002800*        DAYS.                                                  *
002900*      - THE COLLECTED BALANCE AFTER EACH ITEM IS AVERAGED, AND *
003000*        THE WINDOW'S DEPOSITS ARE THE ACCOUNT'S TURNOVER.      *
003100*    AN ACCOUNT THAT REPEATEDLY DREW AGAINST FLOAT AND EITHER   *
003200*    KEPT A NEAR-ZERO COLLECTED BALANCE ON HIGH TURNOVER OR     *
003300*    SHOWED REPEATED CIRCULAR PAIRS IS A SUSPECT: IT GOES TO    *
003400*    FRAUDALT UNDER THE KITE REASON CODE FOR THE MORNING        *
003500*    REVIEW, WITH ITS CIRCULAR PAIRS LISTED HERE.               *
003600*                                                               *
003700*    MODIFICATION HISTORY                                      *
003800*    ------------------------------------------------------    *
003900*    DATE       INIT  DESCRIPTION                              *
004000*    ---------  ----  -----------------------------------      *
004100*    2026-09-30  RLB  ORIGINAL.                                *
004200*                                                               *
004300*****************************************************************
004400
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT TRANHIST ASSIGN TO "TRANHIST"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS HT-HISTORY-KEY
005200         FILE STATUS IS Tranhist-File-Status.
005300
005400     SELECT CUSTREL ASSIGN TO "CUSTREL"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS RL-ACCOUNT-NUMBER
005800         FILE STATUS IS Custrel-File-Status.
005900
006000     SELECT FLOATSCH ASSIGN TO "FLOATSCH"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS RANDOM
006300         RECORD KEY IS FS-DEPOSIT-TYPE
006400         FILE STATUS IS Floatsch-File-Status.
006500
006600     SELECT KITPARM ASSIGN TO "KITPARM"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS Kitparm-File-Status.
006900
007000     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS Runctlin-File-Status.
007300
007400     SELECT FRAUDALT ASSIGN TO "FRAUDALT"
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS Fraudalt-File-Status.
007700
007800     SELECT KITEWK ASSIGN TO "SORTWK1".
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  TRANHIST.
008300     COPY TRNHIST.
008400
008500 FD  CUSTREL.
008600     COPY CUSTREL.
008700
008800 FD  FLOATSCH.
008900     COPY FLOATSCH.
009000
009100 FD  KITPARM.
009200     COPY KITPARM.
009300
009400 FD  RUNCTLIN.
009500     COPY RUNCTL REPLACING
009600         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
009700         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
009800         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
009900         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.
010000
010100 FD  FRAUDALT.
010200     COPY FRAUDALT.
010300
010400*    ONE WINDOW HISTORY ROW UNDER ITS CUSTOMER.
010500 SD  KITEWK.
010600 01  SK-SORT-RECORD.
010700     05  SK-CUSTOMER-NUMBER          PIC X(10).
010800     05  SK-ACCOUNT-NUMBER           PIC X(10).
010900     05  SK-TRANS-DATE               PIC 9(08).
011000     05  SK-TRANS-SEQUENCE           PIC 9(07).
011100     05  SK-TRANS-TYPE               PIC X(01).
011200     05  SK-TRANS-AMOUNT             PIC S9(6)V99.
011300     05  SK-BALANCE-AFTER            PIC S9(6)V99.
011400     05  SK-SERIAL-NUMBER            PIC X(06).
011500     05  SK-TRANS-CODE               PIC X(04).
011600
011700 WORKING-STORAGE SECTION.
011800 01  Tranhist-File-Status            PIC XX.
011900     88  Tranhist-OK                 VALUE "00".
012000     88  Tranhist-EOF                VALUE "10".
012100 01  Custrel-File-Status             PIC XX.
012200     88  Custrel-OK                  VALUE "00".
012300 01  Floatsch-File-Status            PIC XX.
012400     88  Floatsch-OK                 VALUE "00".
012500 01  Kitparm-File-Status             PIC XX.
012600     88  Kitparm-OK                  VALUE "00".
012700 01  Runctlin-File-Status            PIC XX.
012800     88  Runctlin-OK                 VALUE "00".
012900     88  Runctlin-Not-Found          VALUE "35".
013000 01  Fraudalt-File-Status            PIC XX.
013100     88  Fraudalt-OK                 VALUE "00".
013200
013300*    SHOP DEFAULTS WHEN KITPARM IS MISSING OR A FIELD IS ZERO,
013400*    AND THE POST'S DEFAULT FLOAT WHEN FLOATSCH HAS NO DF ROW.
013500 77  Window-Days                     PIC 9(03) VALUE 10.
013600 77  Min-Float-Draws                 PIC 9(02) VALUE 3.
013700 77  Min-Circular-Pairs              PIC 9(02) VALUE 2.
013800 77  Near-Zero-Collected             PIC 9(07) VALUE 500.
013900 77  Min-Turnover                    PIC 9(07) VALUE 10000.
014000 77  Float-Days                      PIC 9(02) VALUE 2.
014100
014200 01  Run-Date                        PIC 9(08).
014300 01  Run-Integer-Date                PIC 9(07).
014400 01  Window-Start-Date               PIC 9(08).
014500 01  Window-Integer-Date             PIC 9(07).
014600 01  Lead-In-Date                    PIC 9(08).
014700 01  Lead-In-Integer-Date            PIC 9(07).
014800
014900 01  Sort-Switch                     PIC X(01).
015000     88  Sort-EOF                    VALUE "Y".
015100     88  Sort-Active                 VALUE "N".
015200 01  Last-Rel-Account                PIC X(10).
015300 01  Last-Rel-Customer               PIC X(10).
015400 01  Current-Customer                PIC X(10).
015500
015600*    ONE CUSTOMER'S WINDOW, TABLED FROM THE SORT. ITEMS OF AN
015700*    ACCOUNT ARE CONTIGUOUS AND IN POSTING ORDER.
015800 01  Group-Item-Table.
015900     05  Group-Item-Count            PIC 9(04) COMP.
016000     05  Group-Item-Entry OCCURS 500 TIMES.
016100         10  KI-ACCOUNT-SUB          PIC 9(04) COMP.
016200         10  KI-TRANS-DATE           PIC 9(08).
016300         10  KI-INTEGER-DATE         PIC 9(07).
016400         10  KI-TRANS-TYPE           PIC X(01).
016500         10  KI-TRANS-AMOUNT         PIC S9(6)V99.
016600         10  KI-BALANCE-AFTER        PIC S9(6)V99.
016700         10  KI-SERIAL-NUMBER        PIC X(06).
016800         10  KI-TRANS-CODE           PIC X(04).
016900         10  KI-WINDOW-FLAG          PIC X(01).
017000             88  KI-In-Window        VALUE "Y".
017100             88  KI-Lead-In          VALUE "N".
017200         10  KI-PAIR-SUB             PIC 9(04) COMP.
017300 01  Group-Account-Table.
017400     05  Group-Account-Count         PIC 9(04) COMP.
017500     05  Group-Account-Entry OCCURS 50 TIMES.
017600         10  KA-ACCOUNT-NUMBER       PIC X(10).
017700         10  KA-FIRST-SUB            PIC 9(04) COMP.
017800         10  KA-LAST-SUB             PIC 9(04) COMP.
017900         10  KA-WITHDRAWAL-COUNT     PIC 9(04) COMP.
018000         10  KA-WINDOW-ITEMS         PIC 9(05) COMP.
018100         10  KA-FLOAT-DRAWS          PIC 9(04) COMP.
018200         10  KA-CIRCULAR-PAIRS       PIC 9(04) COMP.
018300         10  KA-DEPOSIT-TOTAL        PIC S9(9)V99 COMP.
018400         10  KA-COLLECTED-SUM        PIC S9(11)V99 COMP.
018500         10  KA-UNCOLL-NOW           PIC S9(7)V99.
018600 01  Item-Sub                        PIC 9(04) COMP.
018700 01  Match-Sub                       PIC 9(04) COMP.
018800 01  Float-Sub                       PIC 9(04) COMP.
018900 01  Account-Sub                     PIC 9(04) COMP.
019000 01  Pair-Account-Sub                PIC 9(04) COMP.
019100 01  Day-Gap                         PIC S9(07).
019200 01  Item-Uncollected                PIC S9(9)V99.
019300 01  Item-Collected                  PIC S9(9)V99.
019400 01  Average-Collected               PIC S9(9)V99.
019500 01  Uncoll-Account                  PIC X(10).
019600 01  Uncoll-Total                    PIC S9(7)V99.
019700
019800 01  Edited-Amount                   PIC -(8)9.99.
019900 01  Edited-Amount-2                 PIC -(8)9.99.
020000 01  Edited-Amount-3                 PIC -(8)9.99.
020100
020200 01  Screen-Counters.
020300     05  History-Rows-Read           PIC 9(7) COMP.
020400     05  Rows-Selected               PIC 9(7) COMP.
020500     05  Customers-Screened          PIC 9(7) COMP.
020600     05  Accounts-Measured           PIC 9(7) COMP.
020700     05  Circular-Pairs-Found        PIC 9(7) COMP.
020800     05  Suspects-High               PIC 9(7) COMP.
020900     05  Suspects-Medium             PIC 9(7) COMP.
021000     05  Rows-Not-Tabled             PIC 9(7) COMP.
021100
021200 PROCEDURE DIVISION.
021300
021400 0000-MAINLINE.
021500     CALL "BatchStepTimer" USING "STEP014D", "S"
021600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
021700     SORT KITEWK
021800         ON ASCENDING KEY SK-CUSTOMER-NUMBER
021900         ON ASCENDING KEY SK-ACCOUNT-NUMBER
022000         ON ASCENDING KEY SK-TRANS-DATE
022100         ON ASCENDING KEY SK-TRANS-SEQUENCE
022200         INPUT PROCEDURE IS 2000-SELECT-HISTORY
022300             THRU 2000-SELECT-HISTORY-EXIT
022400         OUTPUT PROCEDURE IS 3000-SCREEN-CUSTOMERS
022500             THRU 3000-SCREEN-CUSTOMERS-EXIT
022600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
022700     CALL "BatchStepTimer" USING "STEP014D", "E"
022800     STOP RUN.
022900
023000 1000-INITIALIZE.
023100     OPEN INPUT TRANHIST
023200     OPEN INPUT CUSTREL
023300     OPEN EXTEND FRAUDALT
023400     MOVE ZERO TO History-Rows-Read
023500                  Rows-Selected
023600                  Customers-Screened
023700                  Accounts-Measured
023800                  Circular-Pairs-Found
023900                  Suspects-High
024000                  Suspects-Medium
024100                  Rows-Not-Tabled
024200     MOVE SPACES TO Last-Rel-Account
024300                    Last-Rel-Customer
024400
024500     OPEN INPUT KITPARM
024600     IF Kitparm-OK
024700         READ KITPARM
024800             AT END
024900                 CONTINUE
025000             NOT AT END
025100                 PERFORM 1100-TAKE-PARMS THRU 1100-TAKE-PARMS-EXIT
025200         END-READ
025300         CLOSE KITPARM
025400     END-IF
025500*> The same default float the post gives a deposit.
025600     OPEN INPUT FLOATSCH
025700     IF Floatsch-OK
025800         MOVE "DF" TO FS-DEPOSIT-TYPE
025900         READ FLOATSCH
026000             INVALID KEY
026100                 CONTINUE
026200             NOT INVALID KEY
026300                 IF FS-FLOAT-DAYS NUMERIC
026400                     MOVE FS-FLOAT-DAYS TO Float-Days
026500                 END-IF
026600         END-READ
026700         CLOSE FLOATSCH
026800     END-IF
026900
027000     OPEN INPUT RUNCTLIN
027100     IF Runctlin-OK
027200         READ RUNCTLIN
027300             AT END
027400                 SET Runctlin-Not-Found TO TRUE
027500         END-READ
027600     END-IF
027700     IF Runctlin-OK
027800         MOVE RI-BUSINESS-DATE TO Run-Date
027900         CLOSE RUNCTLIN
028000     ELSE
028100         ACCEPT Run-Date FROM DATE YYYYMMDD
028200     END-IF
028300*> The window proper, and ahead of it the float days whose
028400*> deposits were still uncollected when the window opened.
028500     COMPUTE Run-Integer-Date =
028600         FUNCTION INTEGER-OF-DATE(Run-Date)
028700     COMPUTE Window-Integer-Date =
028800         Run-Integer-Date - Window-Days + 1
028900     MOVE FUNCTION DATE-OF-INTEGER(Window-Integer-Date)
029000         TO Window-Start-Date
029100     COMPUTE Lead-In-Integer-Date =
029200         Window-Integer-Date - Float-Days
029300     MOVE FUNCTION DATE-OF-INTEGER(Lead-In-Integer-Date)
029400         TO Lead-In-Date
029500     DISPLAY "CHECK-KITING SUSPECT REPORT - " Run-Date
029600     DISPLAY "WINDOW FROM " Window-Start-Date
029700         "  FLOAT DAYS " Float-Days
029800         "  MIN FLOAT DRAWS " Min-Float-Draws
029900         "  MIN PAIRS " Min-Circular-Pairs
030000     DISPLAY "==================================================".
030100 1000-INITIALIZE-EXIT.
030200     EXIT.
030300
030400 1100-TAKE-PARMS.
030500     IF KT-WINDOW-DAYS NUMERIC AND KT-WINDOW-DAYS > ZERO
030600         MOVE KT-WINDOW-DAYS TO Window-Days
030700     END-IF
030800     IF KT-MIN-FLOAT-DRAWS NUMERIC
030900         AND KT-MIN-FLOAT-DRAWS > ZERO
031000         MOVE KT-MIN-FLOAT-DRAWS TO Min-Float-Draws
031100     END-IF
031200     IF KT-MIN-CIRCULAR-PAIRS NUMERIC
031300         AND KT-MIN-CIRCULAR-PAIRS > ZERO
031400         MOVE KT-MIN-CIRCULAR-PAIRS TO Min-Circular-Pairs
031500     END-IF
031600     IF KT-NEAR-ZERO-COLLECTED NUMERIC
031700         AND KT-NEAR-ZERO-COLLECTED > ZERO
031800         MOVE KT-NEAR-ZERO-COLLECTED TO Near-Zero-Collected
031900     END-IF
032000     IF KT-MIN-TURNOVER NUMERIC AND KT-MIN-TURNOVER > ZERO
032100         MOVE KT-MIN-TURNOVER TO Min-Turnover
032200     END-IF.
032300 1100-TAKE-PARMS-EXIT.
032400     EXIT.
032500
032600*****************************************************************
032700*    INPUT SIDE: EVERY DEPOSIT AND WITHDRAWAL FROM THE LEAD-IN  *
032800*    DATE THROUGH TONIGHT, FILED UNDER ITS CUSTREL CUSTOMER.    *
032900*****************************************************************
033000 2000-SELECT-HISTORY.
033100     READ TRANHIST
033200         AT END
033300             SET Tranhist-EOF TO TRUE
033400     END-READ
033500     PERFORM 2100-SELECT-ONE THRU 2100-SELECT-ONE-EXIT
033600         UNTIL Tranhist-EOF.
033700 2000-SELECT-HISTORY-EXIT.
033800     EXIT.
033900
034000 2100-SELECT-ONE.
034100     ADD 1 TO History-Rows-Read
034200     IF HT-TRANS-DATE < Lead-In-Date
034300         OR HT-TRANS-DATE > Run-Date
034400         GO TO 2100-READ-NEXT
034500     END-IF
034600     IF NOT HT-DEPOSIT AND NOT HT-WITHDRAWAL
034700         GO TO 2100-READ-NEXT
034800     END-IF
034900*> History is in account order, so the link is looked up once
035000*> per account.
035100     IF HT-ACCOUNT-NUMBER NOT = Last-Rel-Account
035200         MOVE HT-ACCOUNT-NUMBER TO Last-Rel-Account
035300         MOVE HT-ACCOUNT-NUMBER TO RL-ACCOUNT-NUMBER
035400         READ CUSTREL
035500             INVALID KEY
035600                 MOVE HT-ACCOUNT-NUMBER TO Last-Rel-Customer
035700             NOT INVALID KEY
035800                 MOVE RL-CUSTOMER-NUMBER TO Last-Rel-Customer
035900         END-READ
036000     END-IF
036100     MOVE Last-Rel-Customer TO SK-CUSTOMER-NUMBER
036200     MOVE HT-ACCOUNT-NUMBER TO SK-ACCOUNT-NUMBER
036300     MOVE HT-TRANS-DATE TO SK-TRANS-DATE
036400     MOVE HT-TRANS-SEQUENCE TO SK-TRANS-SEQUENCE
036500     MOVE HT-TRANS-TYPE TO SK-TRANS-TYPE
036600     MOVE HT-TRANS-AMOUNT TO SK-TRANS-AMOUNT
036700     MOVE HT-BALANCE-AFTER TO SK-BALANCE-AFTER
036800     MOVE HT-SERIAL-NUMBER TO SK-SERIAL-NUMBER
036900     MOVE HT-TRANS-CODE TO SK-TRANS-CODE
037000     RELEASE SK-SORT-RECORD
037100     ADD 1 TO Rows-Selected.
037200
037300 2100-READ-NEXT.
037400     READ TRANHIST
037500         AT END
037600             SET Tranhist-EOF TO TRUE
037700     END-READ.
037800 2100-SELECT-ONE-EXIT.
037900     EXIT.
038000
038100*****************************************************************
038200*    OUTPUT SIDE: EACH CUSTOMER'S ROWS ARE TABLED, THEN THE     *
038300*    CUSTOMER IS SCREENED AS A WHOLE.                           *
038400*****************************************************************
038500 3000-SCREEN-CUSTOMERS.
038600     MOVE SPACES TO Current-Customer
038700     SET Sort-Active TO TRUE
038800     RETURN KITEWK
038900         AT END
039000             SET Sort-EOF TO TRUE
039100     END-RETURN
039200     PERFORM 3100-TABLE-ROW THRU 3100-TABLE-ROW-EXIT
039300         UNTIL Sort-EOF
039400     IF Current-Customer NOT = SPACES
039500         PERFORM 4000-SCREEN-GROUP THRU 4000-SCREEN-GROUP-EXIT
039600     END-IF.
039700 3000-SCREEN-CUSTOMERS-EXIT.
039800     EXIT.
039900
040000 3100-TABLE-ROW.
040100     IF SK-CUSTOMER-NUMBER NOT = Current-Customer
040200         IF Current-Customer NOT = SPACES
040300             PERFORM 4000-SCREEN-GROUP
040400                 THRU 4000-SCREEN-GROUP-EXIT
040500         END-IF
040600         MOVE SK-CUSTOMER-NUMBER TO Current-Customer
040700         MOVE ZERO TO Group-Item-Count
040800                      Group-Account-Count
040900     END-IF
041000     IF Group-Account-Count = ZERO
041100         OR SK-ACCOUNT-NUMBER
041200             NOT = KA-ACCOUNT-NUMBER (Group-Account-Count)
041300         IF Group-Account-Count = 50
041400             ADD 1 TO Rows-Not-Tabled
041500             GO TO 3100-RETURN-NEXT
041600         END-IF
041700         ADD 1 TO Group-Account-Count
041800         MOVE Group-Account-Count TO Account-Sub
041900         MOVE SK-ACCOUNT-NUMBER TO KA-ACCOUNT-NUMBER (Account-Sub)
042000         COMPUTE KA-FIRST-SUB (Account-Sub) = Group-Item-Count + 1
042100         MOVE Group-Item-Count TO KA-LAST-SUB (Account-Sub)
042200         MOVE ZERO TO KA-WITHDRAWAL-COUNT (Account-Sub)
042300                      KA-WINDOW-ITEMS (Account-Sub)
042400                      KA-FLOAT-DRAWS (Account-Sub)
042500                      KA-CIRCULAR-PAIRS (Account-Sub)
042600                      KA-DEPOSIT-TOTAL (Account-Sub)
042700                      KA-COLLECTED-SUM (Account-Sub)
042800                      KA-UNCOLL-NOW (Account-Sub)
042900     END-IF
043000     IF Group-Item-Count = 500
043100         ADD 1 TO Rows-Not-Tabled
043200         GO TO 3100-RETURN-NEXT
043300     END-IF
043400     ADD 1 TO Group-Item-Count
043500     MOVE Group-Item-Count TO Item-Sub
043600     MOVE Group-Account-Count TO KI-ACCOUNT-SUB (Item-Sub)
043700     MOVE SK-TRANS-DATE TO KI-TRANS-DATE (Item-Sub)
043800     COMPUTE KI-INTEGER-DATE (Item-Sub) =
043900         FUNCTION INTEGER-OF-DATE(SK-TRANS-DATE)
044000     MOVE SK-TRANS-TYPE TO KI-TRANS-TYPE (Item-Sub)
044100     MOVE SK-TRANS-AMOUNT TO KI-TRANS-AMOUNT (Item-Sub)
044200     MOVE SK-BALANCE-AFTER TO KI-BALANCE-AFTER (Item-Sub)
044300     MOVE SK-SERIAL-NUMBER TO KI-SERIAL-NUMBER (Item-Sub)
044400     MOVE SK-TRANS-CODE TO KI-TRANS-CODE (Item-Sub)
044500     MOVE ZERO TO KI-PAIR-SUB (Item-Sub)
044600     IF SK-TRANS-DATE < Window-Start-Date
044700         SET KI-Lead-In (Item-Sub) TO TRUE
044800     ELSE
044900         SET KI-In-Window (Item-Sub) TO TRUE
045000         IF SK-TRANS-TYPE = "W"
045100             ADD 1 TO KA-WITHDRAWAL-COUNT (Group-Account-Count)
045200         END-IF
045300     END-IF
045400     MOVE Group-Item-Count TO KA-LAST-SUB (Group-Account-Count).
045500
045600 3100-RETURN-NEXT.
045700     RETURN KITEWK
045800         AT END
045900             SET Sort-EOF TO TRUE
046000     END-RETURN.
046100 3100-TABLE-ROW-EXIT.
046200     EXIT.
046300
046400 4000-SCREEN-GROUP.
046500     ADD 1 TO Customers-Screened
046600*> A household of one has no second account to kite against.
046700     IF Group-Account-Count > 1
046800         PERFORM 4100-MATCH-DEPOSIT THRU 4100-MATCH-DEPOSIT-EXIT
046900             VARYING Item-Sub FROM 1 BY 1
047000             UNTIL Item-Sub > Group-Item-Count
047100     END-IF
047200     PERFORM 4300-MEASURE-ACCOUNT THRU 4300-MEASURE-ACCOUNT-EXIT
047300         VARYING Account-Sub FROM 1 BY 1
047400         UNTIL Account-Sub > Group-Account-Count.
047500 4000-SCREEN-GROUP-EXIT.
047600     EXIT.
047700
047800*****************************************************************
047900*    A CIRCULAR PAIR: A DEPOSIT TO ONE ACCOUNT AND A CHECK FOR  *
048000*    THE SAME AMOUNT PAID FROM ANOTHER OF THE CUSTOMER'S        *
048100*    ACCOUNTS WITHIN THE FLOAT DAYS. EACH ITEM PAIRS ONCE.      *
048200*****************************************************************
048300 4100-MATCH-DEPOSIT.
048400*> Cash in is not a check from the other account.
048500     IF KI-TRANS-TYPE (Item-Sub) NOT = "D"
048600         OR KI-TRANS-CODE (Item-Sub) = "CSHD"
048700         OR NOT KI-In-Window (Item-Sub)
048800         OR KI-PAIR-SUB (Item-Sub) NOT = ZERO
048900         GO TO 4100-MATCH-DEPOSIT-EXIT
049000     END-IF
049100     PERFORM 4110-TRY-CHECK THRU 4110-TRY-CHECK-EXIT
049200         VARYING Match-Sub FROM 1 BY 1
049300         UNTIL Match-Sub > Group-Item-Count
049400             OR KI-PAIR-SUB (Item-Sub) NOT = ZERO.
049500 4100-MATCH-DEPOSIT-EXIT.
049600     EXIT.
049700
049800 4110-TRY-CHECK.
049900     IF KI-TRANS-TYPE (Match-Sub) NOT = "W"
050000         OR NOT KI-In-Window (Match-Sub)
050100         OR KI-PAIR-SUB (Match-Sub) NOT = ZERO
050200         OR KI-SERIAL-NUMBER (Match-Sub) = SPACES
050300         OR KI-SERIAL-NUMBER (Match-Sub) = ZEROS
050400         OR KI-ACCOUNT-SUB (Match-Sub) = KI-ACCOUNT-SUB (Item-Sub)
050500         OR KI-TRANS-AMOUNT (Match-Sub)
050600             NOT = KI-TRANS-AMOUNT (Item-Sub)
050700         GO TO 4110-TRY-CHECK-EXIT
050800     END-IF
050900     COMPUTE Day-Gap = KI-INTEGER-DATE (Item-Sub)
051000         - KI-INTEGER-DATE (Match-Sub)
051100     IF Day-Gap < ZERO
051200         COMPUTE Day-Gap = ZERO - Day-Gap
051300     END-IF
051400     IF Day-Gap > Float-Days
051500         GO TO 4110-TRY-CHECK-EXIT
051600     END-IF
051700     MOVE Match-Sub TO KI-PAIR-SUB (Item-Sub)
051800     MOVE Item-Sub TO KI-PAIR-SUB (Match-Sub)
051900     MOVE KI-ACCOUNT-SUB (Item-Sub) TO Pair-Account-Sub
052000     ADD 1 TO KA-CIRCULAR-PAIRS (Pair-Account-Sub)
052100     MOVE KI-ACCOUNT-SUB (Match-Sub) TO Pair-Account-Sub
052200     ADD 1 TO KA-CIRCULAR-PAIRS (Pair-Account-Sub)
052300     ADD 1 TO Circular-Pairs-Found.
052400 4110-TRY-CHECK-EXIT.
052500     EXIT.
052600
052700*****************************************************************
052800*    AN ACCOUNT WITH NO WITHDRAWAL IN THE WINDOW CANNOT HAVE    *
052900*    DRAWN AGAINST FLOAT AND IS NOT MEASURED.                   *
053000*****************************************************************
053100 4300-MEASURE-ACCOUNT.
053200     IF KA-WITHDRAWAL-COUNT (Account-Sub) = ZERO
053300         GO TO 4300-MEASURE-ACCOUNT-EXIT
053400     END-IF
053500     ADD 1 TO Accounts-Measured
053600     MOVE KA-ACCOUNT-NUMBER (Account-Sub) TO Uncoll-Account
053700     CALL "AccountUncollectedTotal" USING Uncoll-Account,
053800         Uncoll-Total
053900     MOVE Uncoll-Total TO KA-UNCOLL-NOW (Account-Sub)
054000     PERFORM 4310-MEASURE-ITEM THRU 4310-MEASURE-ITEM-EXIT
054100         VARYING Item-Sub FROM KA-FIRST-SUB (Account-Sub) BY 1
054200         UNTIL Item-Sub > KA-LAST-SUB (Account-Sub)
054300     PERFORM 4400-JUDGE-ACCOUNT THRU 4400-JUDGE-ACCOUNT-EXIT.
054400 4300-MEASURE-ACCOUNT-EXIT.
054500     EXIT.
054600
054700*> Tonight's float is on the UNCOLL buckets; an earlier night's
054800*> is rebuilt from the account's deposits still inside the
054900*> float days when the item posted.
055000 4310-MEASURE-ITEM.
055100     IF NOT KI-In-Window (Item-Sub)
055200         GO TO 4310-MEASURE-ITEM-EXIT
055300     END-IF
055400     ADD 1 TO KA-WINDOW-ITEMS (Account-Sub)
055500     IF KI-TRANS-TYPE (Item-Sub) = "D"
055600         ADD KI-TRANS-AMOUNT (Item-Sub)
055700             TO KA-DEPOSIT-TOTAL (Account-Sub)
055800     END-IF
055900     MOVE ZERO TO Item-Uncollected
056000     IF KI-TRANS-DATE (Item-Sub) = Run-Date
056100         MOVE KA-UNCOLL-NOW (Account-Sub) TO Item-Uncollected
056200     ELSE
056300         PERFORM 4320-SUM-FLOAT THRU 4320-SUM-FLOAT-EXIT
056400             VARYING Float-Sub FROM KA-FIRST-SUB (Account-Sub)
056500             BY 1 UNTIL Float-Sub > Item-Sub
056600     END-IF
056700     COMPUTE Item-Collected =
056800         KI-BALANCE-AFTER (Item-Sub) - Item-Uncollected
056900     ADD Item-Collected TO KA-COLLECTED-SUM (Account-Sub)
057000     IF KI-TRANS-TYPE (Item-Sub) = "W"
057100         AND Item-Collected < ZERO
057200         ADD 1 TO KA-FLOAT-DRAWS (Account-Sub)
057300     END-IF.
057400 4310-MEASURE-ITEM-EXIT.
057500     EXIT.
057600
057700 4320-SUM-FLOAT.
057800     IF KI-TRANS-TYPE (Float-Sub) = "D"
057900         AND KI-INTEGER-DATE (Float-Sub) + Float-Days
058000             > KI-INTEGER-DATE (Item-Sub)
058100         ADD KI-TRANS-AMOUNT (Float-Sub) TO Item-Uncollected
058200     END-IF.
058300 4320-SUM-FLOAT-EXIT.
058400     EXIT.
058500
058600*****************************************************************
058700*    THE VERDICT. REPEATED DRAWS AGAINST FLOAT ARE THE PRICE OF *
058800*    ENTRY; REPEATED CIRCULAR PAIRS MAKE IT HIGH, A NEAR-ZERO   *
058900*    COLLECTED BALANCE ON HIGH TURNOVER MAKES IT MEDIUM.        *
059000*****************************************************************
059100 4400-JUDGE-ACCOUNT.
059200     IF KA-FLOAT-DRAWS (Account-Sub) < Min-Float-Draws
059300         OR KA-WINDOW-ITEMS (Account-Sub) = ZERO
059400         GO TO 4400-JUDGE-ACCOUNT-EXIT
059500     END-IF
059600     COMPUTE Average-Collected ROUNDED =
059700         KA-COLLECTED-SUM (Account-Sub)
059800             / KA-WINDOW-ITEMS (Account-Sub)
059900     MOVE SPACES TO FA-FRAUD-ALERT-RECORD
060000     IF KA-CIRCULAR-PAIRS (Account-Sub) >= Min-Circular-Pairs
060100         SET FA-SEVERITY-HIGH TO TRUE
060200         MOVE "CHECK KITING - CIRCULAR FLOW" TO FA-ALERT-REASON
060300         ADD 1 TO Suspects-High
060400     ELSE
060500         IF Average-Collected > Near-Zero-Collected
060600             OR KA-DEPOSIT-TOTAL (Account-Sub) < Min-Turnover
060700             GO TO 4400-JUDGE-ACCOUNT-EXIT
060800         END-IF
060900         SET FA-SEVERITY-MEDIUM TO TRUE
061000         MOVE "CHECK KITING - FLOAT TURNOVER" TO FA-ALERT-REASON
061100         ADD 1 TO Suspects-Medium
061200     END-IF
061300     MOVE KA-ACCOUNT-NUMBER (Account-Sub) TO FA-ACCOUNT-NUMBER
061400     MOVE Run-Date TO FA-ALERT-DATE
061500     MOVE KA-WINDOW-ITEMS (Account-Sub) TO FA-NIGHT-ITEM-COUNT
061600     MOVE KA-DEPOSIT-TOTAL (Account-Sub) TO FA-NIGHT-AMOUNT-TOTAL
061700     SET FA-REASON-KITING TO TRUE
061800     WRITE FA-FRAUD-ALERT-RECORD
061900
062000     MOVE Average-Collected TO Edited-Amount
062100     MOVE KA-DEPOSIT-TOTAL (Account-Sub) TO Edited-Amount-2
062200     MOVE KA-UNCOLL-NOW (Account-Sub) TO Edited-Amount-3
062300     DISPLAY " "
062400     DISPLAY "** KITING SUSPECT (" FA-SEVERITY ") ACCOUNT "
062500         FA-ACCOUNT-NUMBER " CUSTOMER " Current-Customer " **"
062600     DISPLAY "   FLOAT DRAWS " KA-FLOAT-DRAWS (Account-Sub)
062700         "  CIRCULAR PAIRS " KA-CIRCULAR-PAIRS (Account-Sub)
062800         "  ITEMS " KA-WINDOW-ITEMS (Account-Sub)
062900     DISPLAY "   AVG COLLECTED " Edited-Amount
063000         "  DEPOSITS " Edited-Amount-2
063100         "  UNCOLLECTED NOW " Edited-Amount-3
063200     PERFORM 4410-LIST-PAIR THRU 4410-LIST-PAIR-EXIT
063300         VARYING Item-Sub FROM KA-FIRST-SUB (Account-Sub) BY 1
063400         UNTIL Item-Sub > KA-LAST-SUB (Account-Sub).
063500 4400-JUDGE-ACCOUNT-EXIT.
063600     EXIT.
063700
063800 4410-LIST-PAIR.
063900     IF KI-PAIR-SUB (Item-Sub) = ZERO
064000         GO TO 4410-LIST-PAIR-EXIT
064100     END-IF
064200     MOVE KI-PAIR-SUB (Item-Sub) TO Match-Sub
064300     MOVE KI-ACCOUNT-SUB (Match-Sub) TO Pair-Account-Sub
064400     MOVE KI-TRANS-AMOUNT (Item-Sub) TO Edited-Amount
064500     IF KI-TRANS-TYPE (Item-Sub) = "D"
064600         DISPLAY "   " KI-TRANS-DATE (Item-Sub)
064700             " DEPOSIT " Edited-Amount
064800             "  <- CHECK " KI-SERIAL-NUMBER (Match-Sub)
064900             " ON " KA-ACCOUNT-NUMBER (Pair-Account-Sub)
065000             " PAID " KI-TRANS-DATE (Match-Sub)
065100     ELSE
065200         DISPLAY "   " KI-TRANS-DATE (Item-Sub)
065300             " CHECK " KI-SERIAL-NUMBER (Item-Sub)
065400             Edited-Amount
065500             "  -> DEPOSIT TO "
065600             KA-ACCOUNT-NUMBER (Pair-Account-Sub)
065700             " ON " KI-TRANS-DATE (Match-Sub)
065800     END-IF.
065900 4410-LIST-PAIR-EXIT.
066000     EXIT.
066100
066200 9000-TERMINATE.
066300     CLOSE TRANHIST
066400     CLOSE CUSTREL
066500     CLOSE FRAUDALT
066600     IF Suspects-High = ZERO AND Suspects-Medium = ZERO
066700         DISPLAY "  (NO KITING SUSPECTS TONIGHT)"
066800     END-IF
066900     DISPLAY " "
067000     DISPLAY "CHECK-KITING SCREEN SUMMARY"
067100     DISPLAY "History rows read       - " History-Rows-Read
067200     DISPLAY "Rows in the window      - " Rows-Selected
067300     DISPLAY "Customers screened      - " Customers-Screened
067400     DISPLAY "Accounts measured       - " Accounts-Measured
067500     DISPLAY "Circular pairs found    - " Circular-Pairs-Found
067600     DISPLAY "Suspects: high          - " Suspects-High
067700     DISPLAY "Suspects: medium        - " Suspects-Medium
067800     DISPLAY "Rows past table limits  - " Rows-Not-Tabled.
067900 9000-TERMINATE-EXIT.
068000     EXIT.
