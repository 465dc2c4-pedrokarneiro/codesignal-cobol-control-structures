000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PostingOrderRank.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-09-25.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    POSTINGORDERRANK                                           *
001100*                                                               *
001200*    CALLABLE SUBPROGRAM (MASTERCHANGEJOURNAL STYLE) THAT       *
001300*    PLACES ONE DAILY-TRANS ITEM IN ITS ACCOUNT'S POSTING       *
001400*    ORDER. GIVEN THE ACCOUNT'S PRODUCT CODE AND THE ITEM, IT   *
001500*    ANSWERS THE POSTORD ROW THAT GOVERNS (THE PRODUCT'S OWN,   *
001600*    ELSE "****", ELSE "STD " FOR THE BUILT-IN STANDARD         *
001700*    ORDER), THE ITEM'S POSTING CLASS (CR CREDIT, TL TELLER/    *
001800*    BRANCH DEBIT, CD CARD DEBIT, CK CHECK, AC ACH DEBIT, OT    *
001900*    OTHER DEBIT), THE CLASS RANK AND THE SUB-KEY THAT ORDERS   *
002000*    ITEMS WITHIN THE CLASS. POSTINGORDERSEQUENCE SORTS THE     *
002100*    NIGHT'S STREAM ON THE ANSWER; THE POST ASKS AGAIN AS IT    *
002200*    APPLIES EACH ITEM SO THE ORDER USED LANDS ON TRNHIST. THE  *
002300*    POSTORD AND TRNCODE TABLES ARE LOADED ON THE FIRST CALL.   *
002400*                                                               *
002500*    MODIFICATION HISTORY                                      *
002600*    ------------------------------------------------------    *
002700*    DATE       INIT  DESCRIPTION                              *
002800*    ---------  ----  -----------------------------------      *
002900*    2026-09-25  RLB  ORIGINAL.                                *
003000*                                                               *
003100*****************************************************************
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT POSTORD ASSIGN TO "POSTORD"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS PO-PRODUCT-CODE
004000         FILE STATUS IS Postord-File-Status.
004100
004200     SELECT TRNCODE ASSIGN TO "TRNCODE"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS PC-TRANS-CODE
004600         FILE STATUS IS Trncode-File-Status.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  POSTORD.
005100     COPY POSTORD.
005200
005300 FD  TRNCODE.
005400     COPY TRNCODE.
005500
005600 WORKING-STORAGE SECTION.
005700 01  Postord-File-Status             PIC XX.
005800     88  Postord-OK                  VALUE "00".
005900     88  Postord-EOF                 VALUE "10".
006000 01  Trncode-File-Status             PIC XX.
006100     88  Trncode-OK                  VALUE "00".
006200     88  Trncode-EOF                 VALUE "10".
006300 01  First-Call-Switch               PIC X(01) VALUE "Y".
006400     88  This-Is-First-Call          VALUE "Y".
006500     88  Tables-Are-Loaded           VALUE "N".
006600
006700*    THE STANDARD ORDER WHEN NO POSTORD ROW APPLIES - CREDITS,
006800*    THEN TELLER AND CARD DEBITS, THEN CHECKS BY SERIAL, THEN
006900*    ACH, THEN EVERYTHING ELSE.
007000 77  Standard-Rule-Name              PIC X(04) VALUE "STD ".
007100 77  Default-Rule-Key                PIC X(04) VALUE "****".
007200 77  Standard-Credit-Rank            PIC 9(01) VALUE 1.
007300 77  Standard-Teller-Rank            PIC 9(01) VALUE 2.
007400 77  Standard-Card-Rank              PIC 9(01) VALUE 2.
007500 77  Standard-Check-Rank             PIC 9(01) VALUE 3.
007600 77  Standard-Ach-Rank               PIC 9(01) VALUE 4.
007700 77  Standard-Other-Rank             PIC 9(01) VALUE 5.
007800
007900*    THE POSTING-ORDER RULES, LOADED ONCE.
008000 01  Order-Rule-Table.
008100     05  Order-Rule-Count            PIC 9(02) COMP.
008200     05  Order-Rule-Entry OCCURS 50 TIMES.
008300         10  OR-PRODUCT-CODE         PIC X(04).
008400         10  OR-CREDIT-RANK          PIC 9(01).
008500         10  OR-TELLER-RANK          PIC 9(01).
008600         10  OR-CARD-RANK            PIC 9(01).
008700         10  OR-CHECK-RANK           PIC 9(01).
008800         10  OR-ACH-RANK             PIC 9(01).
008900         10  OR-OTHER-RANK           PIC 9(01).
009000         10  OR-CHECK-SEQUENCE       PIC X(01).
009100         10  OR-DEBIT-SEQUENCE       PIC X(01).
009200 01  Order-Sub                       PIC 9(02) COMP.
009300 01  Order-Found-Sub                 PIC 9(02) COMP.
009400
009500*    THE TRANSACTION-CODE DIRECTIONS, LOADED ONCE.
009600 01  Code-Rule-Table.
009700     05  Code-Rule-Count             PIC 9(02) COMP.
009800     05  Code-Rule-Entry OCCURS 50 TIMES.
009900         10  CD-TRANS-CODE           PIC X(04).
010000         10  CD-DEBIT-CREDIT         PIC X(01).
010100 01  Code-Sub                        PIC 9(02) COMP.
010200 01  Code-Found-Sub                  PIC 9(02) COMP.
010300
010400 01  Item-Direction                  PIC X(01).
010500     88  Item-Is-Credit              VALUE "C".
010600     88  Item-Is-Debit               VALUE "D".
010700 01  Check-Sequence                  PIC X(01).
010800 01  Debit-Sequence                  PIC X(01).
010900 01  Inverted-Amount                 PIC 9(06).
011000
011100 LINKAGE SECTION.
011200 01  Rank-Product-Code               PIC X(04).
011300     COPY DAILYTRN.
011400 01  Rank-Rule-Used                  PIC X(04).
011500 01  Rank-Class                      PIC X(02).
011600 01  Rank-Value                      PIC 9(01).
011700 01  Rank-Sub-Key                    PIC X(06).
011800
011900 PROCEDURE DIVISION USING Rank-Product-Code, TR-DAILYTRN-RECORD,
012000         Rank-Rule-Used, Rank-Class, Rank-Value, Rank-Sub-Key.
012100
012200 0000-MAINLINE.
012300     IF This-Is-First-Call
012400         PERFORM 1000-LOAD-TABLES THRU 1000-LOAD-TABLES-EXIT
012500         SET Tables-Are-Loaded TO TRUE
012600     END-IF
012700     PERFORM 2000-FIND-RULE THRU 2000-FIND-RULE-EXIT
012800     PERFORM 3000-CLASSIFY-ITEM THRU 3000-CLASSIFY-ITEM-EXIT
012900     PERFORM 4000-BUILD-SUB-KEY THRU 4000-BUILD-SUB-KEY-EXIT.
013000 0000-MAINLINE-EXIT.
013100     EXIT PROGRAM.
013200
013300*> Either table missing just means the standard order and the
013400*> legacy D/W type - the stream still posts.
013500 1000-LOAD-TABLES.
013600     MOVE ZERO TO Order-Rule-Count
013700                  Code-Rule-Count
013800     OPEN INPUT POSTORD
013900     IF Postord-OK
014000         READ POSTORD
014100             AT END
014200                 SET Postord-EOF TO TRUE
014300         END-READ
014400         PERFORM 1100-LOAD-ONE-RULE THRU 1100-LOAD-ONE-RULE-EXIT
014500             UNTIL Postord-EOF
014600         CLOSE POSTORD
014700     END-IF
014800     OPEN INPUT TRNCODE
014900     IF Trncode-OK
015000         READ TRNCODE
015100             AT END
015200                 SET Trncode-EOF TO TRUE
015300         END-READ
015400         PERFORM 1200-LOAD-ONE-CODE THRU 1200-LOAD-ONE-CODE-EXIT
015500             UNTIL Trncode-EOF
015600         CLOSE TRNCODE
015700     END-IF.
015800 1000-LOAD-TABLES-EXIT.
015900     EXIT.
016000
016100 1100-LOAD-ONE-RULE.
016200     IF Order-Rule-Count < 50
016300         ADD 1 TO Order-Rule-Count
016400         MOVE PO-PRODUCT-CODE
016500             TO OR-PRODUCT-CODE (Order-Rule-Count)
016600         MOVE PO-CREDIT-RANK TO OR-CREDIT-RANK (Order-Rule-Count)
016700         MOVE PO-TELLER-RANK TO OR-TELLER-RANK (Order-Rule-Count)
016800         MOVE PO-CARD-RANK TO OR-CARD-RANK (Order-Rule-Count)
016900         MOVE PO-CHECK-RANK TO OR-CHECK-RANK (Order-Rule-Count)
017000         MOVE PO-ACH-RANK TO OR-ACH-RANK (Order-Rule-Count)
017100         MOVE PO-OTHER-RANK TO OR-OTHER-RANK (Order-Rule-Count)
017200         MOVE PO-CHECK-SEQUENCE
017300             TO OR-CHECK-SEQUENCE (Order-Rule-Count)
017400         MOVE PO-DEBIT-SEQUENCE
017500             TO OR-DEBIT-SEQUENCE (Order-Rule-Count)
017600     ELSE
017700         DISPLAY "Posting-order table full; rule for "
017800             PO-PRODUCT-CODE " not loaded."
017900     END-IF
018000     READ POSTORD
018100         AT END
018200             SET Postord-EOF TO TRUE
018300     END-READ.
018400 1100-LOAD-ONE-RULE-EXIT.
018500     EXIT.
018600
018700 1200-LOAD-ONE-CODE.
018800     IF Code-Rule-Count < 50
018900         ADD 1 TO Code-Rule-Count
019000         MOVE PC-TRANS-CODE TO CD-TRANS-CODE (Code-Rule-Count)
019100         MOVE PC-DEBIT-CREDIT
019200             TO CD-DEBIT-CREDIT (Code-Rule-Count)
019300     END-IF
019400     READ TRNCODE
019500         AT END
019600             SET Trncode-EOF TO TRUE
019700     END-READ.
019800 1200-LOAD-ONE-CODE-EXIT.
019900     EXIT.
020000
020100*> The product's own row, else the shop default row, else the
020200*> built-in standard order.
020300 2000-FIND-RULE.
020400     MOVE ZERO TO Order-Found-Sub
020500     PERFORM 2100-MATCH-PRODUCT THRU 2100-MATCH-PRODUCT-EXIT
020600         VARYING Order-Sub FROM 1 BY 1
020700         UNTIL Order-Sub > Order-Rule-Count
020800             OR Order-Found-Sub > 0
020900     IF Order-Found-Sub = 0
021000         PERFORM 2200-MATCH-DEFAULT THRU 2200-MATCH-DEFAULT-EXIT
021100             VARYING Order-Sub FROM 1 BY 1
021200             UNTIL Order-Sub > Order-Rule-Count
021300                 OR Order-Found-Sub > 0
021400     END-IF
021500     IF Order-Found-Sub = 0
021600         MOVE Standard-Rule-Name TO Rank-Rule-Used
021700     ELSE
021800         MOVE OR-PRODUCT-CODE (Order-Found-Sub) TO Rank-Rule-Used
021900     END-IF.
022000 2000-FIND-RULE-EXIT.
022100     EXIT.
022200
022300 2100-MATCH-PRODUCT.
022400     IF OR-PRODUCT-CODE (Order-Sub) = Rank-Product-Code
022500         AND Rank-Product-Code NOT = SPACES
022600         MOVE Order-Sub TO Order-Found-Sub
022700     END-IF.
022800 2100-MATCH-PRODUCT-EXIT.
022900     EXIT.
023000
023100 2200-MATCH-DEFAULT.
023200     IF OR-PRODUCT-CODE (Order-Sub) = Default-Rule-Key
023300         MOVE Order-Sub TO Order-Found-Sub
023400     END-IF.
023500 2200-MATCH-DEFAULT-EXIT.
023600     EXIT.
023700
023800*****************************************************************
023900*    DIRECTION COMES FROM THE TRNCODE ROW FOR A CODED ITEM AND  *
024000*    FROM THE LEGACY D/W TYPE OTHERWISE, AS THE POST JUDGES IT. *
024100*    A DEBIT IS A CHECK WHEN IT CARRIES A SERIAL (THE SAME TEST *
024200*    THE NSF QUEUE USES), ACH BY ITS CHANNEL, A CARD DEBIT FROM *
024300*    THE ATM, POS OR CARD CHANNELS, AND A TELLER DEBIT FROM     *
024400*    THE BRANCH FEED (BLANK, BRN OR TLR CHANNEL).               *
024500*****************************************************************
024600 3000-CLASSIFY-ITEM.
024700     SET Item-Is-Debit TO TRUE
024800     IF TR-DEPOSIT
024900         SET Item-Is-Credit TO TRUE
025000     END-IF
025100     IF TR-TRANS-CODE NOT = SPACES
025200         MOVE ZERO TO Code-Found-Sub
025300         PERFORM 3100-MATCH-CODE THRU 3100-MATCH-CODE-EXIT
025400             VARYING Code-Sub FROM 1 BY 1
025500             UNTIL Code-Sub > Code-Rule-Count
025600                 OR Code-Found-Sub > 0
025700         IF Code-Found-Sub > 0
025800             MOVE CD-DEBIT-CREDIT (Code-Found-Sub)
025900                 TO Item-Direction
026000         END-IF
026100     END-IF
026200
026300     EVALUATE TRUE
026400         WHEN Item-Is-Credit
026500             MOVE "CR" TO Rank-Class
026600         WHEN TR-SERIAL-NUMBER NOT = SPACES
026700             MOVE "CK" TO Rank-Class
026800         WHEN TR-SOURCE-CHANNEL = "ACH"
026900             MOVE "AC" TO Rank-Class
027000         WHEN TR-SOURCE-CHANNEL = "ATM"
027100             OR TR-SOURCE-CHANNEL = "POS"
027200             OR TR-SOURCE-CHANNEL = "CRD"
027300             MOVE "CD" TO Rank-Class
027400         WHEN TR-SOURCE-CHANNEL = SPACES
027500             OR TR-SOURCE-CHANNEL = "BRN"
027600             OR TR-SOURCE-CHANNEL = "TLR"
027700             MOVE "TL" TO Rank-Class
027800         WHEN OTHER
027900             MOVE "OT" TO Rank-Class
028000     END-EVALUATE
028100
028200     MOVE ZERO TO Rank-Value
028300     MOVE SPACE TO Check-Sequence
028400                   Debit-Sequence
028500     IF Order-Found-Sub > 0
028600         MOVE OR-CHECK-SEQUENCE (Order-Found-Sub)
028700             TO Check-Sequence
028800         MOVE OR-DEBIT-SEQUENCE (Order-Found-Sub)
028900             TO Debit-Sequence
029000         EVALUATE Rank-Class
029100             WHEN "CR"
029200                 MOVE OR-CREDIT-RANK (Order-Found-Sub)
029300                     TO Rank-Value
029400             WHEN "TL"
029500                 MOVE OR-TELLER-RANK (Order-Found-Sub)
029600                     TO Rank-Value
029700             WHEN "CD"
029800                 MOVE OR-CARD-RANK (Order-Found-Sub)
029900                     TO Rank-Value
030000             WHEN "CK"
030100                 MOVE OR-CHECK-RANK (Order-Found-Sub)
030200                     TO Rank-Value
030300             WHEN "AC"
030400                 MOVE OR-ACH-RANK (Order-Found-Sub)
030500                     TO Rank-Value
030600             WHEN OTHER
030700                 MOVE OR-OTHER-RANK (Order-Found-Sub)
030800                     TO Rank-Value
030900         END-EVALUATE
031000     END-IF
031100*> A zero (or unkeyed) rank on the row takes the standard rank
031200*> for the class.
031300     IF Rank-Value NOT NUMERIC OR Rank-Value = ZERO
031400         EVALUATE Rank-Class
031500             WHEN "CR"
031600                 MOVE Standard-Credit-Rank TO Rank-Value
031700             WHEN "TL"
031800                 MOVE Standard-Teller-Rank TO Rank-Value
031900             WHEN "CD"
032000                 MOVE Standard-Card-Rank TO Rank-Value
032100             WHEN "CK"
032200                 MOVE Standard-Check-Rank TO Rank-Value
032300             WHEN "AC"
032400                 MOVE Standard-Ach-Rank TO Rank-Value
032500             WHEN OTHER
032600                 MOVE Standard-Other-Rank TO Rank-Value
032700         END-EVALUATE
032800     END-IF.
032900 3000-CLASSIFY-ITEM-EXIT.
033000     EXIT.
033100
033200 3100-MATCH-CODE.
033300     IF CD-TRANS-CODE (Code-Sub) = TR-TRANS-CODE
033400         MOVE Code-Sub TO Code-Found-Sub
033500     END-IF.
033600 3100-MATCH-CODE-EXIT.
033700     EXIT.
033800
033900*> Zeros leave the items in arrival order - the sort carries an
034000*> arrival number behind the sub-key for exactly that.
034100 4000-BUILD-SUB-KEY.
034200     MOVE "000000" TO Rank-Sub-Key
034300     IF Rank-Class = "CR"
034400         GO TO 4000-BUILD-SUB-KEY-EXIT
034500     END-IF
034600     IF Rank-Class = "CK"
034700         IF Check-Sequence NOT = "A"
034800             MOVE TR-SERIAL-NUMBER TO Rank-Sub-Key
034900         END-IF
035000         GO TO 4000-BUILD-SUB-KEY-EXIT
035100     END-IF
035200     IF TR-TRANS-AMOUNT NOT NUMERIC
035300         GO TO 4000-BUILD-SUB-KEY-EXIT
035400     END-IF
035500     IF Debit-Sequence = "L"
035600         MOVE TR-TRANS-AMOUNT TO Rank-Sub-Key
035700     END-IF
035800     IF Debit-Sequence = "H"
035900         COMPUTE Inverted-Amount = 999999 - TR-TRANS-AMOUNT
036000         MOVE Inverted-Amount TO Rank-Sub-Key
036100     END-IF.
036200 4000-BUILD-SUB-KEY-EXIT.
036300     EXIT.
