000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FeeScheduleLookup.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-11.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    FEESCHEDULELOOKUP                                          *
001100*                                                               *
001200*    CALLABLE SUBPROGRAM THAT PRICES ONE FEE FOR ONE ACCOUNT    *
001300*    FROM THE FEESCHED FEE SCHEDULE, SO NO FEE-CHARGING PROGRAM *
001400*    CARRIES ITS OWN COMPILED-IN AMOUNT. THE PRODUCT'S ROW IN   *
001500*    EFFECT ON THE AS-OF DATE IS USED, THE SHOP-WIDE ROW (BLANK *
001600*    PRODUCT) WHEN THE PRODUCT HAS NONE. A RELATIONSHIP         *
001700*    OVERRIDE IN FEEOVR FOR THE ACCOUNT'S CUSTOMER (CUSTREL)    *
001800*    REPLACES THE AMOUNT UNTIL IT EXPIRES.                      *
001900*                                                               *
002000*    ACTION Q QUOTES THE AMOUNT ONLY. ACTION C IS CALLED AS THE *
002100*    FEE IS ABOUT TO BE CHARGED: WHEN THE ROW CARRIES A DAILY   *
002200*    CAP THE FEE IS COUNTED ON FEEDAYCT, AND ONCE THE ACCOUNT   *
002300*    HAS REACHED THE CAP FOR THE DAY THE RESULT IS C AND THE    *
002400*    CALLER DOES NOT CHARGE IT.                                 *
002500*                                                               *
002600*    RESULT  Y  CHARGE FEE-AMOUNT                               *
002700*            C  DAILY CAP REACHED - DO NOT CHARGE               *
002800*            Z  OVERRIDE TO ZERO - DO NOT CHARGE                *
002900*            N  NO SCHEDULE ROW - DO NOT CHARGE                 *
003000*                                                               *
003100*    MODIFICATION HISTORY                                      *
003200*    ------------------------------------------------------    *
003300*    DATE       INIT  DESCRIPTION                              *
003400*    ---------  ----  -----------------------------------      *
003500*    2026-10-11  RLB  ORIGINAL.                                *
003600*                                                               *
003700*****************************************************************
003800
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT FEESCHED ASSIGN TO "FEESCHED"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS FR-FEE-SCHEDULE-KEY
004600         FILE STATUS IS Feesched-File-Status.
004700
004800     SELECT CUSTREL ASSIGN TO "CUSTREL"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS RL-ACCOUNT-NUMBER
005200         FILE STATUS IS Custrel-File-Status.
005300
005400     SELECT FEEOVR ASSIGN TO "FEEOVR"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS FO-FEE-OVERRIDE-KEY
005800         FILE STATUS IS Feeovr-File-Status.
005900
006000     SELECT FEEDAYCT ASSIGN TO "FEEDAYCT"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS RANDOM
006300         RECORD KEY IS FN-FEE-DAY-KEY
006400         FILE STATUS IS Feedayct-File-Status.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  FEESCHED.
006900     COPY FEESCHED.
007000
007100 FD  CUSTREL.
007200     COPY CUSTREL.
007300
007400 FD  FEEOVR.
007500     COPY FEEOVR.
007600
007700 FD  FEEDAYCT.
007800     COPY FEEDAYCT.
007900
008000 WORKING-STORAGE SECTION.
008100 01  Feesched-File-Status            PIC XX.
008200     88  Feesched-OK                 VALUE "00".
008300 01  Custrel-File-Status             PIC XX.
008400     88  Custrel-OK                  VALUE "00".
008500 01  Feeovr-File-Status              PIC XX.
008600     88  Feeovr-OK                   VALUE "00".
008700 01  Feedayct-File-Status            PIC XX.
008800     88  Feedayct-OK                 VALUE "00".
008900 01  Search-Product-Code             PIC X(04).
009000 01  Schedule-Daily-Cap              PIC 9(02).
009100 01  Row-Found-Switch                PIC X(01).
009200     88  Row-Was-Found               VALUE "Y".
009300     88  Row-Was-Not-Found           VALUE "N".
009400 01  Count-Row-Switch                PIC X(01).
009500     88  Count-Row-On-File           VALUE "Y".
009600     88  Count-Row-Is-New            VALUE "N".
009700
009800 LINKAGE SECTION.
009900 01  Account-Number                  PIC X(10).
010000 01  Product-Code                    PIC X(04).
010100 01  Fee-Type                        PIC X(04).
010200 01  Fee-As-Of-Date                  PIC 9(08).
010300 01  Fee-Action                      PIC X(01).
010400     88  Fee-Action-Quote            VALUE "Q".
010500     88  Fee-Action-Charge           VALUE "C".
010600 01  Fee-Amount                      PIC S9(6)V99.
010700 01  Fee-Schedule-Result             PIC X(01).
010800     88  Schedule-Fee-Chargeable     VALUE "Y".
010900     88  Schedule-Fee-Capped         VALUE "C".
011000     88  Schedule-Fee-Zeroed         VALUE "Z".
011100     88  Schedule-Fee-Missing        VALUE "N".
011200
011300 PROCEDURE DIVISION USING Account-Number, Product-Code,
011400         Fee-Type, Fee-As-Of-Date, Fee-Action, Fee-Amount,
011500         Fee-Schedule-Result.
011600
011700 0000-MAINLINE.
011800     MOVE ZERO TO Fee-Amount
011900     SET Schedule-Fee-Missing TO TRUE
012000     OPEN INPUT FEESCHED
012100     IF NOT Feesched-OK
012200         DISPLAY "FEESCHED not available - " Fee-Type
012300             " not priced."
012400         GO TO 0000-MAINLINE-EXIT
012500     END-IF
012600     MOVE Product-Code TO Search-Product-Code
012700     PERFORM 1000-FIND-SCHEDULE-ROW
012800         THRU 1000-FIND-SCHEDULE-ROW-EXIT
012900*> No row for the product: the shop-wide row for the fee type.
013000     IF Row-Was-Not-Found AND Product-Code NOT = SPACES
013100         MOVE SPACES TO Search-Product-Code
013200         PERFORM 1000-FIND-SCHEDULE-ROW
013300             THRU 1000-FIND-SCHEDULE-ROW-EXIT
013400     END-IF
013500     CLOSE FEESCHED
013600     IF Row-Was-Not-Found
013700         GO TO 0000-MAINLINE-EXIT
013800     END-IF
013900     MOVE FR-FEE-AMOUNT TO Fee-Amount
014000     MOVE FR-DAILY-CAP TO Schedule-Daily-Cap
014100
014200     PERFORM 2000-APPLY-OVERRIDE THRU 2000-APPLY-OVERRIDE-EXIT
014300     IF Fee-Amount = ZERO
014400         SET Schedule-Fee-Zeroed TO TRUE
014500         GO TO 0000-MAINLINE-EXIT
014600     END-IF
014700     SET Schedule-Fee-Chargeable TO TRUE
014800     IF Fee-Action-Quote OR Schedule-Daily-Cap = ZERO
014900         GO TO 0000-MAINLINE-EXIT
015000     END-IF
015100     PERFORM 3000-COUNT-AGAINST-CAP
015200         THRU 3000-COUNT-AGAINST-CAP-EXIT.
015300
015400 0000-MAINLINE-EXIT.
015500     EXIT PROGRAM.
015600
015700*    THE LATEST ROW FOR THE FEE TYPE AND SEARCH PRODUCT WHOSE
015800*    EFFECTIVE DATE IS ON OR BEFORE THE AS-OF DATE. START LANDS
015900*    ON THE NEAREST LOWER KEY, WHICH MAY BELONG TO ANOTHER FEE
016000*    TYPE OR PRODUCT - THEN THERE IS NO ROW IN EFFECT.
016100 1000-FIND-SCHEDULE-ROW.
016200     SET Row-Was-Not-Found TO TRUE
016300     MOVE Fee-Type TO FR-FEE-TYPE
016400     MOVE Search-Product-Code TO FR-PRODUCT-CODE
016500     MOVE Fee-As-Of-Date TO FR-EFFECTIVE-DATE
016600     START FEESCHED KEY IS LESS THAN OR EQUAL TO
016700             FR-FEE-SCHEDULE-KEY
016800         INVALID KEY
016900             GO TO 1000-FIND-SCHEDULE-ROW-EXIT
017000     END-START
017100     READ FEESCHED NEXT RECORD
017200         AT END
017300             GO TO 1000-FIND-SCHEDULE-ROW-EXIT
017400     END-READ
017500     IF FR-FEE-TYPE = Fee-Type
017600         AND FR-PRODUCT-CODE = Search-Product-Code
017700         SET Row-Was-Found TO TRUE
017800     END-IF.
017900 1000-FIND-SCHEDULE-ROW-EXIT.
018000     EXIT.
018100
018200*    ACCOUNT TO CUSTOMER THROUGH CUSTREL, THEN THE CUSTOMER'S
018300*    OVERRIDE FOR THE FEE TYPE. AN EXPIRED OVERRIDE IS IGNORED.
018400 2000-APPLY-OVERRIDE.
018500     OPEN INPUT CUSTREL
018600     IF NOT Custrel-OK
018700         GO TO 2000-APPLY-OVERRIDE-EXIT
018800     END-IF
018900     MOVE Account-Number TO RL-ACCOUNT-NUMBER
019000     READ CUSTREL
019100         INVALID KEY
019200             CLOSE CUSTREL
019300             GO TO 2000-APPLY-OVERRIDE-EXIT
019400     END-READ
019500     CLOSE CUSTREL
019600     OPEN INPUT FEEOVR
019700     IF NOT Feeovr-OK
019800         GO TO 2000-APPLY-OVERRIDE-EXIT
019900     END-IF
020000     MOVE RL-CUSTOMER-NUMBER TO FO-CUSTOMER-NUMBER
020100     MOVE Fee-Type TO FO-FEE-TYPE
020200     READ FEEOVR
020300         NOT INVALID KEY
020400             IF FO-EXPIRY-DATE = ZERO
020500                 OR FO-EXPIRY-DATE NOT < Fee-As-Of-Date
020600                 MOVE FO-OVERRIDE-AMOUNT TO Fee-Amount
020700             END-IF
020800     END-READ
020900     CLOSE FEEOVR.
021000 2000-APPLY-OVERRIDE-EXIT.
021100     EXIT.
021200
021300*    ONE MORE FEE OF THE TYPE TODAY, UNLESS THE ACCOUNT IS
021400*    ALREADY AT THE CAP. A ROW LEFT FROM AN EARLIER DAY STARTS
021500*    OVER. WITHOUT THE COUNT FILE THE CAP CANNOT BE HELD AND
021600*    THE FEE IS CHARGED.
021700 3000-COUNT-AGAINST-CAP.
021800     OPEN I-O FEEDAYCT
021900     IF NOT Feedayct-OK
022000         DISPLAY "FEEDAYCT not available - " Fee-Type
022100             " daily cap not applied to " Account-Number
022200         GO TO 3000-COUNT-AGAINST-CAP-EXIT
022300     END-IF
022400     MOVE Account-Number TO FN-ACCOUNT-NUMBER
022500     MOVE Fee-Type TO FN-FEE-TYPE
022600     SET Count-Row-On-File TO TRUE
022700     READ FEEDAYCT
022800         INVALID KEY
022900             SET Count-Row-Is-New TO TRUE
023000             MOVE Account-Number TO FN-ACCOUNT-NUMBER
023100             MOVE Fee-Type TO FN-FEE-TYPE
023200             MOVE Fee-As-Of-Date TO FN-COUNT-DATE
023300             MOVE ZERO TO FN-FEES-CHARGED
023400     END-READ
023500     IF FN-COUNT-DATE NOT = Fee-As-Of-Date
023600         MOVE Fee-As-Of-Date TO FN-COUNT-DATE
023700         MOVE ZERO TO FN-FEES-CHARGED
023800     END-IF
023900     IF FN-FEES-CHARGED NOT < Schedule-Daily-Cap
024000         SET Schedule-Fee-Capped TO TRUE
024100         CLOSE FEEDAYCT
024200         GO TO 3000-COUNT-AGAINST-CAP-EXIT
024300     END-IF
024400     ADD 1 TO FN-FEES-CHARGED
024500     IF Count-Row-Is-New
024600         WRITE FN-FEE-DAY-COUNT-RECORD
024700     ELSE
024800         REWRITE FN-FEE-DAY-COUNT-RECORD
024900     END-IF
025000     CLOSE FEEDAYCT.
025100 3000-COUNT-AGAINST-CAP-EXIT.
025200     EXIT.
