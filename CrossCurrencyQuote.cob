000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CrossCurrencyQuote.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    CROSSCURRENCYQUOTE                                         *
001100*                                                               *
001200*    CALLABLE SUBPROGRAM (CURRENCYCONVERT STYLE) THAT PRICES AN *
001300*    INTERNAL TRANSFER BETWEEN TWO ACCOUNTS HELD IN DIFFERENT   *
001400*    CURRENCIES. THE CROSS RATE IS TAKEN FROM THE DAY'S CURRATE *
001500*    RATES OF BOTH SIDES AND THE CUSTOMER'S SPREAD COMES OFF IT *
001600*    BY RELATIONSHIP TIER - THE HIGHEST FXTIER ROW WHOSE        *
001700*    MINIMUM THE SOURCE ACCOUNT'S RELCOVR COMBINED BALANCE      *
001800*    CLEARS, OR THE FXPARM TELLER SPREAD WHEN NO TIER APPLIES.  *
001900*    THE TARGET AMOUNT IS ROUNDED TO WHOLE UNITS AND THE SPREAD *
002000*    INCOME IS WHAT THE SOURCE AMOUNT IS WORTH IN THE BASE      *
002100*    CURRENCY LESS WHAT THE TARGET AMOUNT IS WORTH. FXPARM AND  *
002200*    FXTIER ARE LOADED ON THE FIRST CALL OF THE RUN.            *
002300*                                                               *
002400*    MODIFICATION HISTORY                                      *
002500*    ------------------------------------------------------    *
002600*    DATE       INIT  DESCRIPTION                              *
002700*    ---------  ----  -----------------------------------      *
002800*    2026-10-15  RLB  ORIGINAL.                                *
002900*                                                               *
003000*****************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CURRATE ASSIGN TO "CURRATE"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS CR-CURRENCY-CODE
003900         FILE STATUS IS Currate-File-Status.
004000
004100     SELECT RELCOVR ASSIGN TO "RELCOVR"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS RV-ACCOUNT-NUMBER
004500         FILE STATUS IS Relcovr-File-Status.
004600
004700     SELECT FXPARM ASSIGN TO "FXPARM"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS Fxparm-File-Status.
005000
005100     SELECT FXTIER ASSIGN TO "FXTIER"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS Fxtier-File-Status.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  CURRATE.
005800     COPY CURRATE.
005900
006000 FD  RELCOVR.
006100     COPY RELCOVR.
006200
006300 FD  FXPARM.
006400     COPY FXPARM.
006500
006600 FD  FXTIER.
006700     COPY FXTIER.
006800
006900 WORKING-STORAGE SECTION.
007000 01  Currate-File-Status             PIC XX.
007100     88  Currate-OK                  VALUE "00".
007200 01  Relcovr-File-Status             PIC XX.
007300     88  Relcovr-OK                  VALUE "00".
007400 01  Fxparm-File-Status              PIC XX.
007500     88  Fxparm-OK                   VALUE "00".
007600 01  Fxtier-File-Status              PIC XX.
007700     88  Fxtier-OK                   VALUE "00".
007800     88  Fxtier-EOF                  VALUE "10".
007900
008000 77  Default-Spread-Rate             PIC 9V9(4) VALUE 0.0200.
008100 77  Base-Currency-Code              PIC X(03) VALUE "USD".
008200 01  Spreads-Loaded-Switch           PIC X(01) VALUE "N".
008300     88  Spreads-Are-Loaded          VALUE "Y".
008400 01  Parm-Spread-Rate                PIC 9V9(4).
008500 01  Tier-Count                      PIC 9(02) COMP.
008600 01  Tier-Index                      PIC 9(02) COMP.
008700 01  Tier-Table.
008800     05  Tier-Entry OCCURS 20 TIMES.
008900         10  TE-TIER-CODE            PIC X(02).
009000         10  TE-MIN-COMBINED-BALANCE PIC 9(09).
009100         10  TE-SPREAD-RATE          PIC 9V9(4).
009200 01  Best-Tier-Minimum               PIC 9(09).
009300 01  Combined-Balance                PIC S9(9)V99.
009400 01  From-Currency                   PIC X(03).
009500 01  To-Currency                     PIC X(03).
009600 01  From-Rate                       PIC 9(04)V9999.
009700 01  To-Rate                         PIC 9(04)V9999.
009800 01  Converted-Amount                PIC 9(09).
009900
010000 LINKAGE SECTION.
010100     COPY FXQUOTE.
010200
010300 PROCEDURE DIVISION USING FQ-FX-QUOTE-BLOCK.
010400
010500 0000-MAINLINE.
010600     MOVE FQ-FROM-AMOUNT TO FQ-TO-AMOUNT
010700     MOVE ZERO TO FQ-MARKET-RATE
010800                  FQ-CUSTOMER-RATE
010900                  FQ-SPREAD-RATE
011000                  FQ-BASE-AMOUNT
011100                  FQ-SPREAD-INCOME
011200     MOVE SPACES TO FQ-TIER-CODE
011300     IF NOT Spreads-Are-Loaded
011400         PERFORM 1000-LOAD-SPREADS THRU 1000-LOAD-SPREADS-EXIT
011500     END-IF
011600*> A blank account currency is the base currency, as everywhere
011700*> else MF-CURRENCY-CODE is read.
011800     MOVE FQ-FROM-CURRENCY TO From-Currency
011900     IF From-Currency = SPACES
012000         MOVE Base-Currency-Code TO From-Currency
012100     END-IF
012200     MOVE FQ-TO-CURRENCY TO To-Currency
012300     IF To-Currency = SPACES
012400         MOVE Base-Currency-Code TO To-Currency
012500     END-IF
012600     IF From-Currency = To-Currency
012700         SET FQ-SAME-CURRENCY TO TRUE
012800         GO TO 0000-MAINLINE-EXIT
012900     END-IF
013000     PERFORM 2000-GET-RATES THRU 2000-GET-RATES-EXIT
013100     IF FQ-NO-RATE
013200         GO TO 0000-MAINLINE-EXIT
013300     END-IF
013400     PERFORM 3000-PICK-SPREAD THRU 3000-PICK-SPREAD-EXIT
013500     PERFORM 4000-PRICE-QUOTE THRU 4000-PRICE-QUOTE-EXIT.
013600 0000-MAINLINE-EXIT.
013700     EXIT PROGRAM.
013800
013900*****************************************************************
014000*    THE FXPARM TELLER SPREAD IS THE FLOOR SCHEDULE; THE FXTIER *
014100*    ROWS ARE KEPT ONLY WHEN THEIR SPREAD IS A USABLE FRACTION. *
014200*****************************************************************
014300 1000-LOAD-SPREADS.
014400     SET Spreads-Are-Loaded TO TRUE
014500     MOVE Default-Spread-Rate TO Parm-Spread-Rate
014600     OPEN INPUT FXPARM
014700     IF Fxparm-OK
014800         READ FXPARM
014900             AT END
015000                 CONTINUE
015100             NOT AT END
015200                 IF XF-SPREAD-RATE NUMERIC
015300                     AND XF-SPREAD-RATE > ZERO
015400                     MOVE XF-SPREAD-RATE TO Parm-Spread-Rate
015500                 END-IF
015600         END-READ
015700         CLOSE FXPARM
015800     END-IF
015900     MOVE ZERO TO Tier-Count
016000     OPEN INPUT FXTIER
016100     IF NOT Fxtier-OK
016200         GO TO 1000-LOAD-SPREADS-EXIT
016300     END-IF
016400     PERFORM 1100-LOAD-ONE-TIER THRU 1100-LOAD-ONE-TIER-EXIT
016500         UNTIL Fxtier-EOF OR Tier-Count = 20
016600     CLOSE FXTIER.
016700 1000-LOAD-SPREADS-EXIT.
016800     EXIT.
016900
017000 1100-LOAD-ONE-TIER.
017100     READ FXTIER
017200         AT END
017300             GO TO 1100-LOAD-ONE-TIER-EXIT
017400     END-READ
017500     IF XZ-MIN-COMBINED-BALANCE NOT NUMERIC
017600         OR XZ-SPREAD-RATE NOT NUMERIC
017700         OR XZ-SPREAD-RATE NOT < 1
017800         DISPLAY "** FXTIER ROW " XZ-TIER-CODE
017900             " IGNORED - BAD MINIMUM OR SPREAD **"
018000         GO TO 1100-LOAD-ONE-TIER-EXIT
018100     END-IF
018200     ADD 1 TO Tier-Count
018300     MOVE XZ-TIER-CODE TO TE-TIER-CODE (Tier-Count)
018400     MOVE XZ-MIN-COMBINED-BALANCE
018500         TO TE-MIN-COMBINED-BALANCE (Tier-Count)
018600     MOVE XZ-SPREAD-RATE TO TE-SPREAD-RATE (Tier-Count).
018700 1100-LOAD-ONE-TIER-EXIT.
018800     EXIT.
018900
019000 2000-GET-RATES.
019100     SET FQ-QUOTE-GIVEN TO TRUE
019200     OPEN INPUT CURRATE
019300     IF NOT Currate-OK
019400         SET FQ-NO-RATE TO TRUE
019500         GO TO 2000-GET-RATES-EXIT
019600     END-IF
019700     MOVE From-Currency TO CR-CURRENCY-CODE
019800     READ CURRATE
019900         INVALID KEY
020000             SET FQ-NO-RATE TO TRUE
020100         NOT INVALID KEY
020200             MOVE CR-RATE-TO-BASE TO From-Rate
020300     END-READ
020400     MOVE To-Currency TO CR-CURRENCY-CODE
020500     READ CURRATE
020600         INVALID KEY
020700             SET FQ-NO-RATE TO TRUE
020800         NOT INVALID KEY
020900             MOVE CR-RATE-TO-BASE TO To-Rate
021000     END-READ
021100     CLOSE CURRATE
021200     IF From-Rate = ZERO OR To-Rate = ZERO
021300         SET FQ-NO-RATE TO TRUE
021400     END-IF.
021500 2000-GET-RATES-EXIT.
021600     EXIT.
021700
021800*****************************************************************
021900*    THE TIER IS THE HIGHEST MINIMUM THE HOUSEHOLD'S COMBINED   *
022000*    BALANCE CLEARS; AN ACCOUNT OUTSIDE ANY RELATIONSHIP COUNTS *
022100*    AS ZERO AND SO ONLY MEETS A ZERO-MINIMUM TIER.             *
022200*****************************************************************
022300 3000-PICK-SPREAD.
022400     MOVE Parm-Spread-Rate TO FQ-SPREAD-RATE
022500     IF Tier-Count = ZERO
022600         GO TO 3000-PICK-SPREAD-EXIT
022700     END-IF
022800     MOVE ZERO TO Combined-Balance
022900     MOVE FQ-FROM-ACCOUNT TO RV-ACCOUNT-NUMBER
023000     OPEN INPUT RELCOVR
023100     IF Relcovr-OK
023200         READ RELCOVR
023300             NOT INVALID KEY
023400                 MOVE RV-COMBINED-BALANCE TO Combined-Balance
023500         END-READ
023600         CLOSE RELCOVR
023700     END-IF
023800     MOVE ZERO TO Best-Tier-Minimum
023900     PERFORM 3100-TRY-ONE-TIER THRU 3100-TRY-ONE-TIER-EXIT
024000         VARYING Tier-Index FROM 1 BY 1
024100         UNTIL Tier-Index > Tier-Count.
024200 3000-PICK-SPREAD-EXIT.
024300     EXIT.
024400
024500 3100-TRY-ONE-TIER.
024600     IF Combined-Balance < TE-MIN-COMBINED-BALANCE (Tier-Index)
024700         GO TO 3100-TRY-ONE-TIER-EXIT
024800     END-IF
024900     IF FQ-TIER-CODE NOT = SPACES
025000         AND TE-MIN-COMBINED-BALANCE (Tier-Index)
025100             < Best-Tier-Minimum
025200         GO TO 3100-TRY-ONE-TIER-EXIT
025300     END-IF
025400     MOVE TE-MIN-COMBINED-BALANCE (Tier-Index)
025500         TO Best-Tier-Minimum
025600     MOVE TE-TIER-CODE (Tier-Index) TO FQ-TIER-CODE
025700     MOVE TE-SPREAD-RATE (Tier-Index) TO FQ-SPREAD-RATE.
025800 3100-TRY-ONE-TIER-EXIT.
025900     EXIT.
026000
026100*****************************************************************
026200*    THE RATES ARE TARGET UNITS PER SOURCE UNIT. THE CUSTOMER   *
026300*    IS PAID THE CROSS RATE LESS THE SPREAD, ROUNDED TO WHOLE   *
026400*    UNITS AS EVERY TRANSACTION AMOUNT IS; THE BANK KEEPS THE   *
026500*    DIFFERENCE, VALUED IN THE BASE CURRENCY.                   *
026600*****************************************************************
026700 4000-PRICE-QUOTE.
026800     COMPUTE FQ-BASE-AMOUNT ROUNDED =
026900         FQ-FROM-AMOUNT * From-Rate
027000     COMPUTE FQ-MARKET-RATE ROUNDED =
027100         From-Rate / To-Rate
027200         ON SIZE ERROR
027300             SET FQ-CONVERTS-TOO-LARGE TO TRUE
027400             GO TO 4000-PRICE-QUOTE-EXIT
027500     END-COMPUTE
027600     COMPUTE FQ-CUSTOMER-RATE ROUNDED =
027700         From-Rate * (1 - FQ-SPREAD-RATE) / To-Rate
027800     COMPUTE Converted-Amount ROUNDED =
027900         FQ-FROM-AMOUNT * From-Rate * (1 - FQ-SPREAD-RATE)
028000             / To-Rate
028100         ON SIZE ERROR
028200             SET FQ-CONVERTS-TOO-LARGE TO TRUE
028300             GO TO 4000-PRICE-QUOTE-EXIT
028400     END-COMPUTE
028500     IF Converted-Amount = ZERO
028600         SET FQ-CONVERTS-TO-ZERO TO TRUE
028700         GO TO 4000-PRICE-QUOTE-EXIT
028800     END-IF
028900     IF Converted-Amount > 999999
029000         SET FQ-CONVERTS-TOO-LARGE TO TRUE
029100         GO TO 4000-PRICE-QUOTE-EXIT
029200     END-IF
029300     MOVE Converted-Amount TO FQ-TO-AMOUNT
029400     COMPUTE FQ-SPREAD-INCOME ROUNDED =
029500         FQ-BASE-AMOUNT - (FQ-TO-AMOUNT * To-Rate).
029600 4000-PRICE-QUOTE-EXIT.
029700     EXIT.
