000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FeeScheduleListing.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-11.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    FEESCHEDULELISTING                                         *
001100*                                                               *
001200*    PRINTS THE FEESCHED FEE SCHEDULE FOR THE BRANCHES AND THE  *
001300*    DISCLOSURE TEAM, FEE TYPE BY FEE TYPE, EVERY ROW WITH ITS  *
001400*    PRODUCT (ALL FOR THE SHOP-WIDE ROW), EFFECTIVE DATE,       *
001500*    AMOUNT, DAILY CAP AND STANDING AS OF THE RUN DATE:         *
001600*      IN EFFECT   THE ROW FEESCHEDULELOOKUP WOULD USE TODAY    *
001700*      SCHEDULED   LOADED AHEAD OF ITS EFFECTIVE DATE           *
001800*      SUPERSEDED  REPLACED BY A LATER ROW ALREADY IN EFFECT    *
001900*    FOLLOWED BY THE RELATIONSHIP OVERRIDES (FEEOVR) STILL IN   *
002000*    FORCE.                                                     *
002100*                                                               *
002200*    MODIFICATION HISTORY                                      *
002300*    ------------------------------------------------------    *
002400*    DATE       INIT  DESCRIPTION                              *
002500*    ---------  ----  -----------------------------------      *
002600*    2026-10-11  RLB  ORIGINAL.                                *
002700*                                                               *
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT FEESCHED ASSIGN TO "FEESCHED"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS FR-FEE-SCHEDULE-KEY
003700         FILE STATUS IS Feesched-File-Status.
003800
003900     SELECT FEEOVR ASSIGN TO "FEEOVR"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS FO-FEE-OVERRIDE-KEY
004300         FILE STATUS IS Feeovr-File-Status.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  FEESCHED.
004800     COPY FEESCHED.
004900
005000 FD  FEEOVR.
005100     COPY FEEOVR.
005200
005300 WORKING-STORAGE SECTION.
005400 01  Feesched-File-Status            PIC XX.
005500     88  Feesched-OK                 VALUE "00".
005600     88  Feesched-EOF                VALUE "10".
005700 01  Feeovr-File-Status              PIC XX.
005800     88  Feeovr-OK                   VALUE "00".
005900     88  Feeovr-EOF                  VALUE "10".
006000
006025 01  Schedule-Open-Switch            PIC X(01).
006050     88  Schedule-Is-Open            VALUE "Y".
006075     88  Schedule-Not-Open           VALUE "N".
006100 01  Run-Date                        PIC 9(08).
006200 01  Current-Fee-Type                PIC X(04).
006300 01  Held-Row-Switch                 PIC X(01).
006400     88  Row-Is-Held                 VALUE "Y".
006500     88  No-Row-Held                 VALUE "N".
006600*    THE ROW WAITING TO PRINT - ITS STANDING DEPENDS ON THE ROW
006700*    THAT FOLLOWS IT.
006800 01  Held-Row.
006900     05  HR-FEE-TYPE                 PIC X(04).
007000     05  HR-PRODUCT-CODE             PIC X(04).
007100     05  HR-EFFECTIVE-DATE           PIC 9(08).
007200     05  HR-FEE-AMOUNT               PIC 9(6)V99.
007300     05  HR-DAILY-CAP                PIC 9(02).
007400     05  HR-DESCRIPTION              PIC X(30).
007500 01  Row-Standing                    PIC X(11).
007600 01  Print-Product                   PIC X(04).
007700 01  Print-Cap                       PIC X(04).
007800 01  Edited-Cap                      PIC Z9.
007900 01  Edited-Amount                   PIC ZZZ,ZZ9.99.
008000
008100 01  Listing-Counters.
008200     05  Rows-Listed                 PIC 9(5) COMP.
008300     05  Rows-In-Effect              PIC 9(5) COMP.
008400     05  Rows-Scheduled              PIC 9(5) COMP.
008500     05  Rows-Superseded             PIC 9(5) COMP.
008600     05  Overrides-Listed            PIC 9(5) COMP.
008700     05  Overrides-Expired           PIC 9(5) COMP.
008800
008900 PROCEDURE DIVISION.
009000
009100 0000-MAINLINE.
009200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
009300     PERFORM 2000-LIST-SCHEDULE-ROW
009400         THRU 2000-LIST-SCHEDULE-ROW-EXIT
009500         UNTIL Feesched-EOF
009600     IF Row-Is-Held
009700         PERFORM 2100-PRINT-HELD-ROW
009800             THRU 2100-PRINT-HELD-ROW-EXIT
009900     END-IF
010000     PERFORM 3000-LIST-OVERRIDES THRU 3000-LIST-OVERRIDES-EXIT
010100     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
010200     STOP RUN.
010300
010400 1000-INITIALIZE.
010500     MOVE ZERO TO Rows-Listed
010600                  Rows-In-Effect
010700                  Rows-Scheduled
010800                  Rows-Superseded
010900                  Overrides-Listed
011000                  Overrides-Expired
011100     MOVE SPACES TO Current-Fee-Type
011200     SET No-Row-Held TO TRUE
011300     ACCEPT Run-Date FROM DATE YYYYMMDD
011400     DISPLAY "FEE SCHEDULE LISTING - AS OF " Run-Date
011500     DISPLAY "=========================================="
011550     SET Schedule-Not-Open TO TRUE
011600     OPEN INPUT FEESCHED
011700     IF NOT Feesched-OK
011800         DISPLAY "FEESCHED not available - no schedule listed."
011900         SET Feesched-EOF TO TRUE
012000         GO TO 1000-INITIALIZE-EXIT
012100     END-IF
012150     SET Schedule-Is-Open TO TRUE
012200     READ FEESCHED NEXT RECORD
012300         AT END
012400             SET Feesched-EOF TO TRUE
012500     END-READ.
012600 1000-INITIALIZE-EXIT.
012700     EXIT.
012800
012900*> The row just read settles the standing of the one held: a
013000*> later row for the same fee and product already in effect
013100*> supersedes it.
013200 2000-LIST-SCHEDULE-ROW.
013300     IF Row-Is-Held
013400         IF FR-FEE-TYPE = HR-FEE-TYPE
013500             AND FR-PRODUCT-CODE = HR-PRODUCT-CODE
013600             AND FR-EFFECTIVE-DATE NOT > Run-Date
013700             MOVE "SUPERSEDED " TO Row-Standing
013800         END-IF
013900         PERFORM 2100-PRINT-HELD-ROW
014000             THRU 2100-PRINT-HELD-ROW-EXIT
014100     END-IF
014200     MOVE FR-FEE-TYPE TO HR-FEE-TYPE
014300     MOVE FR-PRODUCT-CODE TO HR-PRODUCT-CODE
014400     MOVE FR-EFFECTIVE-DATE TO HR-EFFECTIVE-DATE
014500     MOVE FR-FEE-AMOUNT TO HR-FEE-AMOUNT
014600     MOVE FR-DAILY-CAP TO HR-DAILY-CAP
014700     MOVE FR-DESCRIPTION TO HR-DESCRIPTION
014800     SET Row-Is-Held TO TRUE
014900     IF HR-EFFECTIVE-DATE > Run-Date
015000         MOVE "SCHEDULED  " TO Row-Standing
015100     ELSE
015200         MOVE "IN EFFECT  " TO Row-Standing
015300     END-IF
015400     READ FEESCHED NEXT RECORD
015500         AT END
015600             SET Feesched-EOF TO TRUE
015700     END-READ.
015800 2000-LIST-SCHEDULE-ROW-EXIT.
015900     EXIT.
016000
016100 2100-PRINT-HELD-ROW.
016200     IF HR-FEE-TYPE NOT = Current-Fee-Type
016300         MOVE HR-FEE-TYPE TO Current-Fee-Type
016400         DISPLAY " "
016500         DISPLAY "FEE TYPE " HR-FEE-TYPE
016600         DISPLAY "  PRODUCT  EFFECTIVE      AMOUNT  CAP   "
016700             "STANDING     DESCRIPTION"
016800     END-IF
016900     IF HR-PRODUCT-CODE = SPACES
017000         MOVE "ALL " TO Print-Product
017100     ELSE
017200         MOVE HR-PRODUCT-CODE TO Print-Product
017300     END-IF
017400     IF HR-DAILY-CAP = ZERO
017500         MOVE "NONE" TO Print-Cap
017600     ELSE
017700         MOVE HR-DAILY-CAP TO Edited-Cap
017800         MOVE SPACES TO Print-Cap
017900         MOVE Edited-Cap TO Print-Cap (3:2)
018000     END-IF
018100     MOVE HR-FEE-AMOUNT TO Edited-Amount
018200     DISPLAY "  " Print-Product "     " HR-EFFECTIVE-DATE
018300         " " Edited-Amount "  " Print-Cap "  " Row-Standing
018400         "  " HR-DESCRIPTION
018500     ADD 1 TO Rows-Listed
018600     EVALUATE Row-Standing
018700         WHEN "IN EFFECT  "
018800             ADD 1 TO Rows-In-Effect
018900         WHEN "SCHEDULED  "
019000             ADD 1 TO Rows-Scheduled
019100         WHEN OTHER
019200             ADD 1 TO Rows-Superseded
019300     END-EVALUATE
019400     SET No-Row-Held TO TRUE.
019500 2100-PRINT-HELD-ROW-EXIT.
019600     EXIT.
019700
019800*    OVERRIDES STILL IN FORCE; AN EXPIRED ONE IS COUNTED ONLY.
019900 3000-LIST-OVERRIDES.
020000     OPEN INPUT FEEOVR
020100     IF NOT Feeovr-OK
020200         DISPLAY " "
020300         DISPLAY "FEEOVR not available - no overrides listed."
020400         GO TO 3000-LIST-OVERRIDES-EXIT
020500     END-IF
020600     DISPLAY " "
020700     DISPLAY "RELATIONSHIP OVERRIDES IN FORCE"
020800     DISPLAY "  CUSTOMER    TYPE      AMOUNT  EXPIRES   "
020900         "REASON"
021000     READ FEEOVR NEXT RECORD
021100         AT END
021200             SET Feeovr-EOF TO TRUE
021300     END-READ
021400     PERFORM 3100-LIST-ONE-OVERRIDE
021500         THRU 3100-LIST-ONE-OVERRIDE-EXIT
021600         UNTIL Feeovr-EOF
021700     CLOSE FEEOVR.
021800 3000-LIST-OVERRIDES-EXIT.
021900     EXIT.
022000
022100 3100-LIST-ONE-OVERRIDE.
022200     IF FO-EXPIRY-DATE NOT = ZERO
022300         AND FO-EXPIRY-DATE < Run-Date
022400         ADD 1 TO Overrides-Expired
022500         GO TO 3100-READ-NEXT
022600     END-IF
022700     MOVE FO-OVERRIDE-AMOUNT TO Edited-Amount
022800     DISPLAY "  " FO-CUSTOMER-NUMBER "  " FO-FEE-TYPE
022900         "  " Edited-Amount "  " FO-EXPIRY-DATE
023000         "  " FO-REASON
023100     ADD 1 TO Overrides-Listed.
023200
023300 3100-READ-NEXT.
023400     READ FEEOVR NEXT RECORD
023500         AT END
023600             SET Feeovr-EOF TO TRUE
023700     END-READ.
023800 3100-LIST-ONE-OVERRIDE-EXIT.
023900     EXIT.
024000
024100 9000-TERMINATE.
024200     IF Schedule-Is-Open
024300         CLOSE FEESCHED
024400     END-IF
024500     DISPLAY " "
024600     DISPLAY "FEE SCHEDULE SUMMARY"
024700     DISPLAY "Rows listed        - " Rows-Listed
024800     DISPLAY "In effect          - " Rows-In-Effect
024900     DISPLAY "Scheduled          - " Rows-Scheduled
025000     DISPLAY "Superseded         - " Rows-Superseded
025100     DISPLAY "Overrides in force - " Overrides-Listed
025200     DISPLAY "Overrides expired  - " Overrides-Expired.
025300 9000-TERMINATE-EXIT.
025400     EXIT.
