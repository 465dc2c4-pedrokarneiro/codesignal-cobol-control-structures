000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RateSheetLookup.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-10.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    RATESHEETLOOKUP                                            *
001100*                                                               *
001200*    CALLABLE SUBPROGRAM THAT RETURNS THE RATE SHEET ROW IN     *
001300*    EFFECT FOR A PRODUCT ON A GIVEN DATE - THE LATEST RATESHT  *
001400*    ROW WHOSE EFFECTIVE DATE IS ON OR BEFORE IT - SO THE       *
001500*    PROGRAMS THAT ACCRUE OR ADJUST INTEREST NO LONGER CARRY    *
001600*    THEIR OWN COMPILED-IN RATE. RATESHEETINTEREST TURNS THE    *
001700*    ROW AND A BALANCE INTO A YEAR'S INTEREST. A PRODUCT WITH   *
001800*    NO ROW IN EFFECT GETS THE SHOP'S STANDING DEFAULT SHEET    *
001900*    (THE ONE TIER EVERY PRODUCT EARNED BEFORE THE RATE SHEET), *
002000*    WITH RATE-SHEET-FOUND SET TO "N" SO THE CALLER CAN COUNT   *
002100*    IT.                                                        *
002200*                                                               *
002300*    MODIFICATION HISTORY                                      *
002400*    ------------------------------------------------------    *
002500*    DATE       INIT  DESCRIPTION                              *
002600*    ---------  ----  -----------------------------------      *
002700*    2026-10-10  RLB  ORIGINAL.                                *
002800*                                                               *
002900*****************************************************************
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT RATESHT ASSIGN TO "RATESHT"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS IR-RATE-SHEET-KEY
003800         FILE STATUS IS Ratesht-File-Status.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  RATESHT.
004300     COPY RATESHT.
004400
004500 WORKING-STORAGE SECTION.
004600 01  Ratesht-File-Status             PIC XX.
004700     88  Ratesht-OK                  VALUE "00".
004800     88  Ratesht-Not-On-File         VALUE "23".
004900
005000*    THE STANDING DEFAULT, LAID OUT AS A RATESHT ROW: TIERED,
005100*    ONE TIER ABOVE 5000.00 AT THE OLD SHOP RATE OF 0.0001667 A
005200*    DAY, TAKEN OVER A 365-DAY YEAR.
005300 01  Default-Rate-Sheet.
005400     05  Default-Product-Code        PIC X(04).
005500     05  Default-Effective-Date      PIC 9(08) VALUE ZERO.
005600     05  FILLER                      PIC X(01) VALUE "T".
005700     05  FILLER                      PIC 9(01) VALUE 1.
005800     05  Default-Tier-Floor          PIC 9(7)V99 VALUE 5000.00.
005900     05  Default-Annual-Rate         PIC 9V9(6) VALUE 0.060846.
006000     05  FILLER                      PIC X(64) VALUE ALL "0".
006100     05  FILLER                      PIC X(01) VALUE "N".
006200     05  FILLER                      PIC 9(08) VALUE ZERO.
006300     05  FILLER                      PIC X(16) VALUE SPACES.
006400     05  FILLER                      PIC 9(08) VALUE ZERO.
006500     05  FILLER                      PIC X(10) VALUE SPACES.
006600
006700 LINKAGE SECTION.
006800 01  Product-Code                    PIC X(04).
006900 01  Rate-As-Of-Date                 PIC 9(08).
007000 01  Rate-Sheet-Row                  PIC X(137).
007100 01  Rate-Sheet-Found                PIC X(01).
007200     88  Rate-Sheet-Was-Found        VALUE "Y".
007300     88  Rate-Sheet-Was-Not-Found    VALUE "N".
007400
007500 PROCEDURE DIVISION USING Product-Code, Rate-As-Of-Date,
007600         Rate-Sheet-Row, Rate-Sheet-Found.
007700
007800 0000-MAINLINE.
007900     SET Rate-Sheet-Was-Found TO TRUE
008000     OPEN INPUT RATESHT
008100     IF NOT Ratesht-OK
008200         SET Rate-Sheet-Was-Not-Found TO TRUE
008300         GO TO 0000-USE-DEFAULT
008400     END-IF
008500     MOVE Product-Code TO IR-PRODUCT-CODE
008600     MOVE Rate-As-Of-Date TO IR-EFFECTIVE-DATE
008700     START RATESHT KEY IS LESS THAN OR EQUAL TO IR-RATE-SHEET-KEY
008800         INVALID KEY
008900             SET Rate-Sheet-Was-Not-Found TO TRUE
009000     END-START
009100     IF Rate-Sheet-Was-Not-Found
009200         GO TO 0000-RATESHT-CLOSE
009300     END-IF
009400
009500     READ RATESHT NEXT RECORD
009600         AT END
009700             SET Rate-Sheet-Was-Not-Found TO TRUE
009800     END-READ
009900     IF Rate-Sheet-Was-Not-Found
010000         GO TO 0000-RATESHT-CLOSE
010100     END-IF
010200
010300*> As in THRESHOLDLOOKUP: the row START landed on may belong to
010400*> a lower-keyed product when this one has no rate in effect yet.
010500     IF IR-PRODUCT-CODE NOT = Product-Code
010600         SET Rate-Sheet-Was-Not-Found TO TRUE
010700     ELSE
010800         MOVE IR-RATE-SHEET-RECORD TO Rate-Sheet-Row
010900     END-IF.
011000
011100 0000-RATESHT-CLOSE.
011200     CLOSE RATESHT.
011300
011400 0000-USE-DEFAULT.
011500     IF Rate-Sheet-Was-Not-Found
011600         MOVE Product-Code TO Default-Product-Code
011700         MOVE Default-Rate-Sheet TO Rate-Sheet-Row
011800     END-IF.
011900
012000 0000-MAINLINE-EXIT.
012100     EXIT PROGRAM.
