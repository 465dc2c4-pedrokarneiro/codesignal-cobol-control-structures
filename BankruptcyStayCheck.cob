000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BankruptcyStayCheck.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-09-16.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    BANKRUPTCYSTAYCHECK                                        *
001100*                                                               *
001200*    CALLABLE SUBPROGRAM (STATUSLOOKUP STYLE) THE COLLECTORS    *
001300*    ASK BEFORE TAKING MONEY FROM AN ACCOUNT. RESOLVES THE      *
001400*    ACCOUNT TO ITS CUSTOMER THROUGH CUSTREL (NO ROW MEANS THE  *
001500*    CUSTOMER NUMBER IS THE ACCOUNT NUMBER, AS CUSTMSTR HAS     *
001600*    ALWAYS ASSUMED) AND LOOKS THE CUSTOMER UP ON BKRCASE. AN   *
001700*    ACTIVE STAY ANSWERS "Y" AND HANDS BACK THE CUSTOMER AND    *
001800*    CASE NUMBER FOR THE CALLER'S SUPPRESSION LOG. A MISSING    *
001900*    BKRCASE FILE MEANS NOBODY IS UNDER A STAY.                 *
002000*                                                               *
002100*    MODIFICATION HISTORY                                      *
002200*    ------------------------------------------------------    *
002300*    DATE       INIT  DESCRIPTION                              *
002400*    ---------  ----  -----------------------------------      *
002500*    2026-09-16  RLB  ORIGINAL.                                *
002600*                                                               *
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CUSTREL ASSIGN TO "CUSTREL"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS RL-ACCOUNT-NUMBER
003600         FILE STATUS IS Custrel-File-Status.
003700
003800     SELECT BKRCASE ASSIGN TO "BKRCASE"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS BK-CUSTOMER-NUMBER
004200         FILE STATUS IS Bkrcase-File-Status.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  CUSTREL.
004700     COPY CUSTREL.
004800
004900 FD  BKRCASE.
005000     COPY BKRCASE.
005100
005200 WORKING-STORAGE SECTION.
005300 01  Custrel-File-Status             PIC XX.
005400     88  Custrel-OK                  VALUE "00".
005500 01  Bkrcase-File-Status             PIC XX.
005600     88  Bkrcase-OK                  VALUE "00".
005700
005800 LINKAGE SECTION.
005900 01  Stay-Account-Number             PIC X(10).
006000 01  Stay-Result                     PIC X(01).
006100     88  Stay-Is-Active              VALUE "Y".
006200     88  Stay-Not-Active             VALUE "N".
006300 01  Stay-Customer-Number            PIC X(10).
006400 01  Stay-Case-Number                PIC X(15).
006500
006600 PROCEDURE DIVISION USING Stay-Account-Number, Stay-Result,
006700         Stay-Customer-Number, Stay-Case-Number.
006800
006900 0000-MAINLINE.
007000     SET Stay-Not-Active TO TRUE
007100     MOVE Stay-Account-Number TO Stay-Customer-Number
007200     MOVE SPACES TO Stay-Case-Number
007300*> The owning customer, where the register knows a different one.
007400     OPEN INPUT CUSTREL
007500     IF Custrel-OK
007600         MOVE Stay-Account-Number TO RL-ACCOUNT-NUMBER
007700         READ CUSTREL
007800             INVALID KEY
007900                 CONTINUE
008000             NOT INVALID KEY
008100                 MOVE RL-CUSTOMER-NUMBER TO Stay-Customer-Number
008200         END-READ
008300         CLOSE CUSTREL
008400     END-IF
008500     OPEN INPUT BKRCASE
008600     IF NOT Bkrcase-OK
008700         GO TO 0000-MAINLINE-EXIT
008800     END-IF
008900     MOVE Stay-Customer-Number TO BK-CUSTOMER-NUMBER
009000     READ BKRCASE
009100         INVALID KEY
009200             CONTINUE
009300         NOT INVALID KEY
009400             IF BK-Stay-Active
009500                 SET Stay-Is-Active TO TRUE
009600                 MOVE BK-CASE-NUMBER TO Stay-Case-Number
009700             END-IF
009800     END-READ
009900     CLOSE BKRCASE.
010000 0000-MAINLINE-EXIT.
010100     EXIT PROGRAM.
