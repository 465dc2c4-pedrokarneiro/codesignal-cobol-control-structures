000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RepaymentPlanCheck.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-13.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    REPAYMENTPLANCHECK                                         *
001100*                                                               *
001200*    CALLABLE SUBPROGRAM (BANKRUPTCYSTAYCHECK STYLE) THE        *
001300*    OVERDRAFT STEPS ASK BEFORE LISTING AN ACCOUNT FOR          *
001400*    CHARGE-OFF OR CHARGING IT AN OVERDRAFT FEE. AN ACTIVE      *
001500*    REPAYPLN PLAN - ONE WITH NO INSTALLMENT MISSED, SINCE      *
001600*    REPAYMENTPLANMONITOR BREAKS THE PLAN THE NIGHT ONE IS -    *
001700*    ANSWERS "Y" AND HANDS BACK THE COLLECTOR WHO AGREED IT.    *
001800*    NO ROW, A BROKEN, COMPLETED OR CANCELLED PLAN, OR A        *
001900*    MISSING REPAYPLN FILE ANSWERS "N" AND THE ACCOUNT AGES     *
002000*    AS NORMAL.                                                 *
002100*                                                               *
002200*    MODIFICATION HISTORY                                      *
002300*    ------------------------------------------------------    *
002400*    DATE       INIT  DESCRIPTION                              *
002500*    ---------  ----  -----------------------------------      *
002600*    2026-10-13  RLB  ORIGINAL.                                *
002700*                                                               *
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT REPAYPLN ASSIGN TO "REPAYPLN"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS RY-ACCOUNT-NUMBER
003700         FILE STATUS IS Repaypln-File-Status.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  REPAYPLN.
004200     COPY REPAYPLN.
004300
004400 WORKING-STORAGE SECTION.
004500 01  Repaypln-File-Status            PIC XX.
004600     88  Repaypln-OK                 VALUE "00".
004700
004800 LINKAGE SECTION.
004900 01  Plan-Account-Number             PIC X(10).
005000 01  Plan-Result                     PIC X(01).
005100     88  Plan-Is-Active              VALUE "Y".
005200     88  Plan-Not-Active             VALUE "N".
005300 01  Plan-Collector-Id               PIC X(08).
005400
005500 PROCEDURE DIVISION USING Plan-Account-Number, Plan-Result,
005600         Plan-Collector-Id.
005700
005800 0000-MAINLINE.
005900     SET Plan-Not-Active TO TRUE
006000     MOVE SPACES TO Plan-Collector-Id
006100     OPEN INPUT REPAYPLN
006200     IF NOT Repaypln-OK
006300         GO TO 0000-MAINLINE-EXIT
006400     END-IF
006500     MOVE Plan-Account-Number TO RY-ACCOUNT-NUMBER
006600     READ REPAYPLN
006700         INVALID KEY
006800             CONTINUE
006900         NOT INVALID KEY
007000             IF RY-Plan-Active
007100                 SET Plan-Is-Active TO TRUE
007200                 MOVE RY-COLLECTOR-ID TO Plan-Collector-Id
007300             END-IF
007400     END-READ
007500     CLOSE REPAYPLN.
007600 0000-MAINLINE-EXIT.
007700     EXIT PROGRAM.
