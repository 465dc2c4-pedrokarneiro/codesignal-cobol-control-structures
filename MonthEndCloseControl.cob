000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MonthEndCloseControl.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    MONTHENDCLOSECONTROL                                       *
001100*                                                               *
001200*    CALLABLE SUBPROGRAM (BATCHSTEPTIMER STYLE) THROUGH WHICH   *
001300*    EVERY MONTH-END PROGRAM ANSWERS TO THE CLOSECTL CLOSE      *
001400*    CONTROL FOR THE MONTH OF ITS BUSINESS DATE. ACTION C ASKS  *
001500*    ONLY WHETHER THE STEP MAY RUN; A IS A NIGHTLY STEP ADDING  *
001600*    ITS TOTALS WITHOUT COMPLETING; R REGISTERS THE STEP'S      *
001700*    MONTH-END COMPLETION WITH ITS ITEM COUNT AND GL TOTALS.    *
001800*    THE RESULT IS Y (GO AHEAD / REGISTERED), C (THE MONTH IS   *
001900*    CLOSED), D (THE STEP HAS ALREADY COMPLETED FOR THE MONTH)  *
002000*    OR U (NO CLOSE CONTROL FILE - THE RUN IS NOT CONTROLLED,   *
002100*    AND THE MONTH WILL NOT CERTIFY WITHOUT ITS REGISTRATION).  *
002200*    A CALLER REFUSES ITSELF ON C OR D. THE MONTH HEADER ROW IS *
002300*    WRITTEN OPEN BY THE FIRST REGISTRATION OF THE MONTH.       *
002400*                                                               *
002500*    MODIFICATION HISTORY                                      *
002600*    ------------------------------------------------------    *
002700*    DATE       INIT  DESCRIPTION                              *
002800*    ---------  ----  -----------------------------------      *
002900*    2026-10-15  RLB  ORIGINAL.                                *
003000*                                                               *
003100*****************************************************************
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CLOSECTL ASSIGN TO "CLOSECTL"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS MC-CLOSE-KEY
004000         FILE STATUS IS Closectl-File-Status.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  CLOSECTL.
004500     COPY CLOSECTL.
004600
004700 WORKING-STORAGE SECTION.
004800 01  Closectl-File-Status            PIC XX.
004900     88  Closectl-OK                 VALUE "00".
005000 01  Close-Month                     PIC 9(06).
005100 01  Header-Switch                   PIC X(01).
005200     88  Header-On-File              VALUE "Y".
005300     88  Header-Not-On-File          VALUE "N".
005400 01  Step-Row-Switch                 PIC X(01).
005500     88  Step-Row-On-File            VALUE "Y".
005600     88  Step-Row-Not-On-File        VALUE "N".
005700
005800 LINKAGE SECTION.
005900 01  Req-Step-Id                     PIC X(07).
006000 01  Req-Business-Date               PIC 9(08).
006100 01  Req-Action                      PIC X(01).
006200     88  Req-Check-Only              VALUE "C".
006300     88  Req-Accumulate              VALUE "A".
006400     88  Req-Complete                VALUE "R".
006500 01  Req-Item-Count                  PIC 9(09).
006600 01  Req-Debit-Total                 PIC S9(11)V99.
006700 01  Req-Credit-Total                PIC S9(11)V99.
006800 01  Req-Result                      PIC X(01).
006900     88  Req-Run-Allowed             VALUE "Y".
007000     88  Req-Month-Closed            VALUE "C".
007100     88  Req-Step-Complete           VALUE "D".
007200     88  Req-Control-Missing         VALUE "U".
007300
007400 PROCEDURE DIVISION USING Req-Step-Id, Req-Business-Date,
007500         Req-Action, Req-Item-Count, Req-Debit-Total,
007600         Req-Credit-Total, Req-Result.
007700
007800 0000-MAINLINE.
007900     SET Req-Run-Allowed TO TRUE
008000     OPEN I-O CLOSECTL
008100     IF NOT Closectl-OK
008200         SET Req-Control-Missing TO TRUE
008300         DISPLAY "** CLOSECTL NOT AVAILABLE - " Req-Step-Id
008400             " NOT UNDER MONTH-END CLOSE CONTROL **"
008500         GO TO 0000-MAINLINE-EXIT
008600     END-IF
008700     MOVE Req-Business-Date (1:6) TO Close-Month
008800     PERFORM 1000-CHECK-MONTH THRU 1000-CHECK-MONTH-EXIT
008900     IF Req-Run-Allowed
009000         AND NOT Req-Check-Only
009100         PERFORM 2000-REGISTER-STEP THRU 2000-REGISTER-STEP-EXIT
009200     END-IF
009300     CLOSE CLOSECTL.
009400 0000-MAINLINE-EXIT.
009500     EXIT PROGRAM.
009600
009700*****************************************************************
009800*    A CLOSED MONTH TAKES NO MORE MONTH-END WORK UNTIL AN       *
009900*    OFFICER REOPENS IT; A REOPENED MONTH IS OPEN AGAIN. A STEP *
010000*    THAT HAS COMPLETED ONCE MAY NOT COMPLETE AGAIN UNLESS THE  *
010100*    REOPEN RELEASED IT.                                        *
010200*****************************************************************
010300 1000-CHECK-MONTH.
010400     SET Header-Not-On-File TO TRUE
010500     SET Step-Row-Not-On-File TO TRUE
010600     MOVE Close-Month TO MC-CLOSE-MONTH
010700     MOVE SPACES TO MC-STEP-ID
010800     READ CLOSECTL
010900         INVALID KEY
011000             GO TO 1000-CHECK-STEP
011100     END-READ
011200     SET Header-On-File TO TRUE
011300     IF MC-MONTH-CLOSED
011400         SET Req-Month-Closed TO TRUE
011500         GO TO 1000-CHECK-MONTH-EXIT
011600     END-IF.
011700 1000-CHECK-STEP.
011800     MOVE Close-Month TO MC-CLOSE-MONTH
011900     MOVE Req-Step-Id TO MC-STEP-ID
012000     READ CLOSECTL
012100         INVALID KEY
012200             GO TO 1000-CHECK-MONTH-EXIT
012300     END-READ
012400     SET Step-Row-On-File TO TRUE
012500     IF MC-RUN-COUNT > ZERO
012600         SET Req-Step-Complete TO TRUE
012700     END-IF.
012800 1000-CHECK-MONTH-EXIT.
012900     EXIT.
013000
013100*****************************************************************
013200*    THE TOTALS ADD TO WHAT THE STEP HAS ALREADY REGISTERED FOR *
013300*    THE MONTH, SO A NIGHTLY STEP AND A RELEASED RERUN BOTH     *
013400*    STILL TIE TO EVERYTHING THEY WROTE TO GLPOST.              *
013500*****************************************************************
013600 2000-REGISTER-STEP.
013700     IF Header-Not-On-File
013800         PERFORM 2100-WRITE-HEADER THRU 2100-WRITE-HEADER-EXIT
013900     END-IF
014000     MOVE Close-Month TO MC-CLOSE-MONTH
014100     MOVE Req-Step-Id TO MC-STEP-ID
014200     READ CLOSECTL
014300         INVALID KEY
014400             SET Step-Row-Not-On-File TO TRUE
014500     END-READ
014600     IF Step-Row-Not-On-File
014700         MOVE SPACES TO MC-CLOSE-CONTROL-RECORD
014800         MOVE Close-Month TO MC-CLOSE-MONTH
014900         MOVE Req-Step-Id TO MC-STEP-ID
015000         MOVE ZERO TO MC-RUN-COUNT
015100                      MC-REOPEN-COUNT
015200                      MC-ITEM-COUNT
015300                      MC-GL-DEBIT-TOTAL
015400                      MC-GL-CREDIT-TOTAL
015500                      MC-STATUS-DATE
015600     END-IF
015700     ADD Req-Item-Count TO MC-ITEM-COUNT
015800     ADD Req-Debit-Total TO MC-GL-DEBIT-TOTAL
015900     ADD Req-Credit-Total TO MC-GL-CREDIT-TOTAL
016000     IF Req-Complete
016100         ADD 1 TO MC-RUN-COUNT
016200     END-IF
016300     MOVE Req-Business-Date TO MC-LAST-BUSINESS-DATE
016400     ACCEPT MC-LAST-RUN-DATE FROM DATE YYYYMMDD
016500     ACCEPT MC-LAST-RUN-TIME FROM TIME
016600     IF Step-Row-On-File
016700         REWRITE MC-CLOSE-CONTROL-RECORD
016800             INVALID KEY
016900                 DISPLAY "** CLOSECTL REWRITE FAILED FOR "
017000                     Req-Step-Id " MONTH " Close-Month " **"
017100         END-REWRITE
017200     ELSE
017300         WRITE MC-CLOSE-CONTROL-RECORD
017400             INVALID KEY
017500                 DISPLAY "** CLOSECTL WRITE FAILED FOR "
017600                     Req-Step-Id " MONTH " Close-Month " **"
017700         END-WRITE
017800     END-IF.
017900 2000-REGISTER-STEP-EXIT.
018000     EXIT.
018100
018200 2100-WRITE-HEADER.
018300     MOVE SPACES TO MC-CLOSE-CONTROL-RECORD
018400     MOVE Close-Month TO MC-CLOSE-MONTH
018500     MOVE SPACES TO MC-STEP-ID
018600     SET MC-MONTH-OPEN TO TRUE
018700     MOVE ZERO TO MC-RUN-COUNT
018800                  MC-REOPEN-COUNT
018900                  MC-ITEM-COUNT
019000                  MC-GL-DEBIT-TOTAL
019100                  MC-GL-CREDIT-TOTAL
019200                  MC-LAST-BUSINESS-DATE
019300                  MC-LAST-RUN-DATE
019400                  MC-LAST-RUN-TIME
019500     MOVE Req-Business-Date TO MC-STATUS-DATE
019600     MOVE Req-Step-Id TO MC-STATUS-BY
019700     WRITE MC-CLOSE-CONTROL-RECORD
019800         INVALID KEY
019900             CONTINUE
020000     END-WRITE
020100     SET Header-On-File TO TRUE.
020200 2100-WRITE-HEADER-EXIT.
020300     EXIT.
