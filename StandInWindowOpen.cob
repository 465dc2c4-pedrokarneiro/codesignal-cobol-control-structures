000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    StandInWindowOpen.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    STANDINWINDOWOPEN                                          *
001100*                                                               *
001200*    FIRST THING IN THE NIGHTLY SUITE, RIGHT AFTER THE LAST     *
001300*    REPORTING SNAPSHOT IS COPIED TO THE KEYED STAND-IN         *
001400*    SNAPSHOT. OPENS THE TELLER STAND-IN WINDOW FOR THE TIME    *
001500*    THE SUITE HOLDS THE MASTER:                                *
001600*      - REFUSES (RC=8) IF THE LAST WINDOW'S QUEUE STILL HAS    *
001700*        ITEMS NOT APPLIED - THEY WOULD BE LOST;                *
001800*      - EMPTIES THE STORE-AND-FORWARD QUEUE (SAFQUE);          *
001900*      - REBUILDS THE STAND-IN ACTIVITY FILE (SINACT) FROM THE  *
002000*        WINDOW MEMO-POSTS DATED AFTER THE SNAPSHOT, SO WHAT    *
002100*        THE WINDOW TOOK TODAY IS NOT SPENT TWICE;              *
002200*      - MARKS THE WINDOW OPEN ON SINCTL.                       *
002300*    STANDINQUEUEAPPLY CLOSES THE WINDOW.                       *
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
003600     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS Runctlin-File-Status.
003900
004000     SELECT MEMOTRN ASSIGN TO "MEMOTRN"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS Memotrn-File-Status.
004300
004400     SELECT SAFQUE ASSIGN TO "SAFQUE"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS Safque-File-Status.
004700
004800     SELECT SINACT ASSIGN TO "SINACT"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS SK-ACCOUNT-NUMBER
005200         FILE STATUS IS Sinact-File-Status.
005300
005400     SELECT SINCTL ASSIGN TO "SINCTL"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS Sinctl-File-Status.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  RUNCTLIN.
006100     COPY RUNCTL REPLACING
006200         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
006300         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
006400         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
006500         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.
006600
006700 FD  MEMOTRN.
006800     COPY MEMOPOST.
006900
007000 FD  SAFQUE.
007100     COPY SAFQUE.
007200
007300 FD  SINACT.
007400     COPY SINACT.
007500
007600 FD  SINCTL.
007700     COPY SINCTL.
007800
007900 WORKING-STORAGE SECTION.
008000 01  Runctlin-File-Status            PIC XX.
008100     88  Runctlin-OK                 VALUE "00".
008200     88  Runctlin-Not-Found          VALUE "35".
008300 01  Memotrn-File-Status             PIC XX.
008400     88  Memotrn-OK                  VALUE "00".
008500     88  Memotrn-EOF                 VALUE "10".
008600 01  Safque-File-Status              PIC XX.
008700     88  Safque-OK                   VALUE "00".
008800     88  Safque-EOF                  VALUE "10".
008900 01  Sinact-File-Status              PIC XX.
009000     88  Sinact-OK                   VALUE "00".
009100     88  Sinact-Not-On-File          VALUE "23".
009200 01  Sinctl-File-Status              PIC XX.
009300
009400 01  Snapshot-Date                   PIC 9(08).
009500 01  Open-Date                       PIC 9(08).
009600 01  Open-Time                       PIC 9(08).
009700
009800 01  Open-Counters.
009900     05  Queue-Rows-Left             PIC 9(5) COMP.
010000     05  Memo-Rows-Read              PIC 9(7) COMP.
010100     05  Memo-Rows-Taken             PIC 9(7) COMP.
010200     05  Accounts-Seeded             PIC 9(7) COMP.
010300
010400 PROCEDURE DIVISION.
010500
010600 0000-MAINLINE.
010700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
010800     PERFORM 1100-CHECK-QUEUE THRU 1100-CHECK-QUEUE-EXIT
010900     IF Queue-Rows-Left > 0
011000         DISPLAY "** " Queue-Rows-Left " STAND-IN ITEMS FROM"
011100             " THE LAST WINDOW WERE NEVER APPLIED - RUN"
011200             " STANDINQUEUEAPPLY BEFORE THE WINDOW CAN OPEN."
011300             " WINDOW NOT OPENED. RC=8 **"
011400         MOVE 8 TO RETURN-CODE
011500         STOP RUN
011600     END-IF
011700     PERFORM 2000-SEED-ACTIVITY THRU 2000-SEED-ACTIVITY-EXIT
011800     PERFORM 3000-OPEN-WINDOW THRU 3000-OPEN-WINDOW-EXIT
011900     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
012000     STOP RUN.
012100
012200 1000-INITIALIZE.
012300     INITIALIZE Open-Counters
012400     ACCEPT Open-Date FROM DATE YYYYMMDD
012500     ACCEPT Open-Time FROM TIME
012600*>   Generation (0) - the business date last night's suite ran
012700*>   for, the night the snapshot being answered from was cut.
012800     OPEN INPUT RUNCTLIN
012900     IF Runctlin-OK
013000         READ RUNCTLIN
013100             AT END
013200                 SET Runctlin-Not-Found TO TRUE
013300         END-READ
013400     END-IF
013500     IF Runctlin-OK
013600         MOVE RI-BUSINESS-DATE TO Snapshot-Date
013700         CLOSE RUNCTLIN
013800     ELSE
013900         MOVE Open-Date TO Snapshot-Date
014000     END-IF.
014100 1000-INITIALIZE-EXIT.
014200     EXIT.
014300
014400*>   Every row the last window queued must have been applied
014500*>   before the queue is emptied for tonight.
014600 1100-CHECK-QUEUE.
014700     OPEN INPUT SAFQUE
014800     IF NOT Safque-OK
014900         GO TO 1100-CHECK-QUEUE-EXIT
015000     END-IF
015100     PERFORM 1110-READ-QUEUE THRU 1110-READ-QUEUE-EXIT
015200         UNTIL Safque-EOF
015300     CLOSE SAFQUE.
015400 1100-CHECK-QUEUE-EXIT.
015500     EXIT.
015600
015700 1110-READ-QUEUE.
015800     READ SAFQUE
015900         AT END
016000             SET Safque-EOF TO TRUE
016100             GO TO 1110-READ-QUEUE-EXIT
016200     END-READ
016300     IF SJ-Queued
016400         ADD 1 TO Queue-Rows-Left
016500     END-IF.
016600 1110-READ-QUEUE-EXIT.
016700     EXIT.
016800
016900*****************************************************************
017000*    THE WINDOW MEMO-POSTS DATED AFTER THE SNAPSHOT HAVE MOVED  *
017100*    THE LIVE MASTER BUT NOT THE SNAPSHOT.                      *
017200*****************************************************************
017300 2000-SEED-ACTIVITY.
017400     OPEN OUTPUT SAFQUE
017500     CLOSE SAFQUE
017600     OPEN OUTPUT SINACT
017700     CLOSE SINACT
017800     OPEN I-O SINACT
017900     OPEN INPUT MEMOTRN
018000     IF NOT Memotrn-OK
018100         DISPLAY "No memo-post file - nothing to seed."
018200         GO TO 2000-SEED-ACTIVITY-EXIT
018300     END-IF
018400     PERFORM 2100-READ-MEMO THRU 2100-READ-MEMO-EXIT
018500         UNTIL Memotrn-EOF
018600     CLOSE MEMOTRN.
018700 2000-SEED-ACTIVITY-EXIT.
018800     EXIT.
018900
019000 2100-READ-MEMO.
019100     READ MEMOTRN
019200         AT END
019300             SET Memotrn-EOF TO TRUE
019400             GO TO 2100-READ-MEMO-EXIT
019500     END-READ
019600     ADD 1 TO Memo-Rows-Read
019700     IF MP-TRANS-DATE NOT > Snapshot-Date
019800         GO TO 2100-READ-MEMO-EXIT
019900     END-IF
020000     ADD 1 TO Memo-Rows-Taken
020100     MOVE MP-ACCOUNT-NUMBER TO SK-ACCOUNT-NUMBER
020200     READ SINACT
020300         INVALID KEY
020400             MOVE SPACES TO SK-STANDIN-ACTIVITY-RECORD
020500             MOVE MP-ACCOUNT-NUMBER TO SK-ACCOUNT-NUMBER
020600             MOVE ZERO TO SK-MEMO-CREDITS
020700                          SK-MEMO-DEBITS
020800                          SK-STANDIN-CREDITS
020900                          SK-STANDIN-DEBITS
021000                          SK-STANDIN-ITEMS
021100             WRITE SK-STANDIN-ACTIVITY-RECORD
021200             ADD 1 TO Accounts-Seeded
021300     END-READ
021400     IF MP-DEPOSIT
021500         ADD MP-TRANS-AMOUNT TO SK-MEMO-CREDITS
021600     ELSE
021700         ADD MP-TRANS-AMOUNT TO SK-MEMO-DEBITS
021800     END-IF
021900     REWRITE SK-STANDIN-ACTIVITY-RECORD.
022000 2100-READ-MEMO-EXIT.
022100     EXIT.
022200
022300 3000-OPEN-WINDOW.
022400     OPEN OUTPUT SINCTL
022500     MOVE SPACES TO SW-STANDIN-CONTROL-RECORD
022600     SET SW-Window-Open TO TRUE
022700     MOVE Snapshot-Date TO SW-SNAPSHOT-DATE
022800     MOVE Open-Date TO SW-OPEN-DATE
022900     MOVE Open-Time (1:6) TO SW-OPEN-TIME
023000     MOVE ZERO TO SW-CLOSE-DATE
023100                  SW-CLOSE-TIME
023200     WRITE SW-STANDIN-CONTROL-RECORD
023300     CLOSE SINCTL.
023400 3000-OPEN-WINDOW-EXIT.
023500     EXIT.
023600
023700 9000-TERMINATE.
023800     CLOSE SINACT
023900     DISPLAY "TELLER STAND-IN WINDOW OPENED - SNAPSHOT OF "
024000         Snapshot-Date
024100     DISPLAY "Memo-post rows read     - " Memo-Rows-Read
024200     DISPLAY "  dated after snapshot  - " Memo-Rows-Taken
024300     DISPLAY "Accounts seeded         - " Accounts-Seeded.
024400 9000-TERMINATE-EXIT.
024500     EXIT.
