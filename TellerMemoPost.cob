003170*                     WDLUSAGE DAY TOTALS THE NIGHTLY POST     *
003180*                     DRAWS DOWN; BREACHES ARE REFUSED AND     *
003190*                     JOIN THE WDLHITS LEDGER.                 *
003191*    2026-10-15  RLB  WHILE THE NIGHTLY SUITE HOLDS THE MASTER *
003192*                     (SINCTL STAND-IN WINDOW OPEN) THE        *
003193*                     SESSION SENDS THE OPERATOR TO            *
003194*                     TELLERSTANDIN, WHICH QUEUES THE ITEM     *
003195*                     FOR STANDINQUEUEAPPLY.                   *
003200*                                                               *
003300*****************************************************************

004502         ORGANIZATION IS SEQUENTIAL
004504         FILE STATUS IS Retparm-File-Status.

004506     SELECT SINCTL ASSIGN TO "SINCTL"
004507         ORGANIZATION IS SEQUENTIAL
004508         FILE STATUS IS Sinctl-File-Status.

004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  ACCTMSTR.
005070 FD  RETPARM.
005080     COPY RETPARM.

005082 FD  SINCTL.
005084     COPY SINCTL.

005100 WORKING-STORAGE SECTION.
005200 01  Acctmstr-File-Status            PIC XX.
005300     88  Acctmstr-OK                 VALUE "00".
005684*    THE SAME FIGURE THE NIGHTLY POST FALLS BACK ON.
005686 77  Default-Contrib-Limit           PIC 9(08) VALUE 7000.
005688 01  Annual-Contrib-Limit            PIC 9(08).
005690 01  Sinctl-File-Status              PIC XX.
005692     88  Sinctl-OK                   VALUE "00".
005694 01  Standin-Window-Switch           PIC X(01).
005696     88  Standin-Window-Open         VALUE "Y".
005698     88  Standin-Window-Closed       VALUE "N".

005700 COPY ACCTFLDS.
005800 01  Status-Found                    PIC X(01).
008500     STOP RUN.

008600 1000-INITIALIZE.
008610*> While the nightly suite holds the master, window items go
008620*> through the stand-in session's store-and-forward queue.
008630     PERFORM 1050-CHECK-STANDIN-WINDOW
008640         THRU 1050-CHECK-STANDIN-WINDOW-EXIT
008650     IF Standin-Window-Open
008660         DISPLAY "Nightly run holds the master - use the"
008670             " stand-in session (TellerStandIn)."
008680         SET Session-Has-Ended TO TRUE
008690         GO TO 1000-INITIALIZE-EXIT
008695     END-IF
008700     OPEN I-O ACCTMSTR
008800     OPEN EXTEND MEMOTRN
008810*> Channel withdrawal caps stand up only when both the limit
010400 1000-INITIALIZE-EXIT.
010500     EXIT.

010510 1050-CHECK-STANDIN-WINDOW.
010520     SET Standin-Window-Closed TO TRUE
010530     OPEN INPUT SINCTL
010540     IF Sinctl-OK
010550         READ SINCTL
010560             NOT AT END
010570                 IF SW-Window-Open
010575                     SET Standin-Window-Open TO TRUE
010580                 END-IF
010585         END-READ
010590         CLOSE SINCTL
010592     END-IF.
010594 1050-CHECK-STANDIN-WINDOW-EXIT.
010596     EXIT.

010600 2000-PROCESS-MEMO.
010700     DISPLAY "Account number (DONE to quit): "
010800         WITH NO ADVANCING
021200     EXIT.

021300 9000-TERMINATE.
021310     IF Standin-Window-Open
021320         GO TO 9000-TERMINATE-EXIT
021330     END-IF
021400     CLOSE ACCTMSTR
021500     CLOSE MEMOTRN
021510     IF Wdlimit-File-Open
