000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TellerStandIn.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    TELLERSTANDIN                                              *
001100*                                                               *
001200*    THE WINDOW'S SESSION WHILE THE NIGHTLY SUITE HOLDS THE     *
001300*    MASTER (SINCTL SAYS THE STAND-IN WINDOW IS OPEN), FOR THE  *
001400*    EXTENDED-HOURS BRANCHES AND THE CALL CENTER. IT NEVER      *
001500*    TOUCHES THE MASTER:                                        *
001600*      - INQUIRIES ARE ANSWERED FROM THE STAND-IN SNAPSHOT      *
001700*        (THE LAST REPORTSNAPSHOTEXTRACT, KEYED) PLUS THE       *
001800*        STAND-IN ACTIVITY FILE (SINACT);                       *
001900*      - A DEPOSIT OR WITHDRAWAL NEEDS A SECOND, SUPERVISOR-    *
002000*        LEVEL OPERATOR AT THE TERMINAL AND IS WRITTEN TO THE   *
002100*        STORE-AND-FORWARD QUEUE (SAFQUE) FOR STANDINQUEUEAPPLY *
002200*        TO APPLY ONCE THE MASTER IS RELEASED.                  *
002300*    A WITHDRAWAL IS TAKEN ONLY WITHIN THE CONSERVATIVE STAND-  *
002400*    IN AVAILABLE BALANCE: THE SNAPSHOT BALANCE LESS HOLDS,     *
002500*    LESS EVERY DEBIT SINCE THE SNAPSHOT, WITH NO CREDIT FOR    *
002600*    DEPOSITS SINCE, AND NEVER MORE THAN THE STAND-IN CAP PER   *
002700*    ACCOUNT PER WINDOW. CLOSED AND DORMANT ACCOUNTS TAKE NO    *
002800*    WITHDRAWAL. EVERY LOOKUP IS LOGGED TO INQAUD.              *
002900*    ENTER "DONE" AT THE ACCOUNT PROMPT TO END THE SESSION.     *
003000*                                                               *
003100*    MODIFICATION HISTORY                                      *
003200*    ------------------------------------------------------    *
003300*    DATE       INIT  DESCRIPTION                              *
003400*    ---------  ----  -----------------------------------      *
003500*    2026-10-15  RLB  ORIGINAL.                                *
003600*                                                               *
003700*****************************************************************
003800
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT SINCTL ASSIGN TO "SINCTL"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS Sinctl-File-Status.
004500
004600     SELECT STNDSNAP ASSIGN TO "STNDSNAP"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS PS-ACCOUNT-NUMBER
005000         FILE STATUS IS Stndsnap-File-Status.
005100
005200     SELECT SINACT ASSIGN TO "SINACT"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS SK-ACCOUNT-NUMBER
005600         FILE STATUS IS Sinact-File-Status.
005700
005800     SELECT SAFQUE ASSIGN TO "SAFQUE"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS Safque-File-Status.
006100
006200     SELECT INQAUD ASSIGN TO "INQAUD"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS Inqaud-File-Status.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  SINCTL.
006900     COPY SINCTL.
007000
007100 FD  STNDSNAP.
007200     COPY RPTSNAP.
007300
007400 FD  SINACT.
007500     COPY SINACT.
007600
007700 FD  SAFQUE.
007800     COPY SAFQUE.
007900
008000 FD  INQAUD.
008100     COPY INQAUD.
008200
008300 WORKING-STORAGE SECTION.
008400 01  Sinctl-File-Status              PIC XX.
008500     88  Sinctl-OK                   VALUE "00".
008600 01  Stndsnap-File-Status            PIC XX.
008700     88  Stndsnap-OK                 VALUE "00".
008800     88  Stndsnap-Not-On-File        VALUE "23".
008900 01  Sinact-File-Status              PIC XX.
009000     88  Sinact-OK                   VALUE "00".
009100     88  Sinact-Not-On-File          VALUE "23".
009200 01  Safque-File-Status              PIC XX.
009300     88  Safque-OK                   VALUE "00".
009400 01  Inqaud-File-Status              PIC XX.
009500     88  Inqaud-OK                   VALUE "00".
009600
009700*    MOST A WINDOW MAY PAY OUT ON ONE ACCOUNT IN STAND-IN,
009800*    WHATEVER THE SNAPSHOT SAYS.
009900 77  Standin-Window-Cap              PIC 9(06) VALUE 1000.
010000 77  Teller-Level                    PIC 9(01) VALUE 1.
010100 77  Supervisor-Level                PIC 9(01) VALUE 2.
010200 77  Check-Digit-Action              PIC X(01) VALUE "V".
010300 01  Check-Digit-Result              PIC X(01).
010400     88  Check-Digit-Good            VALUE "Y".
010500     88  Check-Digit-Bad             VALUE "N".
010600 01  Auth-Result                     PIC X(01).
010700     88  Operator-Authorized         VALUE "Y".
010800     88  Operator-Denied             VALUE "N".
010900 01  Operator-Id                     PIC X(08).
011000 01  Terminal-Id                     PIC X(08).
011100 01  Supervisor-Id                   PIC X(08).
011200 01  Audit-Date                      PIC 9(08).
011300 01  Audit-Time                      PIC 9(08).
011400
011500 01  Entry-Account-Number            PIC X(10).
011600 01  Entry-Function                  PIC X(01).
011700     88  Entry-Is-Inquiry            VALUE "I" " ".
011800     88  Entry-Is-Deposit            VALUE "D".
011900     88  Entry-Is-Withdrawal         VALUE "W".
012000 01  Entry-Amount-Text               PIC X(06).
012100 01  Entry-Amount                    PIC 9(06).
012200
012300 01  Activity-Switch                 PIC X(01).
012400     88  Activity-On-File            VALUE "Y".
012500     88  Activity-Not-On-File        VALUE "N".
012600 01  Holds-Total                     PIC S9(7)V99.
012700 01  Standin-Available               PIC S9(7)V99.
012800 01  Cap-Remaining                   PIC S9(7)V99.
012900 01  Display-Amount                  PIC -(7)9.99.
013000
013100 01  Session-Ended-Switch            PIC X(01).
013200     88  Session-Has-Ended           VALUE "Y".
013300     88  Session-Is-Active           VALUE "N".
013400 01  Files-Switch                    PIC X(01).
013500     88  Files-Are-Open              VALUE "Y".
013600     88  Files-Not-Open              VALUE "N".
013700 01  Standin-Counters.
013800     05  Inquiries-Made              PIC 9(5) COMP.
013900     05  Items-Queued                PIC 9(5) COMP.
014000     05  Items-Refused               PIC 9(5) COMP.
014100
014200 PROCEDURE DIVISION.
014300
014400 0000-MAINLINE.
014500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
014600     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-PROCESS-ACCOUNT-EXIT
014700         UNTIL Session-Has-Ended
014800     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
014900     STOP RUN.
015000
015100 1000-INITIALIZE.
015200     SET Files-Not-Open TO TRUE
015300     SET Session-Has-Ended TO TRUE
015400     INITIALIZE Standin-Counters
015500*>   Stand-in answers only while the suite holds the master -
015600*>   outside the window the live programs give the true answer.
015700     MOVE SPACES TO SW-STANDIN-CONTROL-RECORD
015800     OPEN INPUT SINCTL
015900     IF Sinctl-OK
016000         READ SINCTL
016100             AT END
016200                 MOVE SPACES TO SW-STANDIN-CONTROL-RECORD
016300         END-READ
016400         CLOSE SINCTL
016500     END-IF
016600     IF NOT SW-Window-Open
016700         DISPLAY "The stand-in window is closed - use"
016800             " TellerAccountInquiry / TellerMemoPost."
016900         GO TO 1000-INITIALIZE-EXIT
017000     END-IF
017100     DISPLAY "STAND-IN MODE - balances as of the "
017200         SW-SNAPSHOT-DATE " close plus stand-in activity."
017300     DISPLAY "Operator ID: " WITH NO ADVANCING
017400     ACCEPT Operator-Id FROM CONSOLE
017500     DISPLAY "Terminal ID: " WITH NO ADVANCING
017600     ACCEPT Terminal-Id FROM CONSOLE
017700     CALL "OperatorAuthorize" USING Operator-Id,
017800         Teller-Level, Auth-Result
017900     IF Operator-Denied
018000         DISPLAY Operator-Id ": Not authorized for stand-in."
018100         GO TO 1000-INITIALIZE-EXIT
018200     END-IF
018300     OPEN INPUT STNDSNAP
018400     OPEN I-O SINACT
018500     OPEN EXTEND SAFQUE
018600     OPEN EXTEND INQAUD
018700     SET Files-Are-Open TO TRUE
018800     SET Session-Is-Active TO TRUE.
018900 1000-INITIALIZE-EXIT.
019000     EXIT.
019100
019200 2000-PROCESS-ACCOUNT.
019300     DISPLAY "Account number (DONE to quit): "
019400         WITH NO ADVANCING
019500     ACCEPT Entry-Account-Number FROM CONSOLE
019600     IF Entry-Account-Number = "DONE"
019700         SET Session-Has-Ended TO TRUE
019800         GO TO 2000-PROCESS-ACCOUNT-EXIT
019900     END-IF
020000     CALL "AccountCheckDigit" USING Check-Digit-Action,
020100         Entry-Account-Number, Check-Digit-Result
020200     IF Check-Digit-Bad
020300         DISPLAY Entry-Account-Number
020400             ": Check digit does not prove - rekey it."
020500         GO TO 2000-PROCESS-ACCOUNT-EXIT
020600     END-IF
020700     PERFORM 2050-WRITE-ACCESS-AUDIT
020800         THRU 2050-WRITE-ACCESS-AUDIT-EXIT
020900     ADD 1 TO Inquiries-Made
021000
021100     MOVE Entry-Account-Number TO PS-ACCOUNT-NUMBER
021200     READ STNDSNAP
021300         INVALID KEY
021400             DISPLAY Entry-Account-Number
021500                 ": Not on the stand-in snapshot."
021600             GO TO 2000-PROCESS-ACCOUNT-EXIT
021700     END-READ
021800     PERFORM 2100-READ-ACTIVITY THRU 2100-READ-ACTIVITY-EXIT
021900     PERFORM 2200-SHOW-STANDIN THRU 2200-SHOW-STANDIN-EXIT
022000
022100     DISPLAY "Function (I/D/W): " WITH NO ADVANCING
022200     ACCEPT Entry-Function FROM CONSOLE
022300     IF Entry-Is-Inquiry
022400         GO TO 2000-PROCESS-ACCOUNT-EXIT
022500     END-IF
022600     IF NOT Entry-Is-Deposit AND NOT Entry-Is-Withdrawal
022700         DISPLAY "Function must be I, D or W."
022800         GO TO 2000-PROCESS-ACCOUNT-EXIT
022900     END-IF
023000     IF PS-ACCOUNT-STATUS = "CLOSED"
023100         ADD 1 TO Items-Refused
023200         DISPLAY Entry-Account-Number ": Account is closed."
023300         GO TO 2000-PROCESS-ACCOUNT-EXIT
023400     END-IF
023500     DISPLAY "Amount (whole dollars): " WITH NO ADVANCING
023600     ACCEPT Entry-Amount-Text FROM CONSOLE
023700     IF Entry-Amount-Text NOT NUMERIC
023800         DISPLAY "Amount must be numeric."
023900         GO TO 2000-PROCESS-ACCOUNT-EXIT
024000     END-IF
024100     MOVE Entry-Amount-Text TO Entry-Amount
024200     IF Entry-Amount = ZERO
024300         DISPLAY "Amount must be more than zero."
024400         GO TO 2000-PROCESS-ACCOUNT-EXIT
024500     END-IF
024600
024700*>   No stand-in override - a withdrawal the snapshot cannot
024800*>   cover waits for the master.
024900     IF Entry-Is-Withdrawal
025000         IF PS-DORMANCY-FLAG = "Y"
025100             ADD 1 TO Items-Refused
025200             DISPLAY Entry-Account-Number
025300                 ": Dormant - no stand-in withdrawal."
025400             GO TO 2000-PROCESS-ACCOUNT-EXIT
025500         END-IF
025600         IF Entry-Amount > Standin-Available
025700             ADD 1 TO Items-Refused
025800             DISPLAY Entry-Account-Number
025900                 ": Refused - over the stand-in available."
026000             GO TO 2000-PROCESS-ACCOUNT-EXIT
026100         END-IF
026200     END-IF
026300
026400*>   Nothing is queued on one operator's say-so.
026500     DISPLAY "Supervisor ID: " WITH NO ADVANCING
026600     ACCEPT Supervisor-Id FROM CONSOLE
026700     IF Supervisor-Id = Operator-Id
026800         ADD 1 TO Items-Refused
026900         DISPLAY "The supervisor must be a second operator."
027000         GO TO 2000-PROCESS-ACCOUNT-EXIT
027100     END-IF
027200     CALL "OperatorAuthorize" USING Supervisor-Id,
027300         Supervisor-Level, Auth-Result
027400     IF Operator-Denied
027500         ADD 1 TO Items-Refused
027600         DISPLAY Supervisor-Id ": Not authorized to approve."
027700         GO TO 2000-PROCESS-ACCOUNT-EXIT
027800     END-IF
027900
028000     PERFORM 2300-QUEUE-ITEM THRU 2300-QUEUE-ITEM-EXIT
028100     ADD 1 TO Items-Queued
028200     PERFORM 2200-SHOW-STANDIN THRU 2200-SHOW-STANDIN-EXIT.
028300 2000-PROCESS-ACCOUNT-EXIT.
028400     EXIT.
028500
028600*>   Logged before the read, as TellerAccountInquiry does.
028700 2050-WRITE-ACCESS-AUDIT.
028800     MOVE Operator-Id TO IQ-OPERATOR-ID
028900     MOVE Terminal-Id TO IQ-TERMINAL-ID
029000     MOVE Entry-Account-Number TO IQ-ACCOUNT-NUMBER
029100     MOVE "STANDIN" TO IQ-SOURCE-PROGRAM
029200     ACCEPT Audit-Date FROM DATE YYYYMMDD
029300     ACCEPT Audit-Time FROM TIME
029400     MOVE Audit-Date TO IQ-INQUIRY-DATE
029500     MOVE Audit-Time TO IQ-INQUIRY-TIME
029600     WRITE IQ-INQUIRY-AUDIT-RECORD.
029700 2050-WRITE-ACCESS-AUDIT-EXIT.
029800     EXIT.
029900
030000 2100-READ-ACTIVITY.
030100     SET Activity-On-File TO TRUE
030200     MOVE Entry-Account-Number TO SK-ACCOUNT-NUMBER
030300     READ SINACT
030400         INVALID KEY
030500             SET Activity-Not-On-File TO TRUE
030600             MOVE SPACES TO SK-STANDIN-ACTIVITY-RECORD
030700             MOVE Entry-Account-Number TO SK-ACCOUNT-NUMBER
030800             MOVE ZERO TO SK-MEMO-CREDITS
030900                          SK-MEMO-DEBITS
031000                          SK-STANDIN-CREDITS
031100                          SK-STANDIN-DEBITS
031200                          SK-STANDIN-ITEMS
031300     END-READ.
031400 2100-READ-ACTIVITY-EXIT.
031500     EXIT.
031600
031700*****************************************************************
031800*    THE CONSERVATIVE STAND-IN AVAILABLE: SNAPSHOT LESS HOLDS   *
031900*    LESS EVERY DEBIT SINCE, NO CREDIT FOR DEPOSITS SINCE,      *
032000*    CAPPED AT WHAT IS LEFT OF THE WINDOW CAP, NEVER NEGATIVE.  *
032100*****************************************************************
032200 2200-SHOW-STANDIN.
032300     CALL "AccountHoldsTotal" USING Entry-Account-Number,
032400         Holds-Total
032500     COMPUTE Standin-Available = PS-ACCOUNT-BALANCE
032600         - Holds-Total - SK-MEMO-DEBITS - SK-STANDIN-DEBITS
032700     COMPUTE Cap-Remaining =
032800         Standin-Window-Cap - SK-STANDIN-DEBITS
032900     IF Cap-Remaining < Standin-Available
033000         MOVE Cap-Remaining TO Standin-Available
033100     END-IF
033200     IF Standin-Available < ZERO
033300         MOVE ZERO TO Standin-Available
033400     END-IF
033500     MOVE PS-ACCOUNT-BALANCE TO Display-Amount
033600     DISPLAY Entry-Account-Number ": Snapshot balance   "
033700         Display-Amount
033800     MOVE SK-MEMO-CREDITS TO Display-Amount
033900     DISPLAY Entry-Account-Number ": Credits since      "
034000         Display-Amount " (memo)"
034100     MOVE SK-STANDIN-CREDITS TO Display-Amount
034200     DISPLAY Entry-Account-Number ":                    "
034300         Display-Amount " (stand-in, not yet posted)"
034400     MOVE SK-MEMO-DEBITS TO Display-Amount
034500     DISPLAY Entry-Account-Number ": Debits since       "
034600         Display-Amount " (memo)"
034700     MOVE SK-STANDIN-DEBITS TO Display-Amount
034800     DISPLAY Entry-Account-Number ":                    "
034900         Display-Amount " (stand-in, not yet posted)"
035000     MOVE Holds-Total TO Display-Amount
035100     DISPLAY Entry-Account-Number ": Total holds        "
035200         Display-Amount
035300     MOVE Standin-Available TO Display-Amount
035400     DISPLAY Entry-Account-Number ": Stand-in available "
035500         Display-Amount
035600     DISPLAY Entry-Account-Number ": Status at snapshot "
035700         PS-ACCOUNT-STATUS.
035800 2200-SHOW-STANDIN-EXIT.
035900     EXIT.
036000
036100*>   The queue row carries what the teller was shown; the
036200*>   activity row makes the next lookup see this item.
036300 2300-QUEUE-ITEM.
036400     MOVE SPACES TO SJ-STANDIN-QUEUE-RECORD
036500     MOVE Entry-Account-Number TO SJ-ACCOUNT-NUMBER
036600     MOVE PS-BRANCH-CODE TO SJ-BRANCH-CODE
036700     MOVE Entry-Function TO SJ-TRANS-TYPE
036800     MOVE Entry-Amount TO SJ-TRANS-AMOUNT
036900     ACCEPT Audit-Date FROM DATE YYYYMMDD
037000     ACCEPT Audit-Time FROM TIME
037100     MOVE Audit-Date TO SJ-ENTRY-DATE
037200     MOVE Audit-Time (1:6) TO SJ-ENTRY-TIME
037300     MOVE Operator-Id TO SJ-TELLER-ID
037400     MOVE Supervisor-Id TO SJ-SUPERVISOR-ID
037500     MOVE Standin-Available TO SJ-STANDIN-AVAILABLE
037600     SET SJ-Queued TO TRUE
037700     MOVE ZERO TO SJ-APPLY-DATE
037800                  SJ-MEMO-DATE
037900     WRITE SJ-STANDIN-QUEUE-RECORD
038000
038100     IF Entry-Is-Deposit
038200         ADD Entry-Amount TO SK-STANDIN-CREDITS
038300     ELSE
038400         ADD Entry-Amount TO SK-STANDIN-DEBITS
038500     END-IF
038600     ADD 1 TO SK-STANDIN-ITEMS
038700     IF Activity-On-File
038800         REWRITE SK-STANDIN-ACTIVITY-RECORD
038900     ELSE
039000         WRITE SK-STANDIN-ACTIVITY-RECORD
039100         SET Activity-On-File TO TRUE
039200     END-IF
039300     DISPLAY Entry-Account-Number ": Queued for posting when"
039400         " the nightly run releases the master.".
039500 2300-QUEUE-ITEM-EXIT.
039600     EXIT.
039700
039800 9000-TERMINATE.
039900     IF Files-Are-Open
040000         CLOSE STNDSNAP
040100         CLOSE SINACT
040200         CLOSE SAFQUE
040300         CLOSE INQAUD
040400         DISPLAY "Stand-in session ended. Lookups "
040500             Inquiries-Made ", queued " Items-Queued
040600             ", refused " Items-Refused "."
040700     END-IF.
040800 9000-TERMINATE-EXIT.
040900     EXIT.
