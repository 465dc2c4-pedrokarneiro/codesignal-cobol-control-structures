000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MonthEndReopen.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    MONTHENDREOPEN                                             *
001100*                                                               *
001200*    OFFICER SESSION THAT RELEASES MONTH-END WORK HELD BY THE   *
001300*    CLOSECTL CLOSE CONTROL. THE OFFICER KEYS THE MONTH, A STEP *
001400*    NAME (BLANK FOR EVERY STEP OF THE MONTH) AND A REASON. A   *
001500*    CLOSED MONTH IS REOPENED (STATUS R, REOPEN COUNT UP ONE);  *
001600*    AN OPEN MONTH STAYS OPEN AND ONLY ITS STEPS ARE RELEASED.  *
001700*    EACH RELEASED STEP HAS ITS RUN COUNT SET BACK TO ZERO, SO  *
001800*    IT MAY RUN ONCE MORE; ITS REGISTERED TOTALS ARE KEPT, AS   *
001900*    WHAT IT ALREADY WROTE TO GLPOST STAYS THERE. EVERY REOPEN  *
002000*    WRITES A CLOSEAUD ROW WITH THE OFFICER, THE REASON AND THE *
002100*    MONTH STATUS BEFORE AND AFTER. THE MONTH MUST THEN BE      *
002200*    CERTIFIED AGAIN BEFORE IT CLOSES.                          *
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
003500     SELECT CLOSECTL ASSIGN TO "CLOSECTL"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS MC-CLOSE-KEY
003900         FILE STATUS IS Closectl-File-Status.
004000
004100     SELECT CLOSEAUD ASSIGN TO "CLOSEAUD"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS Closeaud-File-Status.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  CLOSECTL.
004800     COPY CLOSECTL.
004900
005000 FD  CLOSEAUD.
005100     COPY CLOSEAUD.
005200
005300 WORKING-STORAGE SECTION.
005400 01  Closectl-File-Status            PIC XX.
005500     88  Closectl-OK                 VALUE "00".
005600 01  Closeaud-File-Status            PIC XX.
005700     88  Closeaud-OK                 VALUE "00".
005800
005900*    ONLY AN OFFICER MAY REOPEN MONTH-END WORK.
006000 77  Reopen-Level                    PIC 9(01) VALUE 3.
006100 01  Auth-Result                     PIC X(01).
006200     88  Operator-Authorized         VALUE "Y".
006300     88  Operator-Denied             VALUE "N".
006400 01  Reopen-Operator                 PIC X(08).
006500 01  Entry-Month                     PIC X(06).
006600 01  Entry-Month-Number REDEFINES Entry-Month
006700                                     PIC 9(06).
006800 01  Entry-Step                      PIC X(07).
006900 01  Entry-Reason                    PIC X(40).
007000 01  Run-Date                        PIC 9(08).
007100 01  Run-Time                        PIC 9(08).
007200 01  Status-Before                   PIC X(01).
007300 01  Status-After                    PIC X(01).
007400 01  Session-Ended-Switch            PIC X(01).
007500     88  Session-Has-Ended           VALUE "Y".
007600     88  Session-Is-Active           VALUE "N".
007700 01  Sweep-Done-Switch               PIC X(01).
007800     88  Sweep-Is-Done               VALUE "Y".
007900     88  Sweep-Is-Active             VALUE "N".
008000 01  Steps-Released                  PIC 9(3) COMP.
008100 01  Reopen-Counters.
008200     05  Months-Reopened             PIC 9(5) COMP.
008300     05  Requests-Applied            PIC 9(5) COMP.
008400     05  Requests-Refused            PIC 9(5) COMP.
008500
008600 PROCEDURE DIVISION.
008700
008800 0000-MAINLINE.
008900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
009000     PERFORM 2000-REOPEN-MONTH THRU 2000-REOPEN-MONTH-EXIT
009100         UNTIL Session-Has-Ended
009200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
009300     STOP RUN.
009400
009500 1000-INITIALIZE.
009600     OPEN I-O CLOSECTL
009700     OPEN EXTEND CLOSEAUD
009800     MOVE ZERO TO Months-Reopened
009900                  Requests-Applied
010000                  Requests-Refused
010100     ACCEPT Run-Date FROM DATE YYYYMMDD
010200     DISPLAY "Operator ID: " WITH NO ADVANCING
010300     ACCEPT Reopen-Operator FROM CONSOLE
010400     CALL "OperatorAuthorize" USING Reopen-Operator,
010500         Reopen-Level, Auth-Result
010600     IF Operator-Denied
010700         DISPLAY Reopen-Operator
010800             ": Not authorized to reopen month-end work."
010900         SET Session-Has-Ended TO TRUE
011000         GO TO 1000-INITIALIZE-EXIT
011100     END-IF
011200     IF NOT Closectl-OK
011300         DISPLAY "CLOSECTL not available - status "
011400             Closectl-File-Status "."
011500         SET Session-Has-Ended TO TRUE
011600         GO TO 1000-INITIALIZE-EXIT
011700     END-IF
011800     SET Session-Is-Active TO TRUE.
011900 1000-INITIALIZE-EXIT.
012000     EXIT.
012100
012200 2000-REOPEN-MONTH.
012300     DISPLAY "Month YYYYMM (DONE to quit): " WITH NO ADVANCING
012400     ACCEPT Entry-Month FROM CONSOLE
012500     IF Entry-Month = "DONE"
012600         SET Session-Has-Ended TO TRUE
012700         GO TO 2000-REOPEN-MONTH-EXIT
012800     END-IF
012900     IF Entry-Month NOT NUMERIC
013000         DISPLAY Entry-Month ": A month is six digits."
013100         GO TO 2000-REOPEN-MONTH-EXIT
013200     END-IF
013300     MOVE Entry-Month-Number TO MC-CLOSE-MONTH
013400     MOVE SPACES TO MC-STEP-ID
013500     READ CLOSECTL
013600         INVALID KEY
013700             ADD 1 TO Requests-Refused
013800             DISPLAY Entry-Month
013900                 ": No month-end work registered for the month."
014000             GO TO 2000-REOPEN-MONTH-EXIT
014100     END-READ
014200     MOVE MC-MONTH-STATUS TO Status-Before
014300     DISPLAY "  STATUS " MC-MONTH-STATUS " SINCE " MC-STATUS-DATE
014400         " BY " MC-STATUS-BY "  REOPENED " MC-REOPEN-COUNT
014500         " TIMES"
014600     DISPLAY "Step name (blank for every step): "
014700         WITH NO ADVANCING
014800     MOVE SPACES TO Entry-Step
014900     ACCEPT Entry-Step FROM CONSOLE
015000     DISPLAY "Reason: " WITH NO ADVANCING
015100     MOVE SPACES TO Entry-Reason
015200     ACCEPT Entry-Reason FROM CONSOLE
015300     IF Entry-Reason = SPACES
015400         ADD 1 TO Requests-Refused
015500         DISPLAY Entry-Month ": A reason is required."
015600         GO TO 2000-REOPEN-MONTH-EXIT
015700     END-IF
015800*> A closed month opens again; an open one keeps its status.
015900     IF MC-MONTH-CLOSED
016000         SET MC-MONTH-REOPENED TO TRUE
016100         ADD 1 TO MC-REOPEN-COUNT
016200         MOVE Run-Date TO MC-STATUS-DATE
016300         MOVE Reopen-Operator TO MC-STATUS-BY
016400         REWRITE MC-CLOSE-CONTROL-RECORD
016500         ADD 1 TO Months-Reopened
016600     END-IF
016700     MOVE MC-MONTH-STATUS TO Status-After
016800     MOVE ZERO TO Steps-Released
016900     IF Entry-Step = SPACES
017000         PERFORM 2100-RELEASE-ALL THRU 2100-RELEASE-ALL-EXIT
017100     ELSE
017200         PERFORM 2200-RELEASE-STEP THRU 2200-RELEASE-STEP-EXIT
017300     END-IF
017400     IF Status-Before = Status-After
017500         AND Steps-Released = ZERO
017600         ADD 1 TO Requests-Refused
017700         DISPLAY Entry-Month ": Nothing to release."
017800         GO TO 2000-REOPEN-MONTH-EXIT
017900     END-IF
018000     PERFORM 2300-WRITE-AUDIT THRU 2300-WRITE-AUDIT-EXIT
018100     ADD 1 TO Requests-Applied
018200     DISPLAY Entry-Month ": Status " Status-Before " -> "
018300         Status-After ", steps released " Steps-Released ".".
018400 2000-REOPEN-MONTH-EXIT.
018500     EXIT.
018600
018700*****************************************************************
018800*    EVERY STEP ROW OF THE MONTH FOLLOWS ITS HEADER ON THE KEY. *
018900*****************************************************************
019000 2100-RELEASE-ALL.
019100     SET Sweep-Is-Active TO TRUE
019200     MOVE Entry-Month-Number TO MC-CLOSE-MONTH
019300     MOVE SPACES TO MC-STEP-ID
019400     START CLOSECTL KEY IS GREATER THAN MC-CLOSE-KEY
019500         INVALID KEY
019600             SET Sweep-Is-Done TO TRUE
019700     END-START
019800     PERFORM 2110-RELEASE-NEXT THRU 2110-RELEASE-NEXT-EXIT
019900         UNTIL Sweep-Is-Done.
020000 2100-RELEASE-ALL-EXIT.
020100     EXIT.
020200
020300 2110-RELEASE-NEXT.
020400     READ CLOSECTL NEXT RECORD
020500         AT END
020600             SET Sweep-Is-Done TO TRUE
020700             GO TO 2110-RELEASE-NEXT-EXIT
020800     END-READ
020900     IF MC-CLOSE-MONTH NOT = Entry-Month-Number
021000         SET Sweep-Is-Done TO TRUE
021100         GO TO 2110-RELEASE-NEXT-EXIT
021200     END-IF
021300     IF MC-RUN-COUNT > ZERO
021400         DISPLAY "  " MC-STEP-ID " RELEASED - RUNS "
021500             MC-RUN-COUNT
021600         MOVE ZERO TO MC-RUN-COUNT
021700         REWRITE MC-CLOSE-CONTROL-RECORD
021800         ADD 1 TO Steps-Released
021900     END-IF.
022000 2110-RELEASE-NEXT-EXIT.
022100     EXIT.
022200
022300 2200-RELEASE-STEP.
022400     MOVE Entry-Month-Number TO MC-CLOSE-MONTH
022500     MOVE Entry-Step TO MC-STEP-ID
022600     READ CLOSECTL
022700         INVALID KEY
022800             DISPLAY "  " Entry-Step
022900                 ": Has not registered for the month."
023000             GO TO 2200-RELEASE-STEP-EXIT
023100     END-READ
023200     IF MC-RUN-COUNT = ZERO
023300         DISPLAY "  " Entry-Step ": Not completed - already free"
023400             " to run."
023500         GO TO 2200-RELEASE-STEP-EXIT
023600     END-IF
023700     DISPLAY "  " MC-STEP-ID " RELEASED - RUNS " MC-RUN-COUNT
023800     MOVE ZERO TO MC-RUN-COUNT
023900     REWRITE MC-CLOSE-CONTROL-RECORD
024000     ADD 1 TO Steps-Released.
024100 2200-RELEASE-STEP-EXIT.
024200     EXIT.
024300
024400 2300-WRITE-AUDIT.
024500     ACCEPT Run-Time FROM TIME
024600     MOVE SPACES TO MK-CLOSE-AUDIT-RECORD
024700     MOVE Entry-Month-Number TO MK-CLOSE-MONTH
024800     MOVE Entry-Step TO MK-STEP-ID
024900     SET MK-MONTH-REOPENED TO TRUE
025000     MOVE Status-Before TO MK-STATUS-BEFORE
025100     MOVE Status-After TO MK-STATUS-AFTER
025200     MOVE Reopen-Operator TO MK-OPERATOR-ID
025300     MOVE Entry-Reason TO MK-REASON
025400     MOVE Run-Date TO MK-AUDIT-DATE
025500     MOVE Run-Time TO MK-AUDIT-TIME
025600     WRITE MK-CLOSE-AUDIT-RECORD.
025700 2300-WRITE-AUDIT-EXIT.
025800     EXIT.
025900
026000 9000-TERMINATE.
026100     CLOSE CLOSECTL
026200     CLOSE CLOSEAUD
026300     DISPLAY "Month-end reopen session ended. Months reopened "
026400         Months-Reopened ", applied " Requests-Applied
026500         ", refused " Requests-Refused ".".
026600 9000-TERMINATE-EXIT.
026700     EXIT.
