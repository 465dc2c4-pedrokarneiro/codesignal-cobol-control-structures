000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RoundUpEnrollment.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-09.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    ROUNDUPENROLLMENT                                          *
001100*                                                               *
001200*    TELLER SESSION FOR THE ROUND-UP SAVINGS PROGRAM (RNDUPENR).*
001300*    ACTIONS:                                                   *
001400*      E - ENROLL A CHECKING ACCOUNT, OR CHANGE ITS SAVINGS     *
001500*          ACCOUNT OR MATCH PERCENT                             *
001600*      C - CANCEL THE ENROLLMENT                                *
001700*    BOTH ACCOUNTS MUST BE OPEN, DIFFERENT, AND HELD BY THE     *
001800*    SAME CUSTOMER (CUSTREL). A MATCH PERCENT OTHER THAN ZERO   *
001900*    SPENDS PROMOTION MONEY AND TAKES ONLY WITH A SUPERVISOR'S  *
002000*    ID PROVED AT THE TERMINAL. A CANCEL KEEPS THE ROW AND ITS  *
002100*    TOTALS; ROUND-UPS STILL PENDING ON IT ARE NOT MOVED.       *
002200*    ENTER "DONE" AT THE ACCOUNT PROMPT TO END THE SESSION.     *
002300*                                                               *
002400*    MODIFICATION HISTORY                                      *
002500*    ------------------------------------------------------    *
002600*    DATE       INIT  DESCRIPTION                              *
002700*    ---------  ----  -----------------------------------      *
002800*    2026-10-09  RLB  ORIGINAL.                                *
002900*                                                               *
003000*****************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT RNDUPENR ASSIGN TO "RNDUPENR"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS RU-CHECKING-ACCOUNT
003900         FILE STATUS IS Rndupenr-File-Status.
004000
004100     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS MF-ACCOUNT-NUMBER
004500         FILE STATUS IS Acctmstr-File-Status.
004600
004700     SELECT CUSTREL ASSIGN TO "CUSTREL"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS RL-ACCOUNT-NUMBER
005100         FILE STATUS IS Custrel-File-Status.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  RNDUPENR.
005600     COPY RNDUPENR.
005700
005800 FD  ACCTMSTR.
005900     COPY ACCTMSTR.
006000
006100 FD  CUSTREL.
006200     COPY CUSTREL.
006300
006400 WORKING-STORAGE SECTION.
006500 01  Rndupenr-File-Status            PIC XX.
006600     88  Rndupenr-OK                 VALUE "00".
006700     88  Rndupenr-Not-On-File        VALUE "23".
006800 01  Acctmstr-File-Status            PIC XX.
006900     88  Acctmstr-OK                 VALUE "00".
007000     88  Acctmstr-Not-On-File        VALUE "23".
007100 01  Custrel-File-Status             PIC XX.
007200     88  Custrel-OK                  VALUE "00".
007300
007400 77  Teller-Level                    PIC 9(01) VALUE 1.
007500 77  Supervisor-Level                PIC 9(01) VALUE 2.
007600 77  Check-Digit-Action              PIC X(01) VALUE "V".
007700 01  Check-Digit-Result              PIC X(01).
007800     88  Check-Digit-Good            VALUE "Y".
007900     88  Check-Digit-Bad             VALUE "N".
008000 01  Auth-Result                     PIC X(01).
008100     88  Operator-Authorized         VALUE "Y".
008200     88  Operator-Denied             VALUE "N".
008300 01  Teller-Id                       PIC X(08).
008400 01  Supervisor-Id                   PIC X(08).
008500 01  Entry-Account-Number            PIC X(10).
008600 01  Entry-Savings-Account           PIC X(10).
008700 01  Entry-Action                    PIC X(01).
008800 01  Entry-Match-Text                PIC X(03).
008900 01  Entry-Match-Percent             PIC 9(03).
009000 01  Checking-Customer               PIC X(10).
009100 01  Run-Date                        PIC 9(08).
009200 01  Session-Ended-Switch            PIC X(01).
009300     88  Session-Has-Ended           VALUE "Y".
009400     88  Session-Is-Active           VALUE "N".
009500 01  Enrollment-Counters.
009600     05  Enrollments-Made            PIC 9(5) COMP.
009700     05  Enrollments-Changed         PIC 9(5) COMP.
009800     05  Enrollments-Cancelled       PIC 9(5) COMP.
009900     05  Requests-Refused            PIC 9(5) COMP.
010000
010100 PROCEDURE DIVISION.
010200
010300 0000-MAINLINE.
010400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
010500     PERFORM 2000-WORK-ENROLLMENT THRU 2000-WORK-ENROLLMENT-EXIT
010600         UNTIL Session-Has-Ended
010700     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
010800     STOP RUN.
010900
011000 1000-INITIALIZE.
011100     OPEN I-O RNDUPENR
011200     OPEN INPUT ACCTMSTR
011300     OPEN INPUT CUSTREL
011400     MOVE ZERO TO Enrollments-Made
011500                  Enrollments-Changed
011600                  Enrollments-Cancelled
011700                  Requests-Refused
011800     ACCEPT Run-Date FROM DATE YYYYMMDD
011900     DISPLAY "Teller ID: " WITH NO ADVANCING
012000     ACCEPT Teller-Id FROM CONSOLE
012100     CALL "OperatorAuthorize" USING Teller-Id,
012200         Teller-Level, Auth-Result
012300     IF Operator-Denied
012400         DISPLAY Teller-Id ": Not an active operator."
012500         SET Session-Has-Ended TO TRUE
012600         GO TO 1000-INITIALIZE-EXIT
012700     END-IF
012800     SET Session-Is-Active TO TRUE.
012900 1000-INITIALIZE-EXIT.
013000     EXIT.
013100
013200 2000-WORK-ENROLLMENT.
013300     DISPLAY "Checking account (DONE to quit): "
013400         WITH NO ADVANCING
013500     ACCEPT Entry-Account-Number FROM CONSOLE
013600     IF Entry-Account-Number = "DONE"
013700         SET Session-Has-Ended TO TRUE
013800         GO TO 2000-WORK-ENROLLMENT-EXIT
013900     END-IF
014000     CALL "AccountCheckDigit" USING Check-Digit-Action,
014100         Entry-Account-Number, Check-Digit-Result
014200     IF Check-Digit-Bad
014300         ADD 1 TO Requests-Refused
014400         DISPLAY Entry-Account-Number
014500             ": Check digit does not prove - rekey it."
014600         GO TO 2000-WORK-ENROLLMENT-EXIT
014700     END-IF
014800     MOVE Entry-Account-Number TO RU-CHECKING-ACCOUNT
014900     READ RNDUPENR
015000         INVALID KEY
015100             CONTINUE
015200     END-READ
015300     IF Rndupenr-OK
015400         DISPLAY "  ENROLLED STATUS " RU-ENROLL-STATUS
015500             " SAVINGS " RU-SAVINGS-ACCOUNT
015600             " MATCH " RU-MATCH-PERCENT "%"
015700         DISPLAY "  TRANSFERRED " RU-TOTAL-TRANSFERRED
015800             " MATCHED " RU-TOTAL-MATCHED
015900             " PENDING " RU-PENDING-ROUNDUP
016000     ELSE
016100         DISPLAY "  NOT ENROLLED"
016200     END-IF
016300     DISPLAY "Action (E=enroll/change, C=cancel): "
016400         WITH NO ADVANCING
016500     ACCEPT Entry-Action FROM CONSOLE
016600     IF Entry-Action = "C"
016700         PERFORM 2300-CANCEL-ENROLLMENT
016800             THRU 2300-CANCEL-ENROLLMENT-EXIT
016900         GO TO 2000-WORK-ENROLLMENT-EXIT
017000     END-IF
017100     IF Entry-Action NOT = "E"
017200         ADD 1 TO Requests-Refused
017300         DISPLAY "Action must be E or C."
017400         GO TO 2000-WORK-ENROLLMENT-EXIT
017500     END-IF
017600     PERFORM 2100-EDIT-ENROLLMENT THRU 2100-EDIT-ENROLLMENT-EXIT.
017700 2000-WORK-ENROLLMENT-EXIT.
017800     EXIT.
017900
018000*****************************************************************
018100*    PROVE BOTH ACCOUNTS AND THE SHARED OWNER, TAKE THE MATCH   *
018200*    PERCENT, AND GET THE SUPERVISOR WHEN THE MATCH SPENDS      *
018300*    PROMOTION MONEY.                                           *
018400*****************************************************************
018500 2100-EDIT-ENROLLMENT.
018600     MOVE Entry-Account-Number TO MF-ACCOUNT-NUMBER
018700     READ ACCTMSTR
018800         INVALID KEY
018900             ADD 1 TO Requests-Refused
019000             DISPLAY Entry-Account-Number ": Not on file."
019100             GO TO 2100-EDIT-ENROLLMENT-EXIT
019200     END-READ
019300     IF MF-Account-Is-Closed
019400         ADD 1 TO Requests-Refused
019500         DISPLAY Entry-Account-Number ": Account is closed."
019600         GO TO 2100-EDIT-ENROLLMENT-EXIT
019700     END-IF
019800     MOVE Entry-Account-Number TO RL-ACCOUNT-NUMBER
019900     READ CUSTREL
020000         INVALID KEY
020100             ADD 1 TO Requests-Refused
020200             DISPLAY Entry-Account-Number
020300                 ": No customer relationship on file."
020400             GO TO 2100-EDIT-ENROLLMENT-EXIT
020500     END-READ
020600     MOVE RL-CUSTOMER-NUMBER TO Checking-Customer
020700
020800     DISPLAY "Savings account: " WITH NO ADVANCING
020900     ACCEPT Entry-Savings-Account FROM CONSOLE
021000     CALL "AccountCheckDigit" USING Check-Digit-Action,
021100         Entry-Savings-Account, Check-Digit-Result
021200     IF Check-Digit-Bad
021300         ADD 1 TO Requests-Refused
021400         DISPLAY Entry-Savings-Account
021500             ": Check digit does not prove - rekey it."
021600         GO TO 2100-EDIT-ENROLLMENT-EXIT
021700     END-IF
021800     IF Entry-Savings-Account = Entry-Account-Number
021900         ADD 1 TO Requests-Refused
022000         DISPLAY "Savings must be a different account."
022100         GO TO 2100-EDIT-ENROLLMENT-EXIT
022200     END-IF
022300     MOVE Entry-Savings-Account TO MF-ACCOUNT-NUMBER
022400     READ ACCTMSTR
022500         INVALID KEY
022600             ADD 1 TO Requests-Refused
022700             DISPLAY Entry-Savings-Account ": Not on file."
022800             GO TO 2100-EDIT-ENROLLMENT-EXIT
022900     END-READ
023000     IF MF-Account-Is-Closed
023100         ADD 1 TO Requests-Refused
023200         DISPLAY Entry-Savings-Account ": Account is closed."
023300         GO TO 2100-EDIT-ENROLLMENT-EXIT
023400     END-IF
023500*> The round-ups stay in the customer's own pocket - the
023600*> savings side must belong to the checking account's owner.
023700     MOVE Entry-Savings-Account TO RL-ACCOUNT-NUMBER
023800     READ CUSTREL
023900         INVALID KEY
024000             MOVE SPACES TO RL-CUSTOMER-NUMBER
024100     END-READ
024200     IF RL-CUSTOMER-NUMBER NOT = Checking-Customer
024300         ADD 1 TO Requests-Refused
024400         DISPLAY Entry-Savings-Account
024500             ": Not held by the checking account's customer."
024600         GO TO 2100-EDIT-ENROLLMENT-EXIT
024700     END-IF
024800
024900     DISPLAY "Match percent (000-100, 000 = none): "
025000         WITH NO ADVANCING
025100     ACCEPT Entry-Match-Text FROM CONSOLE
025200     IF Entry-Match-Text NOT NUMERIC
025300         ADD 1 TO Requests-Refused
025400         DISPLAY "Match percent must be three digits."
025500         GO TO 2100-EDIT-ENROLLMENT-EXIT
025600     END-IF
025700     MOVE Entry-Match-Text TO Entry-Match-Percent
025800     IF Entry-Match-Percent > 100
025900         ADD 1 TO Requests-Refused
026000         DISPLAY "Match percent cannot exceed 100."
026100         GO TO 2100-EDIT-ENROLLMENT-EXIT
026200     END-IF
026300     MOVE SPACES TO Supervisor-Id
026400     IF Entry-Match-Percent > ZERO
026500*> A match spends promotion money; it takes only with a
026600*> supervisor's own ID proved at the terminal.
026700         DISPLAY "Supervisor ID to approve the match: "
026800             WITH NO ADVANCING
026900         ACCEPT Supervisor-Id FROM CONSOLE
027000         CALL "OperatorAuthorize" USING Supervisor-Id,
027100             Supervisor-Level, Auth-Result
027200         IF Operator-Denied
027300             ADD 1 TO Requests-Refused
027400             DISPLAY Supervisor-Id
027500                 ": Not a supervisor - enrollment refused."
027600             GO TO 2100-EDIT-ENROLLMENT-EXIT
027700         END-IF
027800     END-IF
027900     PERFORM 2200-WRITE-ENROLLMENT
028000         THRU 2200-WRITE-ENROLLMENT-EXIT.
028100 2100-EDIT-ENROLLMENT-EXIT.
028200     EXIT.
028300
028400 2200-WRITE-ENROLLMENT.
028500     MOVE Entry-Account-Number TO RU-CHECKING-ACCOUNT
028600     READ RNDUPENR
028700         INVALID KEY
028800             MOVE SPACES TO RU-ROUNDUP-ENROLLMENT-RECORD
028900             MOVE Entry-Account-Number TO RU-CHECKING-ACCOUNT
029000             MOVE Entry-Savings-Account TO RU-SAVINGS-ACCOUNT
029100             SET RU-ENROLLMENT-ACTIVE TO TRUE
029200             MOVE Run-Date TO RU-ENROLL-DATE
029300             MOVE Run-Date TO RU-STATUS-DATE
029400             MOVE Entry-Match-Percent TO RU-MATCH-PERCENT
029500             MOVE ZERO TO RU-PENDING-ROUNDUP
029600                          RU-LAST-SCAN-DATE
029700                          RU-MONTH-TRANSFERRED
029800                          RU-TOTAL-TRANSFERRED
029900                          RU-TOTAL-MATCHED
030000             MOVE Teller-Id TO RU-MAINT-BY
030100             MOVE Supervisor-Id TO RU-APPROVED-BY
030200             WRITE RU-ROUNDUP-ENROLLMENT-RECORD
030300             ADD 1 TO Enrollments-Made
030400             DISPLAY Entry-Account-Number
030500                 ": Enrolled in round-up savings."
030600             GO TO 2200-WRITE-ENROLLMENT-EXIT
030700     END-READ
030800*> A cancelled enrollment coming back starts its scan over
030900*> from today, so purchases made while out are not rounded.
031000     IF RU-ENROLLMENT-CANCELLED
031100         SET RU-ENROLLMENT-ACTIVE TO TRUE
031200         MOVE Run-Date TO RU-ENROLL-DATE
031300         MOVE ZERO TO RU-LAST-SCAN-DATE
031400     END-IF
031500     MOVE Entry-Savings-Account TO RU-SAVINGS-ACCOUNT
031600     MOVE Entry-Match-Percent TO RU-MATCH-PERCENT
031700     MOVE Run-Date TO RU-STATUS-DATE
031800     MOVE Teller-Id TO RU-MAINT-BY
031900     MOVE Supervisor-Id TO RU-APPROVED-BY
032000     REWRITE RU-ROUNDUP-ENROLLMENT-RECORD
032100     ADD 1 TO Enrollments-Changed
032200     DISPLAY Entry-Account-Number ": Enrollment updated.".
032300 2200-WRITE-ENROLLMENT-EXIT.
032400     EXIT.
032500
032600 2300-CANCEL-ENROLLMENT.
032700     IF NOT Rndupenr-OK OR RU-ENROLLMENT-CANCELLED
032800         ADD 1 TO Requests-Refused
032900         DISPLAY Entry-Account-Number
033000             ": Not enrolled - nothing to cancel."
033100         GO TO 2300-CANCEL-ENROLLMENT-EXIT
033200     END-IF
033300     SET RU-ENROLLMENT-CANCELLED TO TRUE
033400     MOVE Run-Date TO RU-STATUS-DATE
033500     MOVE Teller-Id TO RU-MAINT-BY
033600     MOVE SPACES TO RU-APPROVED-BY
033700     REWRITE RU-ROUNDUP-ENROLLMENT-RECORD
033800     ADD 1 TO Enrollments-Cancelled
033900     DISPLAY Entry-Account-Number
034000         ": Round-up savings cancelled.".
034100 2300-CANCEL-ENROLLMENT-EXIT.
034200     EXIT.
034300
034400 9000-TERMINATE.
034500     CLOSE RNDUPENR
034600     CLOSE ACCTMSTR
034700     CLOSE CUSTREL
034800     DISPLAY "Round-up session ended. Enrolled "
034900         Enrollments-Made ", changed " Enrollments-Changed
035000         ", cancelled " Enrollments-Cancelled
035100         ", refused " Requests-Refused ".".
035200 9000-TERMINATE-EXIT.
035300     EXIT.
