000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RepaymentPlanEntry.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-13.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    REPAYMENTPLANENTRY                                         *
001100*                                                               *
001200*    COLLECTIONS CONSOLE TRANSACTION (OVERDRAFTOPTIN-           *
001300*    MAINTENANCE MOLD). THE COLLECTOR SIGNS ON ONCE - AN        *
001400*    ACTIVE OPERSEC SUPERVISOR OR ABOVE, SINCE A PLAN HOLDS     *
001500*    OFF THE CHARGE-OFF - AND THEN, ACCOUNT BY ACCOUNT, KEYS    *
001600*    THE REPAYMENT PLAN AGREED WITH THE CUSTOMER (N) OR         *
001700*    CANCELS ONE (X). A NEW PLAN IS TAKEN ONLY FOR AN OPEN,     *
001800*    OVERDRAWN, NOT CHARGED-OFF ACCOUNT WITH NO ACTIVE PLAN;    *
001900*    IT CARRIES ONE TO TWELVE INSTALLMENTS, EACH DUE AFTER      *
002000*    TODAY AND AFTER THE ONE BEFORE IT, AND THE SIGNED-ON       *
002100*    COLLECTOR IS RECORDED AS THE PLAN'S OWNER. A PLAN ALREADY  *
002200*    BROKEN, COMPLETED OR CANCELLED IS REPLACED BY THE NEW      *
002300*    ONE. ENTER "DONE" AT THE ACCOUNT PROMPT TO END.            *
002400*                                                               *
002500*    MODIFICATION HISTORY                                      *
002600*    ------------------------------------------------------    *
002700*    DATE       INIT  DESCRIPTION                              *
002800*    ---------  ----  -----------------------------------      *
002900*    2026-10-13  RLB  ORIGINAL.                                *
003000*                                                               *
003100*****************************************************************
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT REPAYPLN ASSIGN TO "REPAYPLN"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS RY-ACCOUNT-NUMBER
004000         FILE STATUS IS Repaypln-File-Status.
004100
004200     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS MF-ACCOUNT-NUMBER
004600         FILE STATUS IS Acctmstr-File-Status.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  REPAYPLN.
005100     COPY REPAYPLN.
005200
005300 FD  ACCTMSTR.
005400     COPY ACCTMSTR.
005500
005600 WORKING-STORAGE SECTION.
005700 01  Repaypln-File-Status            PIC XX.
005800     88  Repaypln-OK                 VALUE "00".
005900     88  Repaypln-Not-On-File        VALUE "23".
006000 01  Acctmstr-File-Status            PIC XX.
006100     88  Acctmstr-OK                 VALUE "00".
006200     88  Acctmstr-Not-On-File        VALUE "23".
006300
006400 77  Collector-Level                 PIC 9(01) VALUE 2.
006500 77  Check-Digit-Action              PIC X(01) VALUE "V".
006600*    MOST INSTALLMENTS ONE PLAN MAY CARRY (RY-INSTALLMENT).
006700 77  Max-Installments                PIC 9(02) VALUE 12.
006800 01  Check-Digit-Result              PIC X(01).
006900     88  Check-Digit-Good            VALUE "Y".
007000     88  Check-Digit-Bad             VALUE "N".
007100 01  Auth-Result                     PIC X(01).
007200     88  Operator-Authorized         VALUE "Y".
007300     88  Operator-Denied             VALUE "N".
007400 01  Collector-Id                    PIC X(08).
007500 01  Entry-Account-Number            PIC X(10).
007600 01  Entry-Action                    PIC X(01).
007700     88  Entry-Is-New-Plan           VALUE "N".
007800     88  Entry-Is-Cancel             VALUE "X".
007900 01  Entry-Count-Text                PIC X(02).
008000 01  Entry-Date-Text                 PIC X(08).
008100 01  Entry-Amount-Text               PIC X(09).
008200 01  Run-Date                        PIC 9(08).
008300 01  Plan-On-File-Switch             PIC X(01).
008400     88  Plan-Is-On-File             VALUE "Y".
008500     88  Plan-Not-On-File            VALUE "N".
008600 01  Installment-Sub                 PIC 9(02) COMP.
008700 01  Previous-Due-Date               PIC 9(08).
008800 01  Plan-Total                      PIC 9(9)V99.
008900 01  Overdrawn-Amount                PIC 9(9)V99.
009000 01  Installment-Error-Switch        PIC X(01).
009100     88  Installment-In-Error        VALUE "Y".
009200     88  Installment-Is-Clean        VALUE "N".
009300 01  Edited-Amount                   PIC ZZZ,ZZZ,ZZ9.99.
009400 01  Edited-Amount-2                 PIC ZZZ,ZZZ,ZZ9.99.
009500 01  Session-Ended-Switch            PIC X(01).
009600     88  Session-Has-Ended           VALUE "Y".
009700     88  Session-Is-Active           VALUE "N".
009800 01  Plan-Counters.
009900     05  Plans-Agreed                PIC 9(5) COMP.
010000     05  Plans-Cancelled             PIC 9(5) COMP.
010100     05  Requests-Refused            PIC 9(5) COMP.
010200
010300 PROCEDURE DIVISION.
010400
010500 0000-MAINLINE.
010600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
010700     PERFORM 2000-WORK-PLAN THRU 2000-WORK-PLAN-EXIT
010800         UNTIL Session-Has-Ended
010900     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
011000     STOP RUN.
011100
011200 1000-INITIALIZE.
011300     OPEN I-O REPAYPLN
011400     OPEN INPUT ACCTMSTR
011500     MOVE ZERO TO Plans-Agreed
011600                  Plans-Cancelled
011700                  Requests-Refused
011800     ACCEPT Run-Date FROM DATE YYYYMMDD
011900     DISPLAY "Collector ID: " WITH NO ADVANCING
012000     ACCEPT Collector-Id FROM CONSOLE
012100     CALL "OperatorAuthorize" USING Collector-Id,
012200         Collector-Level, Auth-Result
012300     IF Operator-Denied
012400         DISPLAY Collector-Id
012500             ": Not authorized to agree repayment plans."
012600         SET Session-Has-Ended TO TRUE
012700         GO TO 1000-INITIALIZE-EXIT
012800     END-IF
012900     SET Session-Is-Active TO TRUE.
013000 1000-INITIALIZE-EXIT.
013100     EXIT.
013200
013300 2000-WORK-PLAN.
013400     DISPLAY "Account number (DONE to quit): "
013500         WITH NO ADVANCING
013600     ACCEPT Entry-Account-Number FROM CONSOLE
013700     IF Entry-Account-Number = "DONE"
013800         SET Session-Has-Ended TO TRUE
013900         GO TO 2000-WORK-PLAN-EXIT
014000     END-IF
014100     CALL "AccountCheckDigit" USING Check-Digit-Action,
014200         Entry-Account-Number, Check-Digit-Result
014300     IF Check-Digit-Bad
014400         ADD 1 TO Requests-Refused
014500         DISPLAY Entry-Account-Number
014600             ": Check digit does not prove - rekey it."
014700         GO TO 2000-WORK-PLAN-EXIT
014800     END-IF
014900     MOVE Entry-Account-Number TO RY-ACCOUNT-NUMBER
015000     READ REPAYPLN
015100         INVALID KEY
015200             SET Plan-Not-On-File TO TRUE
015300         NOT INVALID KEY
015400             SET Plan-Is-On-File TO TRUE
015500     END-READ
015600     DISPLAY "N = new plan, X = cancel plan: "
015700         WITH NO ADVANCING
015800     ACCEPT Entry-Action FROM CONSOLE
015900     IF Entry-Is-New-Plan
016000         PERFORM 2100-NEW-PLAN THRU 2100-NEW-PLAN-EXIT
016100     ELSE
016200         IF Entry-Is-Cancel
016300             PERFORM 2300-CANCEL-PLAN
016400                 THRU 2300-CANCEL-PLAN-EXIT
016500         ELSE
016600             ADD 1 TO Requests-Refused
016700             DISPLAY "Action must be N or X."
016800         END-IF
016900     END-IF.
017000 2000-WORK-PLAN-EXIT.
017100     EXIT.
017200
017300*****************************************************************
017400*    A NEW PLAN: THE ACCOUNT MUST BE OPEN AND OVERDRAWN, NOT    *
017500*    YET CHARGED OFF, AND WITHOUT A PLAN ALREADY RUNNING. THE   *
017600*    INSTALLMENTS ARE KEYED IN DUE-DATE ORDER; ONE BAD ENTRY    *
017700*    REFUSES THE WHOLE PLAN SO NOTHING HALF-KEYED IS FILED.     *
017800*****************************************************************
017900 2100-NEW-PLAN.
018000     IF Plan-Is-On-File AND RY-Plan-Active
018100         ADD 1 TO Requests-Refused
018200         DISPLAY Entry-Account-Number
018300             ": A plan is already running - collector "
018400             RY-COLLECTOR-ID
018500         GO TO 2100-NEW-PLAN-EXIT
018600     END-IF
018700     MOVE Entry-Account-Number TO MF-ACCOUNT-NUMBER
018800     READ ACCTMSTR
018900         INVALID KEY
019000             ADD 1 TO Requests-Refused
019100             DISPLAY Entry-Account-Number ": Not on file."
019200             GO TO 2100-NEW-PLAN-EXIT
019300     END-READ
019400     IF MF-Account-Is-Closed
019500         OR MF-ACCOUNT-STATUS = "Charged Off"
019600         ADD 1 TO Requests-Refused
019700         DISPLAY Entry-Account-Number
019800             ": Account is closed or charged off."
019900         GO TO 2100-NEW-PLAN-EXIT
020000     END-IF
020100     IF MF-ACCOUNT-BALANCE NOT < ZERO
020200         ADD 1 TO Requests-Refused
020300         DISPLAY Entry-Account-Number
020400             ": Account is not overdrawn."
020500         GO TO 2100-NEW-PLAN-EXIT
020600     END-IF
020700     COMPUTE Overdrawn-Amount = ZERO - MF-ACCOUNT-BALANCE
020800     DISPLAY "Number of installments (01-12): "
020900         WITH NO ADVANCING
021000     ACCEPT Entry-Count-Text FROM CONSOLE
021100     IF Entry-Count-Text NOT NUMERIC
021200         ADD 1 TO Requests-Refused
021300         DISPLAY "Installment count must be two digits."
021400         GO TO 2100-NEW-PLAN-EXIT
021500     END-IF
021600     MOVE SPACES TO RY-REPAYMENT-PLAN-RECORD
021700     MOVE Entry-Count-Text TO RY-INSTALLMENT-COUNT
021800     IF RY-INSTALLMENT-COUNT = ZERO
021900         OR RY-INSTALLMENT-COUNT > Max-Installments
022000         ADD 1 TO Requests-Refused
022100         DISPLAY "Installment count must be 01 to 12."
022200         GO TO 2100-NEW-PLAN-EXIT
022300     END-IF
022400     DISPLAY "Due date YYYYMMDD and amount (9 digits, cents) "
022500         "per installment:"
022600     SET Installment-Is-Clean TO TRUE
022700     MOVE Run-Date TO Previous-Due-Date
022800     MOVE ZERO TO Plan-Total
022900     PERFORM 2110-TAKE-INSTALLMENT
023000         THRU 2110-TAKE-INSTALLMENT-EXIT
023100         VARYING Installment-Sub FROM 1 BY 1
023200         UNTIL Installment-Sub > Max-Installments
023300             OR Installment-In-Error
023400     IF Installment-In-Error
023500         ADD 1 TO Requests-Refused
023600         DISPLAY Entry-Account-Number ": Plan not filed."
023700         GO TO 2100-NEW-PLAN-EXIT
023800     END-IF
023900     MOVE Entry-Account-Number TO RY-ACCOUNT-NUMBER
024000     MOVE Collector-Id TO RY-COLLECTOR-ID
024100     MOVE Run-Date TO RY-AGREED-DATE
024200     SET RY-Plan-Active TO TRUE
024300     MOVE ZERO TO RY-CLOSED-DATE
024400     MOVE ZERO TO RY-LAST-SCAN-DATE
024500     IF Plan-Is-On-File
024600         REWRITE RY-REPAYMENT-PLAN-RECORD
024700     ELSE
024800         WRITE RY-REPAYMENT-PLAN-RECORD
024900     END-IF
025000     IF NOT Repaypln-OK
025100         ADD 1 TO Requests-Refused
025200         DISPLAY Entry-Account-Number
025300             ": Plan not filed - REPAYPLN status "
025400             Repaypln-File-Status
025500         GO TO 2100-NEW-PLAN-EXIT
025600     END-IF
025700     ADD 1 TO Plans-Agreed
025800     MOVE Plan-Total TO Edited-Amount
025900     MOVE Overdrawn-Amount TO Edited-Amount-2
026000     DISPLAY Entry-Account-Number ": Plan filed, "
026100         RY-INSTALLMENT-COUNT " installments, "
026200         Edited-Amount " against " Edited-Amount-2
026300         " overdrawn."
026400     IF Plan-Total < Overdrawn-Amount
026500         DISPLAY "   Note: the plan does not clear the "
026600             "overdrawn balance."
026700     END-IF.
026800 2100-NEW-PLAN-EXIT.
026900     EXIT.
027000
027100*    ONE INSTALLMENT. SLOTS PAST THE AGREED COUNT ARE ZEROED.
027200 2110-TAKE-INSTALLMENT.
027300     MOVE ZERO TO RY-DUE-DATE (Installment-Sub)
027400                  RY-DUE-AMOUNT (Installment-Sub)
027500                  RY-PAID-AMOUNT (Installment-Sub)
027600                  RY-PAID-DATE (Installment-Sub)
027700     IF Installment-Sub > RY-INSTALLMENT-COUNT
027800         GO TO 2110-TAKE-INSTALLMENT-EXIT
027900     END-IF
028000     DISPLAY "  " Installment-Sub " due date: "
028100         WITH NO ADVANCING
028200     ACCEPT Entry-Date-Text FROM CONSOLE
028300     IF Entry-Date-Text NOT NUMERIC
028400         SET Installment-In-Error TO TRUE
028500         DISPLAY "Due date must be numeric."
028600         GO TO 2110-TAKE-INSTALLMENT-EXIT
028700     END-IF
028800     MOVE Entry-Date-Text TO RY-DUE-DATE (Installment-Sub)
028900     IF RY-DUE-DATE (Installment-Sub) NOT > Previous-Due-Date
029000         SET Installment-In-Error TO TRUE
029100         DISPLAY "Each due date must follow today and the "
029200             "installment before it."
029300         GO TO 2110-TAKE-INSTALLMENT-EXIT
029400     END-IF
029500     DISPLAY "  " Installment-Sub " amount  : "
029600         WITH NO ADVANCING
029700     ACCEPT Entry-Amount-Text FROM CONSOLE
029800     IF Entry-Amount-Text NOT NUMERIC
029900         SET Installment-In-Error TO TRUE
030000         DISPLAY "Amount must be numeric."
030100         GO TO 2110-TAKE-INSTALLMENT-EXIT
030200     END-IF
030300     MOVE Entry-Amount-Text TO RY-DUE-AMOUNT (Installment-Sub)
030400     IF RY-DUE-AMOUNT (Installment-Sub) = ZERO
030500         SET Installment-In-Error TO TRUE
030600         DISPLAY "An installment must carry an amount."
030700         GO TO 2110-TAKE-INSTALLMENT-EXIT
030800     END-IF
030900     MOVE RY-DUE-DATE (Installment-Sub) TO Previous-Due-Date
031000     ADD RY-DUE-AMOUNT (Installment-Sub) TO Plan-Total.
031100 2110-TAKE-INSTALLMENT-EXIT.
031200     EXIT.
031300
031400*    A CANCELLED PLAN STAYS ON FILE, CLOSED, FOR THE MONTH-END
031500*    REPORT; THE ACCOUNT GOES BACK TO THE NORMAL AGING.
031600 2300-CANCEL-PLAN.
031700     IF Plan-Not-On-File OR NOT RY-Plan-Active
031800         ADD 1 TO Requests-Refused
031900         DISPLAY Entry-Account-Number
032000             ": No plan running to cancel."
032100         GO TO 2300-CANCEL-PLAN-EXIT
032200     END-IF
032300     SET RY-Plan-Cancelled TO TRUE
032400     MOVE Run-Date TO RY-CLOSED-DATE
032500     REWRITE RY-REPAYMENT-PLAN-RECORD
032600     ADD 1 TO Plans-Cancelled
032700     DISPLAY Entry-Account-Number ": Plan cancelled.".
032800 2300-CANCEL-PLAN-EXIT.
032900     EXIT.
033000
033100 9000-TERMINATE.
033200     CLOSE REPAYPLN
033300     CLOSE ACCTMSTR
033400     DISPLAY "Repayment plan session ended. Agreed "
033500         Plans-Agreed ", cancelled " Plans-Cancelled
033600         ", refused " Requests-Refused ".".
033700 9000-TERMINATE-EXIT.
033800     EXIT.
