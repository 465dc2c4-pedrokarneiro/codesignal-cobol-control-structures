000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FeeScheduleMaintenance.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-11.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    FEESCHEDULEMAINTENANCE                                     *
001100*                                                               *
001200*    SESSION FOR KEEPING THE FEESCHED FEE SCHEDULE AND THE      *
001300*    FEEOVR RELATIONSHIP OVERRIDES. ANY SUPERVISOR MAY RUN THE  *
001400*    SESSION.                                                   *
001500*      S  SET A SCHEDULE ROW - FEE TYPE, PRODUCT (BLANK FOR     *
001600*         THE SHOP-WIDE ROW, BOX SIZE FOR SDBX), EFFECTIVE      *
001700*         DATE, AMOUNT, DAILY CAP AND DESCRIPTION. A PRICE      *
001800*         CHANGE IS A NEW ROW UNDER ITS OWN EFFECTIVE DATE;     *
001900*         NO ROW DATED BEFORE TODAY CAN BE ADDED OR CHANGED,    *
002000*         SO WHAT WAS CHARGED STAYS PROVABLE. PRICING MOVES     *
002100*         EVERY ACCOUNT, SO AN OFFICER'S ID IS KEYED AND        *
002200*         PROVED THROUGH OPERATORAUTHORIZE BEFORE IT TAKES.     *
002300*      O  SET A CUSTOMER'S OVERRIDE FOR ONE FEE TYPE - AMOUNT   *
002400*         (ZERO TO WAIVE), EXPIRY DATE (ZERO FOR NONE) AND      *
002500*         REASON. THE SESSION SUPERVISOR APPROVES IT.           *
002600*      R  REMOVE A CUSTOMER'S OVERRIDE.                         *
002700*    ENTER "DONE" AT THE ACTION PROMPT TO END THE SESSION.      *
002800*                                                               *
002900*    MODIFICATION HISTORY                                      *
003000*    ------------------------------------------------------    *
003100*    DATE       INIT  DESCRIPTION                              *
003200*    ---------  ----  -----------------------------------      *
003300*    2026-10-11  RLB  ORIGINAL.                                *
003301*    2026-10-15  RLB  FEE TYPES XSWD (EXCESS SAVINGS TRANSFER) *
003302*                     AND LGRQ/LGST/LGIT (LEGAL RESEARCH) ARE  *
003303*                     ACCEPTED.                                *
003400*                                                               *
003500*****************************************************************
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT FEESCHED ASSIGN TO "FEESCHED"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS FR-FEE-SCHEDULE-KEY
004400         FILE STATUS IS Feesched-File-Status.
004500
004600     SELECT FEEOVR ASSIGN TO "FEEOVR"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS FO-FEE-OVERRIDE-KEY
005000         FILE STATUS IS Feeovr-File-Status.
005100
005200     SELECT CUSTADDR ASSIGN TO "CUSTADDR"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS NA-CUSTOMER-NUMBER
005600         FILE STATUS IS Custaddr-File-Status.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  FEESCHED.
006100     COPY FEESCHED.
006200
006300 FD  FEEOVR.
006400     COPY FEEOVR.
006500
006600 FD  CUSTADDR.
006700     COPY CUSTADDR.
006800
006900 WORKING-STORAGE SECTION.
007000 01  Feesched-File-Status            PIC XX.
007100     88  Feesched-OK                 VALUE "00".
007200 01  Feeovr-File-Status              PIC XX.
007300     88  Feeovr-OK                   VALUE "00".
007400 01  Custaddr-File-Status            PIC XX.
007500     88  Custaddr-OK                 VALUE "00".
007600
007700 77  Supervisor-Level                PIC 9(01) VALUE 2.
007800 77  Officer-Level                   PIC 9(01) VALUE 3.
007900 01  Auth-Result                     PIC X(01).
008000     88  Operator-Authorized         VALUE "Y".
008100     88  Operator-Denied             VALUE "N".
008200 01  Supervisor-Id                   PIC X(08).
008300 01  Officer-Id                      PIC X(08).
008400 01  Entry-Action                    PIC X(04).
008500 01  Entry-Fee-Type                  PIC X(04).
008600     88  Fee-Type-Is-Known           VALUE "FEE " "SVC " "RTNF"
008650                                           "CLRF" "ACHF" "SDBX"
008700                                           "XSWD" "LGRQ" "LGST"
008750                                           "LGIT".
008800 01  Entry-Product-Code              PIC X(04).
008900 01  Entry-Customer-Number           PIC X(10).
009000 01  Entry-Date-Text                 PIC X(08).
009100 01  Entry-Date REDEFINES Entry-Date-Text
009200                                     PIC 9(08).
009300 01  Entry-Amount-Text               PIC X(08).
009400 01  Entry-Amount REDEFINES Entry-Amount-Text
009500                                     PIC 9(6)V99.
009600 01  Entry-Cap-Text                  PIC X(02).
009700 01  Entry-Cap REDEFINES Entry-Cap-Text
009800                                     PIC 9(02).
009900 01  Entry-Expiry-Text               PIC X(08).
010000 01  Entry-Expiry REDEFINES Entry-Expiry-Text
010100                                     PIC 9(08).
010200 01  Entry-Description               PIC X(30).
010300 01  Run-Date                        PIC 9(08).
010500 01  Session-Ended-Switch            PIC X(01).
010600     88  Session-Has-Ended           VALUE "Y".
010700     88  Session-Is-Active           VALUE "N".
010800 01  Maintenance-Counters.
010900     05  Schedule-Rows-Set           PIC 9(5) COMP.
011000     05  Overrides-Set               PIC 9(5) COMP.
011100     05  Overrides-Removed           PIC 9(5) COMP.
011200     05  Requests-Refused            PIC 9(5) COMP.
011300
011400 PROCEDURE DIVISION.
011500
011600 0000-MAINLINE.
011700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
011800     PERFORM 2000-WORK-REQUEST THRU 2000-WORK-REQUEST-EXIT
011900         UNTIL Session-Has-Ended
012000     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
012100     STOP RUN.
012200
012300 1000-INITIALIZE.
012400     OPEN I-O FEESCHED
012500     OPEN I-O FEEOVR
012600     OPEN INPUT CUSTADDR
012700     MOVE ZERO TO Schedule-Rows-Set
012800                  Overrides-Set
012900                  Overrides-Removed
013000                  Requests-Refused
013100     ACCEPT Run-Date FROM DATE YYYYMMDD
013200     DISPLAY "Supervisor ID: " WITH NO ADVANCING
013300     ACCEPT Supervisor-Id FROM CONSOLE
013400     CALL "OperatorAuthorize" USING Supervisor-Id,
013500         Supervisor-Level, Auth-Result
013600     IF Operator-Denied
013700         DISPLAY Supervisor-Id ": Not a supervisor."
013800         SET Session-Has-Ended TO TRUE
013900         GO TO 1000-INITIALIZE-EXIT
014000     END-IF
014100     SET Session-Is-Active TO TRUE.
014200 1000-INITIALIZE-EXIT.
014300     EXIT.
014400
014500 2000-WORK-REQUEST.
014600     DISPLAY "Action (S=schedule, O=override, R=remove, "
014700         "DONE to quit): " WITH NO ADVANCING
014800     ACCEPT Entry-Action FROM CONSOLE
014900     IF Entry-Action = "DONE"
015000         SET Session-Has-Ended TO TRUE
015100         GO TO 2000-WORK-REQUEST-EXIT
015200     END-IF
015300     IF Entry-Action NOT = "S" AND Entry-Action NOT = "O"
015400         AND Entry-Action NOT = "R"
015500         ADD 1 TO Requests-Refused
015600         DISPLAY "Action must be S, O or R."
015700         GO TO 2000-WORK-REQUEST-EXIT
015800     END-IF
015900     DISPLAY "Fee type (FEE/SVC/RTNF/CLRF/ACHF/SDBX/XSWD/"
016000         "LGRQ/LGST/LGIT): " WITH NO ADVANCING
016100     ACCEPT Entry-Fee-Type FROM CONSOLE
016200     IF NOT Fee-Type-Is-Known
016300         ADD 1 TO Requests-Refused
016400         DISPLAY Entry-Fee-Type ": Not a fee type in use."
016500         GO TO 2000-WORK-REQUEST-EXIT
016600     END-IF
016700     EVALUATE Entry-Action
016800         WHEN "S"
016900             PERFORM 2100-SET-SCHEDULE
017000                 THRU 2100-SET-SCHEDULE-EXIT
017100         WHEN "O"
017200             PERFORM 2200-SET-OVERRIDE
017300                 THRU 2200-SET-OVERRIDE-EXIT
017400         WHEN OTHER
017500             PERFORM 2300-REMOVE-OVERRIDE
017600                 THRU 2300-REMOVE-OVERRIDE-EXIT
017700     END-EVALUATE.
017800 2000-WORK-REQUEST-EXIT.
017900     EXIT.
018000
018100 2100-SET-SCHEDULE.
018200     DISPLAY "Product code (blank for shop-wide, box size "
018300         "for SDBX): " WITH NO ADVANCING
018400     ACCEPT Entry-Product-Code FROM CONSOLE
018500     DISPLAY "Effective date (YYYYMMDD): " WITH NO ADVANCING
018600     ACCEPT Entry-Date-Text FROM CONSOLE
018700     IF Entry-Date-Text NOT NUMERIC
018800         ADD 1 TO Requests-Refused
018900         DISPLAY "Effective date must be numeric."
019000         GO TO 2100-SET-SCHEDULE-EXIT
019100     END-IF
019200*> What has already been charged under a row stays provable -
019300*> a change is a new row from today on.
019400     IF Entry-Date < Run-Date
019500         ADD 1 TO Requests-Refused
019600         DISPLAY "Effective date may not be in the past."
019700         GO TO 2100-SET-SCHEDULE-EXIT
019800     END-IF
019900     DISPLAY "Fee amount (8 digits, cents implied): "
020000         WITH NO ADVANCING
020100     ACCEPT Entry-Amount-Text FROM CONSOLE
020200     IF Entry-Amount-Text NOT NUMERIC
020300         ADD 1 TO Requests-Refused
020400         DISPLAY "Amount must be 8 digits."
020500         GO TO 2100-SET-SCHEDULE-EXIT
020600     END-IF
020700     DISPLAY "Daily cap per account (00 = none): "
020800         WITH NO ADVANCING
020900     ACCEPT Entry-Cap-Text FROM CONSOLE
021000     IF Entry-Cap-Text NOT NUMERIC
021100         ADD 1 TO Requests-Refused
021200         DISPLAY "Daily cap must be 2 digits."
021300         GO TO 2100-SET-SCHEDULE-EXIT
021400     END-IF
021500     DISPLAY "Description: " WITH NO ADVANCING
021600     ACCEPT Entry-Description FROM CONSOLE
021700     DISPLAY "Officer ID to approve: " WITH NO ADVANCING
021800     ACCEPT Officer-Id FROM CONSOLE
021900     CALL "OperatorAuthorize" USING Officer-Id,
022000         Officer-Level, Auth-Result
022100     IF Operator-Denied
022200         ADD 1 TO Requests-Refused
022300         DISPLAY Officer-Id ": Not an officer - change refused."
022400         GO TO 2100-SET-SCHEDULE-EXIT
022500     END-IF
022600     MOVE Entry-Fee-Type TO FR-FEE-TYPE
022700     MOVE Entry-Product-Code TO FR-PRODUCT-CODE
022800     MOVE Entry-Date TO FR-EFFECTIVE-DATE
022900     READ FEESCHED
023000         INVALID KEY
023100             MOVE SPACES TO FR-FEE-SCHEDULE-RECORD
023200             MOVE Entry-Fee-Type TO FR-FEE-TYPE
023300             MOVE Entry-Product-Code TO FR-PRODUCT-CODE
023400             MOVE Entry-Date TO FR-EFFECTIVE-DATE
023500             PERFORM 2110-FILL-SCHEDULE-ROW
023600                 THRU 2110-FILL-SCHEDULE-ROW-EXIT
023700             WRITE FR-FEE-SCHEDULE-RECORD
023800             ADD 1 TO Schedule-Rows-Set
023900             DISPLAY Entry-Fee-Type " " Entry-Product-Code
024000                 " " Entry-Date ": Schedule row added."
024100             GO TO 2100-SET-SCHEDULE-EXIT
024200     END-READ
024300     PERFORM 2110-FILL-SCHEDULE-ROW
024400         THRU 2110-FILL-SCHEDULE-ROW-EXIT
024500     REWRITE FR-FEE-SCHEDULE-RECORD
024600     ADD 1 TO Schedule-Rows-Set
024700     DISPLAY Entry-Fee-Type " " Entry-Product-Code
024800         " " Entry-Date ": Schedule row replaced.".
024900 2100-SET-SCHEDULE-EXIT.
025000     EXIT.
025100
025200 2110-FILL-SCHEDULE-ROW.
025300     MOVE Entry-Amount TO FR-FEE-AMOUNT
025400     MOVE Entry-Cap TO FR-DAILY-CAP
025500     MOVE Entry-Description TO FR-DESCRIPTION
025600     MOVE Officer-Id TO FR-MAINT-BY
025700     MOVE Run-Date TO FR-MAINT-DATE.
025800 2110-FILL-SCHEDULE-ROW-EXIT.
025900     EXIT.
026000
026100 2200-SET-OVERRIDE.
026200     DISPLAY "Customer number: " WITH NO ADVANCING
026300     ACCEPT Entry-Customer-Number FROM CONSOLE
026400     MOVE Entry-Customer-Number TO NA-CUSTOMER-NUMBER
026500     READ CUSTADDR
026600         INVALID KEY
026700             ADD 1 TO Requests-Refused
026800             DISPLAY Entry-Customer-Number
026900                 ": Customer not on file."
027000             GO TO 2200-SET-OVERRIDE-EXIT
027100     END-READ
027200     DISPLAY "Override amount (8 digits, cents implied, "
027300         "zeros to waive): " WITH NO ADVANCING
027400     ACCEPT Entry-Amount-Text FROM CONSOLE
027500     IF Entry-Amount-Text NOT NUMERIC
027600         ADD 1 TO Requests-Refused
027700         DISPLAY "Amount must be 8 digits."
027800         GO TO 2200-SET-OVERRIDE-EXIT
027900     END-IF
028000     DISPLAY "Expiry date (YYYYMMDD, zeros for none): "
028100         WITH NO ADVANCING
028200     ACCEPT Entry-Expiry-Text FROM CONSOLE
028300     IF Entry-Expiry-Text NOT NUMERIC
028400         ADD 1 TO Requests-Refused
028500         DISPLAY "Expiry date must be numeric."
028600         GO TO 2200-SET-OVERRIDE-EXIT
028700     END-IF
028800     IF Entry-Expiry NOT = ZERO AND Entry-Expiry < Run-Date
028900         ADD 1 TO Requests-Refused
029000         DISPLAY "Expiry date may not be in the past."
029100         GO TO 2200-SET-OVERRIDE-EXIT
029200     END-IF
029300     DISPLAY "Reason: " WITH NO ADVANCING
029400     ACCEPT Entry-Description FROM CONSOLE
029500     MOVE Entry-Customer-Number TO FO-CUSTOMER-NUMBER
029600     MOVE Entry-Fee-Type TO FO-FEE-TYPE
029700     READ FEEOVR
029800         INVALID KEY
029900             MOVE SPACES TO FO-FEE-OVERRIDE-RECORD
030000             MOVE Entry-Customer-Number TO FO-CUSTOMER-NUMBER
030100             MOVE Entry-Fee-Type TO FO-FEE-TYPE
030200             PERFORM 2210-FILL-OVERRIDE-ROW
030300                 THRU 2210-FILL-OVERRIDE-ROW-EXIT
030400             WRITE FO-FEE-OVERRIDE-RECORD
030500             ADD 1 TO Overrides-Set
030600             DISPLAY Entry-Customer-Number " " Entry-Fee-Type
030700                 ": Override added."
030800             GO TO 2200-SET-OVERRIDE-EXIT
030900     END-READ
031000     PERFORM 2210-FILL-OVERRIDE-ROW
031100         THRU 2210-FILL-OVERRIDE-ROW-EXIT
031200     REWRITE FO-FEE-OVERRIDE-RECORD
031300     ADD 1 TO Overrides-Set
031400     DISPLAY Entry-Customer-Number " " Entry-Fee-Type
031500         ": Override replaced.".
031600 2200-SET-OVERRIDE-EXIT.
031700     EXIT.
031800
031900 2210-FILL-OVERRIDE-ROW.
032000     MOVE Entry-Amount TO FO-OVERRIDE-AMOUNT
032100     MOVE Entry-Expiry TO FO-EXPIRY-DATE
032200     MOVE Entry-Description TO FO-REASON
032300     MOVE Supervisor-Id TO FO-APPROVED-BY
032400     MOVE Run-Date TO FO-APPROVED-DATE.
032500 2210-FILL-OVERRIDE-ROW-EXIT.
032600     EXIT.
032700
032800 2300-REMOVE-OVERRIDE.
032900     DISPLAY "Customer number: " WITH NO ADVANCING
033000     ACCEPT Entry-Customer-Number FROM CONSOLE
033100     MOVE Entry-Customer-Number TO FO-CUSTOMER-NUMBER
033200     MOVE Entry-Fee-Type TO FO-FEE-TYPE
033300     DELETE FEEOVR
033400         INVALID KEY
033500             ADD 1 TO Requests-Refused
033600             DISPLAY Entry-Customer-Number " " Entry-Fee-Type
033700                 ": No override on file."
033800             GO TO 2300-REMOVE-OVERRIDE-EXIT
033900     END-DELETE
034000     ADD 1 TO Overrides-Removed
034100     DISPLAY Entry-Customer-Number " " Entry-Fee-Type
034200         ": Override removed.".
034300 2300-REMOVE-OVERRIDE-EXIT.
034400     EXIT.
034500
034600 9000-TERMINATE.
034700     CLOSE FEESCHED
034800     CLOSE FEEOVR
034900     CLOSE CUSTADDR
035000     DISPLAY "Fee session ended. Schedule rows "
035100         Schedule-Rows-Set ", overrides set " Overrides-Set
035200         ", removed " Overrides-Removed
035300         ", refused " Requests-Refused ".".
035400 9000-TERMINATE-EXIT.
035500     EXIT.
