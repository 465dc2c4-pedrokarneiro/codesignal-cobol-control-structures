000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BillPayMaintenance.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-09-21.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    BILLPAYMAINTENANCE                                         *
001100*                                                               *
001200*    MAINTENANCE BATCH (STOPPAYMENTMAINTENANCE MOLD) FOR THE    *
001300*    CUSTOMER BILL PAYMENT SERVICE. APPLIES THE BPTRAN REQUEST  *
001400*    FILE: P ADDS A PAYEE TO THE CUSTOMER'S BPPAYEE LIST, I     *
001500*    INACTIVATES ONE, S SCHEDULES A ONE-TIME OR RECURRING       *
001600*    PAYMENT ON BPSCHED, AND X CANCELS A SCHEDULED PAYMENT. A   *
001700*    PAYMENT MAY ONLY BE DRAWN ON AN OPEN ACCOUNT THE CUSTOMER  *
001800*    OWNS (CUSTREL), TO AN ACTIVE PAYEE OF THAT CUSTOMER. THE   *
001900*    NIGHTLY BILLPAYMENTGENERATOR PAYS WHAT FALLS DUE.          *
002000*                                                               *
002100*    MODIFICATION HISTORY                                      *
002200*    ------------------------------------------------------    *
002300*    DATE       INIT  DESCRIPTION                              *
002400*    ---------  ----  -----------------------------------      *
002500*    2026-09-21  RLB  ORIGINAL.                                *
002600*                                                               *
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT BPTRAN ASSIGN TO "BPTRAN"
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS Bptran-File-Status.
003500
003600     SELECT BPPAYEE ASSIGN TO "BPPAYEE"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS PE-PAYEE-KEY
004000         FILE STATUS IS Bppayee-File-Status.
004100
004200     SELECT BPSCHED ASSIGN TO "BPSCHED"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS BY-PAYMENT-ID
004600         FILE STATUS IS Bpsched-File-Status.
004700
004800     SELECT CUSTREL ASSIGN TO "CUSTREL"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS RL-ACCOUNT-NUMBER
005200         FILE STATUS IS Custrel-File-Status.
005300
005400     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS MF-ACCOUNT-NUMBER
005800         FILE STATUS IS Acctmstr-File-Status.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  BPTRAN.
006300     COPY BPTRAN.
006400
006500 FD  BPPAYEE.
006600     COPY BPPAYEE.
006700
006800 FD  BPSCHED.
006900     COPY BPSCHED.
007000
007100 FD  CUSTREL.
007200     COPY CUSTREL.
007300
007400 FD  ACCTMSTR.
007500     COPY ACCTMSTR.
007600
007700 WORKING-STORAGE SECTION.
007800 01  Bptran-File-Status              PIC XX.
007900     88  Bptran-OK                   VALUE "00".
008000     88  Bptran-EOF                  VALUE "10".
008100 01  Bppayee-File-Status             PIC XX.
008200     88  Bppayee-OK                  VALUE "00".
008300     88  Bppayee-Not-On-File         VALUE "23".
008400 01  Bpsched-File-Status             PIC XX.
008500     88  Bpsched-OK                  VALUE "00".
008600     88  Bpsched-Not-On-File         VALUE "23".
008700 01  Custrel-File-Status             PIC XX.
008800     88  Custrel-OK                  VALUE "00".
008900 01  Acctmstr-File-Status            PIC XX.
009000     88  Acctmstr-OK                 VALUE "00".
009100
009200 01  Run-Date                        PIC 9(08).
009300
009400 01  Maintenance-Counters.
009500     05  Requests-Read               PIC 9(7) COMP.
009600     05  Payees-Added                PIC 9(7) COMP.
009700     05  Payees-Dropped              PIC 9(7) COMP.
009800     05  Payments-Scheduled          PIC 9(7) COMP.
009900     05  Payments-Cancelled          PIC 9(7) COMP.
010000     05  Requests-Rejected           PIC 9(7) COMP.
010100
010200 PROCEDURE DIVISION.
010300
010400 0000-MAINLINE.
010500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
010600     PERFORM 2000-APPLY-REQUEST THRU 2000-APPLY-REQUEST-EXIT
010700         UNTIL Bptran-EOF
010800     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
010900     STOP RUN.
011000
011100 1000-INITIALIZE.
011200     OPEN INPUT BPTRAN
011300     OPEN I-O BPPAYEE
011400     OPEN I-O BPSCHED
011500     OPEN INPUT CUSTREL
011600     OPEN INPUT ACCTMSTR
011700     MOVE 0 TO Requests-Read
011800     MOVE 0 TO Payees-Added
011900     MOVE 0 TO Payees-Dropped
012000     MOVE 0 TO Payments-Scheduled
012100     MOVE 0 TO Payments-Cancelled
012200     MOVE 0 TO Requests-Rejected
012300     ACCEPT Run-Date FROM DATE YYYYMMDD
012400     READ BPTRAN
012500         AT END
012600             SET Bptran-EOF TO TRUE
012700     END-READ.
012800 1000-INITIALIZE-EXIT.
012900     EXIT.
013000
013100 2000-APPLY-REQUEST.
013200     ADD 1 TO Requests-Read
013300     EVALUATE TRUE
013400         WHEN PK-ACTION-ADD-PAYEE
013500             PERFORM 2100-ADD-PAYEE THRU 2100-ADD-PAYEE-EXIT
013600         WHEN PK-ACTION-DROP-PAYEE
013700             PERFORM 2200-DROP-PAYEE THRU 2200-DROP-PAYEE-EXIT
013800         WHEN PK-ACTION-SCHEDULE
013900             PERFORM 2300-SCHEDULE-PAYMENT
014000                 THRU 2300-SCHEDULE-PAYMENT-EXIT
014100         WHEN PK-ACTION-CANCEL
014200             PERFORM 2400-CANCEL-PAYMENT
014300                 THRU 2400-CANCEL-PAYMENT-EXIT
014400         WHEN OTHER
014500             ADD 1 TO Requests-Rejected
014600             DISPLAY PK-CUSTOMER-NUMBER
014700                 ": Rejected - unknown action " PK-ACTION-CODE
014800     END-EVALUATE
014900     READ BPTRAN
015000         AT END
015100             SET Bptran-EOF TO TRUE
015200     END-READ.
015300 2000-APPLY-REQUEST-EXIT.
015400     EXIT.
015500
015600*****************************************************************
015700*    A PAYEE MUST SAY HOW IT IS PAID: AN ELECTRONIC PAYEE       *
015800*    NEEDS ITS ROUTING AND DEPOSIT ACCOUNT, A CHECK PAYEE A     *
015900*    COMPLETE REMIT ADDRESS. THE CUSTOMER'S ACCOUNT NUMBER AT   *
016000*    THE BILLER IS REQUIRED EITHER WAY - WITHOUT IT THE BILLER  *
016100*    CANNOT APPLY THE PAYMENT.                                  *
016200*****************************************************************
016300 2100-ADD-PAYEE.
016400     IF PK-PAYEE-NAME = SPACES
016500         OR PK-BILLER-ACCOUNT-REF = SPACES
016600         ADD 1 TO Requests-Rejected
016700         DISPLAY PK-CUSTOMER-NUMBER ": Payee " PK-PAYEE-ID
016800             " rejected - name and biller account required."
016900         GO TO 2100-ADD-PAYEE-EXIT
017000     END-IF
017100     MOVE PK-REMIT-METHOD TO PE-REMIT-METHOD
017200     IF PE-REMIT-ELECTRONIC
017300         IF PK-PAYEE-ROUTING = SPACES
017400             OR PK-PAYEE-ACCOUNT = SPACES
017500             ADD 1 TO Requests-Rejected
017600             DISPLAY PK-CUSTOMER-NUMBER ": Payee " PK-PAYEE-ID
017700                 " rejected - electronic payee needs routing"
017800                 " and account."
017900             GO TO 2100-ADD-PAYEE-EXIT
018000         END-IF
018100     ELSE
018200         IF NOT PE-REMIT-CHECK
018300             ADD 1 TO Requests-Rejected
018400             DISPLAY PK-CUSTOMER-NUMBER ": Payee " PK-PAYEE-ID
018500                 " rejected - remit method must be E or C."
018600             GO TO 2100-ADD-PAYEE-EXIT
018700         END-IF
018800         IF PK-STREET-ADDRESS = SPACES
018900             OR PK-CITY = SPACES
019000             OR PK-STATE = SPACES
019100             OR PK-POSTAL-CODE = SPACES
019200             ADD 1 TO Requests-Rejected
019300             DISPLAY PK-CUSTOMER-NUMBER ": Payee " PK-PAYEE-ID
019400                 " rejected - check payee needs a full remit"
019500                 " address."
019600             GO TO 2100-ADD-PAYEE-EXIT
019700         END-IF
019800     END-IF
019900     MOVE PK-CUSTOMER-NUMBER TO PE-CUSTOMER-NUMBER
020000     MOVE PK-PAYEE-ID TO PE-PAYEE-ID
020100     MOVE PK-PAYEE-NAME TO PE-PAYEE-NAME
020200     MOVE PK-BILLER-ACCOUNT-REF TO PE-BILLER-ACCOUNT-REF
020300     MOVE PK-PAYEE-ROUTING TO PE-PAYEE-ROUTING
020400     MOVE PK-PAYEE-ACCOUNT TO PE-PAYEE-ACCOUNT
020500     MOVE PK-STREET-ADDRESS TO PE-STREET-ADDRESS
020600     MOVE PK-CITY TO PE-CITY
020700     MOVE PK-STATE TO PE-STATE
020800     MOVE PK-POSTAL-CODE TO PE-POSTAL-CODE
020900     SET PE-PAYEE-ACTIVE TO TRUE
021000     MOVE Run-Date TO PE-ADDED-DATE
021100     WRITE PE-PAYEE-RECORD
021200         INVALID KEY
021300             ADD 1 TO Requests-Rejected
021400             DISPLAY PK-CUSTOMER-NUMBER ": Payee " PK-PAYEE-ID
021500                 " rejected - payee id in use."
021600             GO TO 2100-ADD-PAYEE-EXIT
021700     END-WRITE
021800     ADD 1 TO Payees-Added
021900     DISPLAY PK-CUSTOMER-NUMBER ": Payee " PK-PAYEE-ID
022000         " added - " PK-PAYEE-NAME " (" PE-REMIT-METHOD ").".
022100 2100-ADD-PAYEE-EXIT.
022200     EXIT.
022300
022400*> Payments still scheduled to an inactivated payee are
022500*> cancelled, with a notice, when they next fall due.
022600 2200-DROP-PAYEE.
022700     MOVE PK-CUSTOMER-NUMBER TO PE-CUSTOMER-NUMBER
022800     MOVE PK-PAYEE-ID TO PE-PAYEE-ID
022900     READ BPPAYEE
023000         INVALID KEY
023100             ADD 1 TO Requests-Rejected
023200             DISPLAY PK-CUSTOMER-NUMBER ": Payee " PK-PAYEE-ID
023300                 " not on file."
023400             GO TO 2200-DROP-PAYEE-EXIT
023500     END-READ
023600     SET PE-PAYEE-INACTIVE TO TRUE
023700     REWRITE PE-PAYEE-RECORD
023800     ADD 1 TO Payees-Dropped
023900     DISPLAY PK-CUSTOMER-NUMBER ": Payee " PK-PAYEE-ID
024000         " inactivated.".
024100 2200-DROP-PAYEE-EXIT.
024200     EXIT.
024300
024400 2300-SCHEDULE-PAYMENT.
024500     IF PK-PAYMENT-AMOUNT NOT NUMERIC
024600         OR PK-PAYMENT-AMOUNT = ZERO
024700         ADD 1 TO Requests-Rejected
024800         DISPLAY PK-PAYMENT-ID
024900             ": Schedule rejected - amount not valid."
025000         GO TO 2300-SCHEDULE-PAYMENT-EXIT
025100     END-IF
025200     MOVE PK-FREQUENCY TO BY-FREQUENCY
025300     IF NOT BY-FREQ-ONE-TIME
025400         AND NOT BY-FREQ-WEEKLY
025500         AND NOT BY-FREQ-MONTHLY
025600         ADD 1 TO Requests-Rejected
025700         DISPLAY PK-PAYMENT-ID
025800             ": Schedule rejected - frequency must be O, W"
025900             " or M."
026000         GO TO 2300-SCHEDULE-PAYMENT-EXIT
026100     END-IF
026200     IF PK-FIRST-PAY-DATE NOT NUMERIC
026300         OR PK-FIRST-PAY-DATE < Run-Date
026400         ADD 1 TO Requests-Rejected
026500         DISPLAY PK-PAYMENT-ID
026600             ": Schedule rejected - pay date not valid."
026700         GO TO 2300-SCHEDULE-PAYMENT-EXIT
026800     END-IF
026900     MOVE PK-CUSTOMER-NUMBER TO PE-CUSTOMER-NUMBER
027000     MOVE PK-PAYEE-ID TO PE-PAYEE-ID
027100     READ BPPAYEE
027200         INVALID KEY
027300             MOVE "I" TO PE-PAYEE-STATUS
027400     END-READ
027500     IF NOT PE-PAYEE-ACTIVE
027600         ADD 1 TO Requests-Rejected
027700         DISPLAY PK-PAYMENT-ID ": Schedule rejected - payee "
027800             PK-PAYEE-ID " not an active payee of "
027900             PK-CUSTOMER-NUMBER
028000         GO TO 2300-SCHEDULE-PAYMENT-EXIT
028100     END-IF
028200*> The funding account must be the customer's own, and open.
028300     MOVE PK-FROM-ACCOUNT TO RL-ACCOUNT-NUMBER
028400     READ CUSTREL
028500         INVALID KEY
028600             MOVE SPACES TO RL-CUSTOMER-NUMBER
028700     END-READ
028800     IF RL-CUSTOMER-NUMBER NOT = PK-CUSTOMER-NUMBER
028900         ADD 1 TO Requests-Rejected
029000         DISPLAY PK-PAYMENT-ID ": Schedule rejected - account "
029100             PK-FROM-ACCOUNT " not owned by "
029200             PK-CUSTOMER-NUMBER
029300         GO TO 2300-SCHEDULE-PAYMENT-EXIT
029400     END-IF
029500     MOVE PK-FROM-ACCOUNT TO MF-ACCOUNT-NUMBER
029600     READ ACCTMSTR
029700         INVALID KEY
029800             MOVE "CLOSED" TO MF-ACCOUNT-STATUS
029900     END-READ
030000     IF MF-Account-Is-Closed
030100         ADD 1 TO Requests-Rejected
030200         DISPLAY PK-PAYMENT-ID ": Schedule rejected - account "
030300             PK-FROM-ACCOUNT " closed or not on master."
030400         GO TO 2300-SCHEDULE-PAYMENT-EXIT
030500     END-IF
030600     MOVE SPACES TO BY-SCHEDULED-PAYMENT-RECORD
030700     MOVE PK-PAYMENT-ID TO BY-PAYMENT-ID
030800     MOVE PK-CUSTOMER-NUMBER TO BY-CUSTOMER-NUMBER
030900     MOVE PK-PAYEE-ID TO BY-PAYEE-ID
031000     MOVE PK-FROM-ACCOUNT TO BY-FROM-ACCOUNT
031100     MOVE PK-PAYMENT-AMOUNT TO BY-PAYMENT-AMOUNT
031200     MOVE PK-FREQUENCY TO BY-FREQUENCY
031300     MOVE PK-FIRST-PAY-DATE TO BY-NEXT-PAY-DATE
031400     SET BY-PAYMENT-SCHEDULED TO TRUE
031500     MOVE 0 TO BY-RETRY-COUNT
031600     MOVE 0 TO BY-RETRY-DATE
031700     MOVE 0 TO BY-GENERATED-DATE
031800     MOVE 0 TO BY-LAST-PAID-DATE
031900     MOVE PK-ENTERED-BY TO BY-ENTERED-BY
032000     WRITE BY-SCHEDULED-PAYMENT-RECORD
032100         INVALID KEY
032200             ADD 1 TO Requests-Rejected
032300             DISPLAY PK-PAYMENT-ID
032400                 ": Schedule rejected - payment id in use."
032500             GO TO 2300-SCHEDULE-PAYMENT-EXIT
032600     END-WRITE
032700     ADD 1 TO Payments-Scheduled
032800     DISPLAY PK-PAYMENT-ID ": " PK-FROM-ACCOUNT " -> payee "
032900         PK-PAYEE-ID " FOR " PK-PAYMENT-AMOUNT " ("
033000         PK-FREQUENCY ") FROM " PK-FIRST-PAY-DATE.
033100 2300-SCHEDULE-PAYMENT-EXIT.
033200     EXIT.
033300
033400*> A payment already emitted into tonight's post cannot be
033500*> pulled back here - the branch stops the item instead.
033600 2400-CANCEL-PAYMENT.
033700     MOVE PK-PAYMENT-ID TO BY-PAYMENT-ID
033800     READ BPSCHED
033900         INVALID KEY
034000             ADD 1 TO Requests-Rejected
034100             DISPLAY PK-PAYMENT-ID ": Cancel rejected - not on"
034200                 " file."
034300             GO TO 2400-CANCEL-PAYMENT-EXIT
034400     END-READ
034500     IF NOT BY-PAYMENT-SCHEDULED
034600         AND NOT BY-PAYMENT-RETRY
034700         ADD 1 TO Requests-Rejected
034800         DISPLAY PK-PAYMENT-ID ": Cancel rejected - status "
034900             BY-PAYMENT-STATUS
035000         GO TO 2400-CANCEL-PAYMENT-EXIT
035100     END-IF
035200     SET BY-PAYMENT-CANCELLED TO TRUE
035300     MOVE "CUSTOMER REQUEST" TO BY-CANCEL-REASON
035400     REWRITE BY-SCHEDULED-PAYMENT-RECORD
035500     ADD 1 TO Payments-Cancelled
035600     DISPLAY PK-PAYMENT-ID ": Cancelled at customer request.".
035700 2400-CANCEL-PAYMENT-EXIT.
035800     EXIT.
035900
036000 9000-TERMINATE.
036100     CLOSE BPTRAN
036200     CLOSE BPPAYEE
036300     CLOSE BPSCHED
036400     CLOSE CUSTREL
036500     CLOSE ACCTMSTR
036600     DISPLAY "BILL PAYMENT MAINTENANCE SUMMARY"
036700     DISPLAY "Requests read      - " Requests-Read
036800     DISPLAY "Payees added       - " Payees-Added
036900     DISPLAY "Payees inactivated - " Payees-Dropped
037000     DISPLAY "Payments scheduled - " Payments-Scheduled
037100     DISPLAY "Payments cancelled - " Payments-Cancelled
037200     DISPLAY "Rejected           - " Requests-Rejected.
037300 9000-TERMINATE-EXIT.
037400     EXIT.
