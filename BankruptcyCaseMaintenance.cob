000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BankruptcyCaseMaintenance.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-09-16.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    BANKRUPTCYCASEMAINTENANCE                                  *
001100*                                                               *
001200*    APPLIES THE DAY'S BANKRUPTCY NOTICES (BKRTRAN) TO THE      *
001300*    CASE FILE (BKRCASE). A FILING OPENS THE CASE WITH THE      *
001400*    STAY ACTIVE, AND FROM THAT NIGHT ON THE COLLECTORS ASK     *
001500*    BANKRUPTCYSTAYCHECK AND LEAVE THE CUSTOMER'S ACCOUNTS      *
001600*    ALONE, LOGGING WHAT THEY HELD BACK TO BKRSUPP. A           *
001700*    DISCHARGE OR DISMISSAL OF THE SAME CASE NUMBER LIFTS THE   *
001800*    STAY. A CUSTOMER WHOSE EARLIER CASE WAS LIFTED MAY FILE    *
001900*    AGAIN; THE NEW CASE REPLACES THE OLD ONE. EVERY FILING     *
002000*    AND LIFT LEAVES A CUSTAUD ROW (ACTION B / L).              *
002100*                                                               *
002200*    AT THE END OF THE RUN, EACH CASE LIFTED TODAY GETS A       *
002300*    REPORT OF EVERYTHING BKRSUPP SHOWS WAS SUPPRESSED FOR IT   *
002400*    BETWEEN THE FILING DATE AND THE LIFT, SO COLLECTIONS CAN   *
002500*    DECIDE WHAT MAY NOW BE TAKEN.                              *
002600*                                                               *
002700*    MODIFICATION HISTORY                                      *
002800*    ------------------------------------------------------    *
002900*    DATE       INIT  DESCRIPTION                              *
003000*    ---------  ----  -----------------------------------      *
003100*    2026-09-16  RLB  ORIGINAL.                                *
003200*                                                               *
003300*****************************************************************
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT BKRTRAN ASSIGN TO "BKRTRAN"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS Bkrtran-File-Status.
004100
004200     SELECT BKRCASE ASSIGN TO "BKRCASE"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS BK-CUSTOMER-NUMBER
004600         FILE STATUS IS Bkrcase-File-Status.
004700
004800     SELECT CUSTMSTR ASSIGN TO "CUSTMSTR"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS CM-CUSTOMER-NUMBER
005200         FILE STATUS IS Custmstr-File-Status.
005300
005400     SELECT BKRSUPP ASSIGN TO "BKRSUPP"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS Bkrsupp-File-Status.
005700
005800     SELECT CUSTAUD ASSIGN TO "CUSTAUD"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS Custaud-File-Status.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  BKRTRAN.
006500     COPY BKRTRAN.
006600
006700 FD  BKRCASE.
006800     COPY BKRCASE.
006900
007000 FD  CUSTMSTR.
007100     COPY CUSTMSTR.
007200
007300 FD  BKRSUPP.
007400     COPY BKRSUPP.
007500
007600 FD  CUSTAUD.
007700     COPY CUSTAUD.
007800
007900 WORKING-STORAGE SECTION.
008000 01  Bkrtran-File-Status             PIC XX.
008100     88  Bkrtran-OK                  VALUE "00".
008200     88  Bkrtran-EOF                 VALUE "10".
008300 01  Bkrcase-File-Status             PIC XX.
008400     88  Bkrcase-OK                  VALUE "00".
008500     88  Bkrcase-Not-On-File         VALUE "23".
008600 01  Custmstr-File-Status            PIC XX.
008700     88  Custmstr-OK                 VALUE "00".
008800     88  Custmstr-Not-On-File        VALUE "23".
008900 01  Bkrsupp-File-Status             PIC XX.
009000     88  Bkrsupp-OK                  VALUE "00".
009100     88  Bkrsupp-EOF                 VALUE "10".
009200 01  Custaud-File-Status             PIC XX.
009300     88  Custaud-OK                  VALUE "00".
009400
009500 77  Filing-Action-Code              PIC X(01) VALUE "B".
009600 77  Lift-Action-Code                PIC X(01) VALUE "L".
009700
009800 01  Run-Date                        PIC 9(08).
009900 01  Run-Time                        PIC 9(08).
010000
010100 01  Case-Switch                     PIC X(01).
010200     88  Case-On-File                VALUE "Y".
010300     88  Case-Not-On-File            VALUE "N".
010400 01  Supp-Scan-Switch                PIC X(01).
010500     88  Supp-Scan-Is-Done           VALUE "Y".
010600     88  Supp-Scan-Is-Active         VALUE "N".
010700
010800*    THE CASES LIFTED THIS RUN, HELD FOR THE SUPPRESSION
010900*    REPORT AT THE END.
011000 01  Lifted-Case-Count               PIC 9(03) COMP.
011100 01  Lifted-Case-Table.
011200     05  LC-ENTRY OCCURS 100 TIMES.
011300         10  LC-CUSTOMER-NUMBER      PIC X(10).
011400         10  LC-CASE-NUMBER          PIC X(15).
011500         10  LC-CHAPTER              PIC 9(02).
011600         10  LC-FILING-DATE          PIC 9(08).
011700         10  LC-LIFTED-DATE          PIC 9(08).
011800         10  LC-HOW-LIFTED           PIC X(09).
011900 01  Lifted-Sub                      PIC 9(03) COMP.
012000
012100 01  Case-Item-Count                 PIC 9(7) COMP.
012200 01  Case-Suppressed-Total           PIC S9(7)V99.
012300 01  Report-Amount                   PIC -(7)9.99.
012400
012500 01  Maintenance-Counters.
012600     05  Notices-Read                PIC 9(7) COMP.
012700     05  Filings-Applied             PIC 9(7) COMP.
012800     05  Stays-Lifted                PIC 9(7) COMP.
012900     05  Notices-Rejected            PIC 9(7) COMP.
013000     05  Cases-Not-Reported          PIC 9(7) COMP.
013100
013200 PROCEDURE DIVISION.
013300
013400 0000-MAINLINE.
013500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
013600     PERFORM 2000-APPLY-NOTICE THRU 2000-APPLY-NOTICE-EXIT
013700         UNTIL Bkrtran-EOF
013800     PERFORM 3000-REPORT-LIFTED-CASE
013900         THRU 3000-REPORT-LIFTED-CASE-EXIT
014000         VARYING Lifted-Sub FROM 1 BY 1
014100         UNTIL Lifted-Sub > Lifted-Case-Count
014200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
014300     STOP RUN.
014400
014500 1000-INITIALIZE.
014600     OPEN INPUT BKRTRAN
014700     OPEN I-O BKRCASE
014800     OPEN INPUT CUSTMSTR
014900     OPEN EXTEND CUSTAUD
015000     MOVE ZERO TO Maintenance-Counters
015100     MOVE ZERO TO Lifted-Case-Count
015200     ACCEPT Run-Date FROM DATE YYYYMMDD
015300     ACCEPT Run-Time FROM TIME
015400     READ BKRTRAN
015500         AT END
015600             SET Bkrtran-EOF TO TRUE
015700     END-READ.
015800 1000-INITIALIZE-EXIT.
015900     EXIT.
016000
016100 2000-APPLY-NOTICE.
016200     ADD 1 TO Notices-Read
016300     IF BT-EVENT-DATE NOT NUMERIC
016400         OR BT-EVENT-DATE = ZERO
016500         OR BT-EVENT-DATE > Run-Date
016600         ADD 1 TO Notices-Rejected
016700         DISPLAY BT-CUSTOMER-NUMBER
016800             ": Notice rejected - event date unusable."
016900         GO TO 2000-READ-NEXT
017000     END-IF
017100     IF BT-CASE-NUMBER = SPACES
017200         ADD 1 TO Notices-Rejected
017300         DISPLAY BT-CUSTOMER-NUMBER
017400             ": Notice rejected - no case number."
017500         GO TO 2000-READ-NEXT
017600     END-IF
017700     MOVE BT-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
017800     READ CUSTMSTR
017900         INVALID KEY
018000             ADD 1 TO Notices-Rejected
018100             DISPLAY BT-CUSTOMER-NUMBER
018200                 ": Notice rejected - customer not on file."
018300             GO TO 2000-READ-NEXT
018400     END-READ
018500     SET Case-On-File TO TRUE
018600     MOVE BT-CUSTOMER-NUMBER TO BK-CUSTOMER-NUMBER
018700     READ BKRCASE
018800         INVALID KEY
018900             SET Case-Not-On-File TO TRUE
019000     END-READ
019100     EVALUATE TRUE
019200         WHEN BT-Filing
019300             PERFORM 2100-APPLY-FILING
019400                 THRU 2100-APPLY-FILING-EXIT
019500         WHEN BT-Discharge
019600         WHEN BT-Dismissal
019700             PERFORM 2200-APPLY-LIFT THRU 2200-APPLY-LIFT-EXIT
019800         WHEN OTHER
019900             ADD 1 TO Notices-Rejected
020000             DISPLAY BT-CUSTOMER-NUMBER
020100                 ": Notice rejected - unknown action code "
020200                 BT-ACTION-CODE "."
020300     END-EVALUATE.
020400
020500 2000-READ-NEXT.
020600     READ BKRTRAN
020700         AT END
020800             SET Bkrtran-EOF TO TRUE
020900     END-READ.
021000 2000-APPLY-NOTICE-EXIT.
021100     EXIT.
021200
021300*> A filing opens the stay. A customer already under an active
021400*> stay cannot file again until that case is lifted.
021500 2100-APPLY-FILING.
021600     IF NOT BT-Chapter-Valid
021700         ADD 1 TO Notices-Rejected
021800         DISPLAY BT-CUSTOMER-NUMBER
021900             ": Filing rejected - chapter " BT-CHAPTER
022000             " not recognised."
022100         GO TO 2100-APPLY-FILING-EXIT
022200     END-IF
023100     IF Case-On-File AND BK-Stay-Active
023200         ADD 1 TO Notices-Rejected
023300         DISPLAY BT-CUSTOMER-NUMBER
023400             ": Filing rejected - stay already active under "
023500             BK-CASE-NUMBER "."
023600         GO TO 2100-APPLY-FILING-EXIT
023700     END-IF
023800     MOVE BT-CUSTOMER-NUMBER TO BK-CUSTOMER-NUMBER
023900     MOVE BT-CASE-NUMBER TO BK-CASE-NUMBER
024000     MOVE BT-CHAPTER TO BK-CHAPTER
024100     MOVE BT-EVENT-DATE TO BK-FILING-DATE
024200     SET BK-Stay-Active TO TRUE
024300     MOVE ZERO TO BK-LIFTED-DATE
024400     MOVE BT-OPERATOR-ID TO BK-OPERATOR-ID
024500     IF Case-On-File
024600         REWRITE BK-BANKRUPTCY-CASE-RECORD
024700     ELSE
024800         WRITE BK-BANKRUPTCY-CASE-RECORD
024900     END-IF
025000     MOVE Filing-Action-Code TO CA-ACTION-CODE
025100     PERFORM 2300-WRITE-AUDIT THRU 2300-WRITE-AUDIT-EXIT
025200     ADD 1 TO Filings-Applied
025300     DISPLAY BT-CUSTOMER-NUMBER ": Stay active - case "
025400         BT-CASE-NUMBER " chapter " BT-CHAPTER
025500         " filed " BT-EVENT-DATE ".".
025600 2100-APPLY-FILING-EXIT.
025700     EXIT.
025800
025900*> A discharge or dismissal lifts the stay, but only of the case
026000*> it names.
026100 2200-APPLY-LIFT.
026200     IF Case-Not-On-File
026300         ADD 1 TO Notices-Rejected
026400         DISPLAY BT-CUSTOMER-NUMBER
026500             ": Lift rejected - no case on file."
026600         GO TO 2200-APPLY-LIFT-EXIT
026700     END-IF
026800     IF NOT BK-Stay-Active
026900         ADD 1 TO Notices-Rejected
027000         DISPLAY BT-CUSTOMER-NUMBER
027100             ": Lift rejected - stay not active."
027200         GO TO 2200-APPLY-LIFT-EXIT
027300     END-IF
027400     IF BK-CASE-NUMBER NOT = BT-CASE-NUMBER
027500         ADD 1 TO Notices-Rejected
027600         DISPLAY BT-CUSTOMER-NUMBER
027700             ": Lift rejected - case on file is "
027800             BK-CASE-NUMBER "."
027900         GO TO 2200-APPLY-LIFT-EXIT
028000     END-IF
028100     IF BT-EVENT-DATE < BK-FILING-DATE
028200         ADD 1 TO Notices-Rejected
028300         DISPLAY BT-CUSTOMER-NUMBER
028400             ": Lift rejected - order dated before filing."
028500         GO TO 2200-APPLY-LIFT-EXIT
028600     END-IF
028700     IF BT-Discharge
028800         SET BK-Stay-Discharged TO TRUE
028900     ELSE
029000         SET BK-Stay-Dismissed TO TRUE
029100     END-IF
029200     MOVE BT-EVENT-DATE TO BK-LIFTED-DATE
029300     MOVE BT-OPERATOR-ID TO BK-OPERATOR-ID
029400     REWRITE BK-BANKRUPTCY-CASE-RECORD
029500     MOVE Lift-Action-Code TO CA-ACTION-CODE
029600     PERFORM 2300-WRITE-AUDIT THRU 2300-WRITE-AUDIT-EXIT
029700     ADD 1 TO Stays-Lifted
029800     IF Lifted-Case-Count < 100
029900         ADD 1 TO Lifted-Case-Count
030000         MOVE BK-CUSTOMER-NUMBER
030100             TO LC-CUSTOMER-NUMBER (Lifted-Case-Count)
030200         MOVE BK-CASE-NUMBER
030300             TO LC-CASE-NUMBER (Lifted-Case-Count)
030400         MOVE BK-CHAPTER TO LC-CHAPTER (Lifted-Case-Count)
030500         MOVE BK-FILING-DATE
030600             TO LC-FILING-DATE (Lifted-Case-Count)
030700         MOVE BK-LIFTED-DATE
030800             TO LC-LIFTED-DATE (Lifted-Case-Count)
030900         IF BK-Stay-Discharged
031000             MOVE "DISCHARGE" TO LC-HOW-LIFTED (Lifted-Case-Count)
031100         ELSE
031200             MOVE "DISMISSAL" TO LC-HOW-LIFTED (Lifted-Case-Count)
031300         END-IF
031400     ELSE
031500         ADD 1 TO Cases-Not-Reported
031600     END-IF
031700     DISPLAY BT-CUSTOMER-NUMBER ": Stay lifted - case "
031800         BT-CASE-NUMBER " as of " BT-EVENT-DATE ".".
031900 2200-APPLY-LIFT-EXIT.
032000     EXIT.
032100
032200*> The customer's score does not move; the row records who
032300*> keyed the notice and when.
032400 2300-WRITE-AUDIT.
032500     MOVE BT-CUSTOMER-NUMBER TO CA-CUSTOMER-NUMBER
032600     MOVE CM-CUSTOMER-TRUST-SCORE TO CA-SCORE-BEFORE
032700     MOVE CM-CUSTOMER-TRUST-SCORE TO CA-SCORE-AFTER
032800     MOVE BT-OPERATOR-ID TO CA-REQUESTED-BY
032900     MOVE Run-Date TO CA-RUN-DATE
033000     MOVE Run-Time TO CA-RUN-TIME
033100     WRITE CA-CUSTOMER-AUDIT-RECORD.
033200 2300-WRITE-AUDIT-EXIT.
033300     EXIT.
033400
033500*****************************************************************
033600*    SUPPRESSED-ACTIVITY REPORT FOR ONE LIFTED CASE: A PASS     *
033700*    OVER BKRSUPP FOR THE CUSTOMER AND CASE NUMBER, FROM THE    *
033800*    FILING DATE UP TO THE LIFT. A MISSING BKRSUPP FILE MEANS   *
033900*    NOTHING WAS EVER SUPPRESSED.                               *
034000*****************************************************************
034100 3000-REPORT-LIFTED-CASE.
034200     MOVE ZERO TO Case-Item-Count
034300     MOVE ZERO TO Case-Suppressed-Total
034400     DISPLAY " "
034500     DISPLAY "STAY LIFTED - SUPPRESSED ACTIVITY REPORT"
034600     DISPLAY "Customer " LC-CUSTOMER-NUMBER (Lifted-Sub)
034700         "  case " LC-CASE-NUMBER (Lifted-Sub)
034800         "  chapter " LC-CHAPTER (Lifted-Sub)
034900     DISPLAY "Filed " LC-FILING-DATE (Lifted-Sub)
035000         "  lifted " LC-LIFTED-DATE (Lifted-Sub)
035100         " by " LC-HOW-LIFTED (Lifted-Sub)
035200     DISPLAY "  DATE      ACCOUNT     ACTIVITY  AMOUNT"
035300         "       SUPPRESSED BY"
035400     OPEN INPUT BKRSUPP
035500     IF Bkrsupp-OK
035600         SET Supp-Scan-Is-Active TO TRUE
035700         PERFORM 3100-REPORT-ONE-ITEM
035800             THRU 3100-REPORT-ONE-ITEM-EXIT
035900             UNTIL Supp-Scan-Is-Done
036000         CLOSE BKRSUPP
036100     END-IF
036200     MOVE Case-Suppressed-Total TO Report-Amount
036300     DISPLAY "Items suppressed  - " Case-Item-Count
036400     DISPLAY "Amount suppressed - " Report-Amount.
036500 3000-REPORT-LIFTED-CASE-EXIT.
036600     EXIT.
036700
036800 3100-REPORT-ONE-ITEM.
036900     READ BKRSUPP
037000         AT END
037100             SET Supp-Scan-Is-Done TO TRUE
037200             GO TO 3100-REPORT-ONE-ITEM-EXIT
037300     END-READ
037400     IF BS-CUSTOMER-NUMBER NOT = LC-CUSTOMER-NUMBER (Lifted-Sub)
037500         OR BS-CASE-NUMBER NOT = LC-CASE-NUMBER (Lifted-Sub)
037600         GO TO 3100-REPORT-ONE-ITEM-EXIT
037700     END-IF
037800     IF BS-SUPPRESS-DATE < LC-FILING-DATE (Lifted-Sub)
037900         OR BS-SUPPRESS-DATE > Run-Date
038000         GO TO 3100-REPORT-ONE-ITEM-EXIT
038100     END-IF
038200     ADD 1 TO Case-Item-Count
038300     ADD BS-AMOUNT TO Case-Suppressed-Total
038400     MOVE BS-AMOUNT TO Report-Amount
038500     DISPLAY "  " BS-SUPPRESS-DATE "  " BS-ACCOUNT-NUMBER
038600         "  " BS-ACTIVITY-CODE "    " Report-Amount
038700         "  " BS-SOURCE-PROGRAM.
038800 3100-REPORT-ONE-ITEM-EXIT.
038900     EXIT.
039000
039100 9000-TERMINATE.
039200     CLOSE BKRTRAN
039300     CLOSE BKRCASE
039400     CLOSE CUSTMSTR
039500     CLOSE CUSTAUD
039600     DISPLAY " "
039700     DISPLAY "BANKRUPTCY CASE MAINTENANCE SUMMARY"
039800     DISPLAY "Notices read            - " Notices-Read
039900     DISPLAY "Filings applied         - " Filings-Applied
040000     DISPLAY "Stays lifted            - " Stays-Lifted
040100     DISPLAY "Notices rejected        - " Notices-Rejected
040200     DISPLAY "Lifts not reported      - " Cases-Not-Reported.
040300 9000-TERMINATE-EXIT.
040400     EXIT.
