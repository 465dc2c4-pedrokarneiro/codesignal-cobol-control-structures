000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ComplaintCaseMaintenance.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-13.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    COMPLAINTCASEMAINTENANCE                                   *
001100*                                                               *
001200*    MAINTENANCE BATCH (PLEDGEMAINTENANCE MOLD) FOR THE CMPLCASE*
001300*    CUSTOMER COMPLAINT FILE, DRIVEN BY THE CMPLTRAN REQUEST    *
001400*    FILE. ACTION O OPENS A CASE AGAINST AN ACCOUNT ON THE      *
001500*    MASTER, TAKING THE CUSTOMER FROM CUSTREL WHEN NONE IS      *
001600*    KEYED AND THE BRANCH FROM THE ACCOUNT, AND SETS THE        *
001700*    RESPONSE DEADLINE FROM THE DATE RECEIVED. A DISPCASE CASE  *
001800*    NUMBER, WHEN GIVEN, MUST BE ON FILE FOR THE SAME ACCOUNT.  *
001900*    ACTION U UPDATES AN OPEN CASE. ACTION R RESOLVES IT WITH A *
002000*    RESOLUTION CODE; A REFUND IS CREDITED THROUGH THE MEMO-POST*
002100*    PATH WITH A BALANCED CMPR PAIR ON THE GL FEED. EVERY       *
002200*    REQUESTER MUST BE AN OPERSEC SUPERVISOR OR ABOVE; A        *
002300*    DISCRIMINATION CASE IS RESOLVED BY AN OFFICER ONLY.        *
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
003600     SELECT CMPLTRAN ASSIGN TO "CMPLTRAN"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS Cmpltran-File-Status.
003900
004000     SELECT CMPLCASE ASSIGN TO "CMPLCASE"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS CQ-CASE-NUMBER
004400         FILE STATUS IS Cmplcase-File-Status.
004500
004600     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS MF-ACCOUNT-NUMBER
005000         FILE STATUS IS Acctmstr-File-Status.
005100
005200     SELECT CUSTREL ASSIGN TO "CUSTREL"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS RL-ACCOUNT-NUMBER
005600         FILE STATUS IS Custrel-File-Status.
005700
005800     SELECT CUSTMSTR ASSIGN TO "CUSTMSTR"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS CM-CUSTOMER-NUMBER
006200         FILE STATUS IS Custmstr-File-Status.
006300
006400     SELECT DISPCASE ASSIGN TO "DISPCASE"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS RANDOM
006700         RECORD KEY IS DS-CASE-NUMBER
006800         FILE STATUS IS Dispcase-File-Status.
006900
007000     SELECT MEMOTRN ASSIGN TO "MEMOTRN"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS Memotrn-File-Status.
007300
007400     SELECT GLPOST ASSIGN TO "GLPOST"
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS Glpost-File-Status.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  CMPLTRAN.
008100     COPY CMPLTRAN.
008200
008300 FD  CMPLCASE.
008400     COPY CMPLCASE.
008500
008600 FD  ACCTMSTR.
008700     COPY ACCTMSTR.
008800
008900 FD  CUSTREL.
009000     COPY CUSTREL.
009100
009200 FD  CUSTMSTR.
009300     COPY CUSTMSTR.
009400
009500 FD  DISPCASE.
009600     COPY DISPCASE.
009700
009800 FD  MEMOTRN.
009900     COPY MEMOPOST.
010000
010100 FD  GLPOST.
010200     COPY GLPOST.
010300
010400 WORKING-STORAGE SECTION.
010500 01  Cmpltran-File-Status            PIC XX.
010600     88  Cmpltran-OK                 VALUE "00".
010700     88  Cmpltran-EOF                VALUE "10".
010800 01  Cmplcase-File-Status            PIC XX.
010900     88  Cmplcase-OK                 VALUE "00".
011000     88  Cmplcase-Not-On-File        VALUE "23".
011100 01  Acctmstr-File-Status            PIC XX.
011200     88  Acctmstr-OK                 VALUE "00".
011300     88  Acctmstr-Not-On-File        VALUE "23".
011400 01  Custrel-File-Status             PIC XX.
011500     88  Custrel-OK                  VALUE "00".
011600 01  Custmstr-File-Status            PIC XX.
011700     88  Custmstr-OK                 VALUE "00".
011800 01  Dispcase-File-Status            PIC XX.
011900     88  Dispcase-OK                 VALUE "00".
012000 01  Memotrn-File-Status             PIC XX.
012100     88  Memotrn-OK                  VALUE "00".
012200 01  Glpost-File-Status              PIC XX.
012300     88  Glpost-OK                   VALUE "00".
012400
012500 77  Supervisor-Level                PIC 9(01) VALUE 2.
012600 77  Officer-Level                   PIC 9(01) VALUE 3.
012700 77  Response-Days                   PIC 9(03) VALUE 15.
012800 01  Auth-Result                     PIC X(01).
012900     88  Operator-Authorized         VALUE "Y".
013000     88  Operator-Denied             VALUE "N".
013100 01  Run-Date                        PIC 9(08).
013200 01  Deadline-Integer                PIC 9(07).
013300
013400 01  Maintenance-Counters.
013500     05  Requests-Read               PIC 9(7) COMP.
013600     05  Cases-Opened                PIC 9(7) COMP.
013700     05  Cases-Updated               PIC 9(7) COMP.
013800     05  Cases-Resolved              PIC 9(7) COMP.
013900     05  Refunds-Posted              PIC 9(7) COMP.
014000     05  Requests-Rejected           PIC 9(7) COMP.
014100 01  Refund-Total                    PIC 9(9)V99.
014200 01  Refund-Total-Edit               PIC ZZZ,ZZZ,ZZ9.99.
014300
014400 PROCEDURE DIVISION.
014500
014600 0000-MAINLINE.
014700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
014800     PERFORM 2000-APPLY-REQUEST THRU 2000-APPLY-REQUEST-EXIT
014900         UNTIL Cmpltran-EOF
015000     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
015100     STOP RUN.
015200
015300 1000-INITIALIZE.
015400     OPEN INPUT CMPLTRAN
015500     OPEN I-O CMPLCASE
015600     OPEN I-O ACCTMSTR
015700     OPEN INPUT CUSTREL
015800     OPEN INPUT CUSTMSTR
015900     OPEN INPUT DISPCASE
016000     OPEN EXTEND MEMOTRN
016100     OPEN EXTEND GLPOST
016200     MOVE 0 TO Requests-Read
016300     MOVE 0 TO Cases-Opened
016400     MOVE 0 TO Cases-Updated
016500     MOVE 0 TO Cases-Resolved
016600     MOVE 0 TO Refunds-Posted
016700     MOVE 0 TO Requests-Rejected
016800     MOVE 0 TO Refund-Total
016900     ACCEPT Run-Date FROM DATE YYYYMMDD
017000     READ CMPLTRAN
017100         AT END
017200             SET Cmpltran-EOF TO TRUE
017300     END-READ.
017400 1000-INITIALIZE-EXIT.
017500     EXIT.
017600
017700 2000-APPLY-REQUEST.
017800     ADD 1 TO Requests-Read
017900     CALL "OperatorAuthorize" USING QT-OPERATOR-ID,
018000         Supervisor-Level, Auth-Result
018100     IF Operator-Denied
018200         ADD 1 TO Requests-Rejected
018300         DISPLAY QT-CASE-NUMBER ": Rejected - operator "
018400             QT-OPERATOR-ID " not authorized."
018500         GO TO 2000-READ-NEXT
018600     END-IF
018700     MOVE QT-CASE-NUMBER TO CQ-CASE-NUMBER
018800     READ CMPLCASE
018900         INVALID KEY
019000             SET Cmplcase-Not-On-File TO TRUE
019100     END-READ
019200     IF QT-ACTION-OPEN
019300         PERFORM 2100-OPEN-CASE THRU 2100-OPEN-CASE-EXIT
019400     ELSE
019500         IF QT-ACTION-UPDATE
019600             PERFORM 2200-UPDATE-CASE
019700                 THRU 2200-UPDATE-CASE-EXIT
019800         ELSE
019900             IF QT-ACTION-RESOLVE
020000                 PERFORM 2300-RESOLVE-CASE
020100                     THRU 2300-RESOLVE-CASE-EXIT
020200             ELSE
020300                 ADD 1 TO Requests-Rejected
020400                 DISPLAY QT-CASE-NUMBER
020500                     ": Rejected - unknown action "
020600                     QT-ACTION-CODE
020700             END-IF
020800         END-IF
020900     END-IF.
021000
021100 2000-READ-NEXT.
021200     READ CMPLTRAN
021300         AT END
021400             SET Cmpltran-EOF TO TRUE
021500     END-READ.
021600 2000-APPLY-REQUEST-EXIT.
021700     EXIT.
021800
021900*****************************************************************
022000*    THE OPEN: THE ACCOUNT MUST BE ON THE MASTER AND THE        *
022100*    COMPLAINT MUST NAME A CUSTOMER - KEYED, OR THE ACCOUNT'S   *
022200*    CUSTREL LINK. A LINKED DISPUTE MUST BE THE SAME ACCOUNT'S. *
022300*    THE RESPONSE CLOCK RUNS FROM THE DAY THE BANK RECEIVED THE *
022400*    COMPLAINT, NOT THE DAY IT WAS KEYED.                       *
022500*****************************************************************
022600 2100-OPEN-CASE.
022700     IF Cmplcase-OK
022800         ADD 1 TO Requests-Rejected
022900         DISPLAY QT-CASE-NUMBER
023000             ": Open rejected - case already on file."
023100         GO TO 2100-OPEN-CASE-EXIT
023200     END-IF
023300     IF QT-CASE-NUMBER = SPACES
023400         ADD 1 TO Requests-Rejected
023500         DISPLAY QT-ACCOUNT-NUMBER
023600             ": Open rejected - no case number."
023700         GO TO 2100-OPEN-CASE-EXIT
023800     END-IF
023900     MOVE QT-CHANNEL TO CQ-CHANNEL
024000     IF NOT CQ-Channel-Valid
024100         ADD 1 TO Requests-Rejected
024200         DISPLAY QT-CASE-NUMBER
024300             ": Open rejected - channel must be P, L or B."
024400         GO TO 2100-OPEN-CASE-EXIT
024500     END-IF
024600     MOVE QT-CATEGORY TO CQ-CATEGORY
024700     IF NOT CQ-Category-Valid
024800         ADD 1 TO Requests-Rejected
024900         DISPLAY QT-CASE-NUMBER
025000             ": Open rejected - unknown category "
025100             QT-CATEGORY "."
025200         GO TO 2100-OPEN-CASE-EXIT
025300     END-IF
025400     IF QT-RECEIVED-DATE NOT NUMERIC
025500         MOVE ZERO TO QT-RECEIVED-DATE
025600     END-IF
025700     IF QT-RECEIVED-DATE = ZERO
025800         MOVE Run-Date TO QT-RECEIVED-DATE
025900     END-IF
026000     IF QT-RECEIVED-DATE > Run-Date
026100         ADD 1 TO Requests-Rejected
026200         DISPLAY QT-CASE-NUMBER
026300             ": Open rejected - received date in the future."
026400         GO TO 2100-OPEN-CASE-EXIT
026500     END-IF
026600     MOVE QT-ACCOUNT-NUMBER TO MF-ACCOUNT-NUMBER
026700     READ ACCTMSTR
026800         INVALID KEY
026900             ADD 1 TO Requests-Rejected
027000             DISPLAY QT-CASE-NUMBER
027100                 ": Open rejected - account not on master."
027200             GO TO 2100-OPEN-CASE-EXIT
027300     END-READ
027400     IF QT-CUSTOMER-NUMBER = SPACES
027500         MOVE QT-ACCOUNT-NUMBER TO RL-ACCOUNT-NUMBER
027600         READ CUSTREL
027700             INVALID KEY
027800                 ADD 1 TO Requests-Rejected
027900                 DISPLAY QT-CASE-NUMBER
028000                     ": Open rejected - no customer keyed or"
028100                     " linked."
028200                 GO TO 2100-OPEN-CASE-EXIT
028300         END-READ
028400         MOVE RL-CUSTOMER-NUMBER TO QT-CUSTOMER-NUMBER
028500     END-IF
028600     MOVE QT-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
028700     READ CUSTMSTR
028800         INVALID KEY
028900             ADD 1 TO Requests-Rejected
029000             DISPLAY QT-CASE-NUMBER
029100                 ": Open rejected - customer not on file."
029200             GO TO 2100-OPEN-CASE-EXIT
029300     END-READ
029400     IF QT-DISPUTE-CASE-NUMBER NOT = SPACES
029500         PERFORM 2400-CHECK-DISPUTE THRU 2400-CHECK-DISPUTE-EXIT
029600         IF NOT Dispcase-OK
029700             GO TO 2100-OPEN-CASE-EXIT
029800         END-IF
029900     END-IF
030000     IF QT-ITEM-TRACE-ID NOT NUMERIC
030100         MOVE ZERO TO QT-ITEM-TRACE-ID
030200     END-IF
030300     MOVE QT-CASE-NUMBER TO CQ-CASE-NUMBER
030400     MOVE QT-CUSTOMER-NUMBER TO CQ-CUSTOMER-NUMBER
030500     MOVE QT-ACCOUNT-NUMBER TO CQ-ACCOUNT-NUMBER
030600     MOVE MF-BRANCH-CODE TO CQ-BRANCH-CODE
030700     MOVE QT-ITEM-TRACE-ID TO CQ-ITEM-TRACE-ID
030800     MOVE QT-DISPUTE-CASE-NUMBER TO CQ-DISPUTE-CASE-NUMBER
030900     MOVE QT-RECEIVED-DATE TO CQ-RECEIVED-DATE
031000     MOVE QT-OPERATOR-ID TO CQ-OPENED-BY
031100     COMPUTE Deadline-Integer =
031200         FUNCTION INTEGER-OF-DATE(QT-RECEIVED-DATE)
031300         + Response-Days
031400     MOVE FUNCTION DATE-OF-INTEGER(Deadline-Integer)
031500         TO CQ-DEADLINE-DATE
031600     SET CQ-Case-Open TO TRUE
031700     MOVE Run-Date TO CQ-LAST-UPDATE-DATE
031800     MOVE QT-OPERATOR-ID TO CQ-LAST-UPDATED-BY
031900     MOVE SPACES TO CQ-RESOLUTION-CODE
032000     MOVE ZERO TO CQ-REFUND-AMOUNT
032100     MOVE ZERO TO CQ-RESOLVED-DATE
032200     MOVE SPACES TO CQ-RESOLVED-BY
032300     MOVE QT-SUMMARY TO CQ-SUMMARY
032400     WRITE CQ-COMPLAINT-CASE-RECORD
032500         INVALID KEY
032600             ADD 1 TO Requests-Rejected
032700             DISPLAY QT-CASE-NUMBER
032800                 ": Open rejected - case write failed, status "
032900                 Cmplcase-File-Status
033000             GO TO 2100-OPEN-CASE-EXIT
033100     END-WRITE
033200     ADD 1 TO Cases-Opened
033300     DISPLAY QT-CASE-NUMBER ": Case opened for "
033400         QT-ACCOUNT-NUMBER " category " CQ-CATEGORY
033500         ", respond by " CQ-DEADLINE-DATE ".".
033600 2100-OPEN-CASE-EXIT.
033700     EXIT.
033800
033900*> AN UPDATE CHANGES ONLY WHAT IS KEYED - A BLANK FIELD ON
034000*> THE REQUEST LEAVES THE CASE'S VALUE AS IT WAS. THE
034100*> ACCOUNT, CUSTOMER AND DEADLINE ARE FIXED AT OPEN.
034200 2200-UPDATE-CASE.
034300     IF Cmplcase-Not-On-File
034400         ADD 1 TO Requests-Rejected
034500         DISPLAY QT-CASE-NUMBER
034600             ": Update rejected - no case on file."
034700         GO TO 2200-UPDATE-CASE-EXIT
034800     END-IF
034900     IF NOT CQ-Case-Open
035000         ADD 1 TO Requests-Rejected
035100         DISPLAY QT-CASE-NUMBER
035200             ": Update rejected - case already resolved."
035300         GO TO 2200-UPDATE-CASE-EXIT
035400     END-IF
035500     IF QT-CATEGORY NOT = SPACES
035600         IF QT-CATEGORY NOT = "FE" AND NOT = "OD"
035700             AND NOT = "PO" AND NOT = "SV" AND NOT = "DI"
035800             ADD 1 TO Requests-Rejected
035900             DISPLAY QT-CASE-NUMBER
036000                 ": Update rejected - unknown category "
036100                 QT-CATEGORY "."
036200             GO TO 2200-UPDATE-CASE-EXIT
036300         END-IF
036400     END-IF
036500     IF QT-CHANNEL NOT = SPACE
036600         IF QT-CHANNEL NOT = "P" AND NOT = "L" AND NOT = "B"
036700             ADD 1 TO Requests-Rejected
036800             DISPLAY QT-CASE-NUMBER
036900                 ": Update rejected - channel must be P, L or B."
037000             GO TO 2200-UPDATE-CASE-EXIT
037100         END-IF
037200     END-IF
037300     IF QT-DISPUTE-CASE-NUMBER NOT = SPACES
037400         MOVE CQ-ACCOUNT-NUMBER TO QT-ACCOUNT-NUMBER
037500         PERFORM 2400-CHECK-DISPUTE THRU 2400-CHECK-DISPUTE-EXIT
037600         IF NOT Dispcase-OK
037700             GO TO 2200-UPDATE-CASE-EXIT
037800         END-IF
037900         MOVE QT-DISPUTE-CASE-NUMBER TO CQ-DISPUTE-CASE-NUMBER
038000     END-IF
038100     IF QT-CATEGORY NOT = SPACES
038200         MOVE QT-CATEGORY TO CQ-CATEGORY
038300     END-IF
038400     IF QT-CHANNEL NOT = SPACE
038500         MOVE QT-CHANNEL TO CQ-CHANNEL
038600     END-IF
038700     IF QT-ITEM-TRACE-ID NUMERIC
038800         IF QT-ITEM-TRACE-ID NOT = ZERO
038900             MOVE QT-ITEM-TRACE-ID TO CQ-ITEM-TRACE-ID
039000         END-IF
039100     END-IF
039200     IF QT-SUMMARY NOT = SPACES
039300         MOVE QT-SUMMARY TO CQ-SUMMARY
039400     END-IF
039500     MOVE Run-Date TO CQ-LAST-UPDATE-DATE
039600     MOVE QT-OPERATOR-ID TO CQ-LAST-UPDATED-BY
039700     REWRITE CQ-COMPLAINT-CASE-RECORD
039800     ADD 1 TO Cases-Updated
039900     DISPLAY QT-CASE-NUMBER ": Case updated.".
040000 2200-UPDATE-CASE-EXIT.
040100     EXIT.
040200
040300*****************************************************************
040400*    THE RESOLVE: A RESOLUTION CODE IS REQUIRED, AND A REFUND   *
040500*    CODE (RF) MUST CARRY AN AMOUNT. A DISCRIMINATION           *
040600*    COMPLAINT IS A FAIR-LENDING MATTER AND NEEDS AN OFFICER TO *
040700*    CLOSE IT. THE REFUND IS POSTED BEFORE THE CASE IS MARKED   *
040800*    RESOLVED SO A CASE NEVER SHOWS A REFUND THE CUSTOMER DID   *
040900*    NOT GET.                                                   *
041000*****************************************************************
041100 2300-RESOLVE-CASE.
041200     IF Cmplcase-Not-On-File
041300         ADD 1 TO Requests-Rejected
041400         DISPLAY QT-CASE-NUMBER
041500             ": Resolve rejected - no case on file."
041600         GO TO 2300-RESOLVE-CASE-EXIT
041700     END-IF
041800     IF NOT CQ-Case-Open
041900         ADD 1 TO Requests-Rejected
042000         DISPLAY QT-CASE-NUMBER
042100             ": Resolve rejected - case already resolved."
042200         GO TO 2300-RESOLVE-CASE-EXIT
042300     END-IF
042400     IF QT-RESOLUTION-CODE NOT = "RF" AND NOT = "CO"
042500         AND NOT = "EX" AND NOT = "UN" AND NOT = "WD"
042600         ADD 1 TO Requests-Rejected
042700         DISPLAY QT-CASE-NUMBER
042800             ": Resolve rejected - unknown resolution "
042900             QT-RESOLUTION-CODE "."
043000         GO TO 2300-RESOLVE-CASE-EXIT
043100     END-IF
043200     IF QT-REFUND-AMOUNT NOT NUMERIC
043300         ADD 1 TO Requests-Rejected
043400         DISPLAY QT-CASE-NUMBER
043500             ": Resolve rejected - refund not numeric."
043600         GO TO 2300-RESOLVE-CASE-EXIT
043700     END-IF
043800     IF QT-RESOLUTION-CODE = "RF" AND QT-REFUND-AMOUNT = ZERO
043900         ADD 1 TO Requests-Rejected
044000         DISPLAY QT-CASE-NUMBER
044100             ": Resolve rejected - refund code with no amount."
044200         GO TO 2300-RESOLVE-CASE-EXIT
044300     END-IF
044400     IF CQ-Cat-Discrimination
044500         CALL "OperatorAuthorize" USING QT-OPERATOR-ID,
044600             Officer-Level, Auth-Result
044700         IF Operator-Denied
044800             ADD 1 TO Requests-Rejected
044900             DISPLAY QT-CASE-NUMBER
045000                 ": Resolve rejected - discrimination case"
045100                 " needs an officer."
045200             GO TO 2300-RESOLVE-CASE-EXIT
045300         END-IF
045400     END-IF
045500     IF QT-REFUND-AMOUNT > ZERO
045600         PERFORM 2500-POST-REFUND THRU 2500-POST-REFUND-EXIT
045700         IF NOT Acctmstr-OK
045800             GO TO 2300-RESOLVE-CASE-EXIT
045900         END-IF
046000     END-IF
046100     MOVE QT-RESOLUTION-CODE TO CQ-RESOLUTION-CODE
046200     MOVE QT-REFUND-AMOUNT TO CQ-REFUND-AMOUNT
046300     MOVE Run-Date TO CQ-RESOLVED-DATE
046400     MOVE QT-OPERATOR-ID TO CQ-RESOLVED-BY
046500     MOVE Run-Date TO CQ-LAST-UPDATE-DATE
046600     MOVE QT-OPERATOR-ID TO CQ-LAST-UPDATED-BY
046700     IF QT-SUMMARY NOT = SPACES
046800         MOVE QT-SUMMARY TO CQ-SUMMARY
046900     END-IF
047000     SET CQ-Case-Resolved TO TRUE
047100     REWRITE CQ-COMPLAINT-CASE-RECORD
047200     ADD 1 TO Cases-Resolved
047300     DISPLAY QT-CASE-NUMBER ": Case resolved "
047400         CQ-RESOLUTION-CODE " refund " CQ-REFUND-AMOUNT ".".
047500 2300-RESOLVE-CASE-EXIT.
047600     EXIT.
047700
047800*> A LINKED DISPUTE MUST EXIST AND BE AGAINST THE SAME
047900*> ACCOUNT AS THE COMPLAINT. LEAVES DISPCASE-OK SET ONLY
048000*> WHEN THE LINK IS GOOD.
048100 2400-CHECK-DISPUTE.
048200     MOVE QT-DISPUTE-CASE-NUMBER TO DS-CASE-NUMBER
048300     READ DISPCASE
048400         INVALID KEY
048500             ADD 1 TO Requests-Rejected
048600             DISPLAY QT-CASE-NUMBER
048700                 ": Rejected - dispute case "
048800                 QT-DISPUTE-CASE-NUMBER " not on file."
048900             GO TO 2400-CHECK-DISPUTE-EXIT
049000     END-READ
049100     IF DS-ACCOUNT-NUMBER NOT = QT-ACCOUNT-NUMBER
049200         ADD 1 TO Requests-Rejected
049300         DISPLAY QT-CASE-NUMBER
049400             ": Rejected - dispute case "
049500             QT-DISPUTE-CASE-NUMBER " is another account's."
049600         MOVE "99" TO Dispcase-File-Status
049700     END-IF.
049800 2400-CHECK-DISPUTE-EXIT.
049900     EXIT.
050000
050100*> THE REFUND GOES BACK TO THE COMPLAINT'S ACCOUNT THE WAY A
050200*> DISPUTE CREDIT DOES: BALANCE, MEMO ROW, AND A CMPR PAIR
050300*> DEBITING THE COMPLAINT-REFUND EXPENSE ACCOUNT. A CLOSED
050400*> ACCOUNT IS REFUSED - THAT REFUND GOES OUT BY OFFICIAL
050500*> CHECK. LEAVES ACCTMSTR-OK SET ONLY WHEN POSTED.
050600 2500-POST-REFUND.
050700     MOVE CQ-ACCOUNT-NUMBER TO MF-ACCOUNT-NUMBER
050800     READ ACCTMSTR
050900         INVALID KEY
051000             ADD 1 TO Requests-Rejected
051100             DISPLAY QT-CASE-NUMBER
051200                 ": Resolve rejected - account not on master."
051300             GO TO 2500-POST-REFUND-EXIT
051400     END-READ
051500     IF MF-Account-Is-Closed
051600         ADD 1 TO Requests-Rejected
051700         DISPLAY QT-CASE-NUMBER
051800             ": Resolve rejected - account closed, refund"
051900             " by official check."
052000         MOVE "99" TO Acctmstr-File-Status
052100         GO TO 2500-POST-REFUND-EXIT
052200     END-IF
052300     COMPUTE MF-ACCOUNT-BALANCE =
052400         MF-ACCOUNT-BALANCE + QT-REFUND-AMOUNT
052500     REWRITE MF-ACCTMSTR-RECORD
052600     MOVE CQ-ACCOUNT-NUMBER TO MP-ACCOUNT-NUMBER
052700     MOVE "D" TO MP-TRANS-TYPE
052800     MOVE QT-REFUND-AMOUNT TO MP-TRANS-AMOUNT
052900     MOVE Run-Date TO MP-TRANS-DATE
053000     MOVE QT-OPERATOR-ID TO MP-TELLER-ID
053100     MOVE "Y" TO MP-SUPERVISOR-FLAG
053200     MOVE SPACE TO MP-SETTLED-FLAG
053300     WRITE MP-MEMO-POST-RECORD
053400     MOVE CQ-ACCOUNT-NUMBER TO GL-ACCOUNT-NUMBER
053500     MOVE Run-Date TO GL-POSTING-DATE
053600     MOVE "CMPR" TO GL-TRANSACTION-CODE
053700     SET GL-Is-Credit TO TRUE
053800     MOVE QT-REFUND-AMOUNT TO GL-ENTRY-AMOUNT
053900     MOVE "ComplaintCaseMainten" TO GL-SOURCE-PROGRAM
054000     MOVE CQ-ITEM-TRACE-ID TO GL-TRACE-ID
054100     WRITE GL-POST-RECORD
054200     MOVE "GLCMPLRF  " TO GL-ACCOUNT-NUMBER
054300     MOVE Run-Date TO GL-POSTING-DATE
054400     MOVE "CMPR" TO GL-TRANSACTION-CODE
054500     SET GL-Is-Debit TO TRUE
054600     MOVE QT-REFUND-AMOUNT TO GL-ENTRY-AMOUNT
054700     MOVE "ComplaintCaseMainten" TO GL-SOURCE-PROGRAM
054800     MOVE CQ-ITEM-TRACE-ID TO GL-TRACE-ID
054900     WRITE GL-POST-RECORD
055000     ADD 1 TO Refunds-Posted
055100     ADD QT-REFUND-AMOUNT TO Refund-Total.
055200 2500-POST-REFUND-EXIT.
055300     EXIT.
055400
055500 9000-TERMINATE.
055600     CLOSE CMPLTRAN
055700     CLOSE CMPLCASE
055800     CLOSE ACCTMSTR
055900     CLOSE CUSTREL
056000     CLOSE CUSTMSTR
056100     CLOSE DISPCASE
056200     CLOSE MEMOTRN
056300     CLOSE GLPOST
056400     MOVE Refund-Total TO Refund-Total-Edit
056500     DISPLAY "COMPLAINT CASE MAINTENANCE SUMMARY"
056600     DISPLAY "Requests read    - " Requests-Read
056700     DISPLAY "Cases opened     - " Cases-Opened
056800     DISPLAY "Cases updated    - " Cases-Updated
056900     DISPLAY "Cases resolved   - " Cases-Resolved
057000     DISPLAY "Refunds posted   - " Refunds-Posted
057100     DISPLAY "Refund dollars   - " Refund-Total-Edit
057200     DISPLAY "Rejected         - " Requests-Rejected.
057300 9000-TERMINATE-EXIT.
057400     EXIT.
