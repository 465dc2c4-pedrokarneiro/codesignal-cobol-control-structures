000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LegalRequestMaintenance.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-13.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    LEGALREQUESTMAINTENANCE                                    *
001100*                                                               *
001200*    MAINTENANCE BATCH (PLEDGEMAINTENANCE MOLD) FOR THE LGLREQ  *
001300*    LEGAL PROCESS REQUEST FILE - THE LEGAL DESK'S BINDER       *
001400*    RETIRES. DRIVEN BY THE LGLTRAN REQUEST FILE: ACTION O LOGS *
001500*    A SERVED SUBPOENA, ORDER, WARRANT OR AGENCY REQUEST WITH   *
001600*    ITS PERIOD, DEADLINE AND CONFIDENTIALITY; ACTION S NAMES AN*
001700*    ACCOUNT OR CUSTOMER ON IT; ACTION R RECORDS THE RESPONSE   *
001800*    ONCE LEGALRESEARCHPACKAGE HAS PRODUCED THE PACKAGE. A NAMED*
001900*    ACCOUNT MUST BE ON THE MASTER AND A NAMED CUSTOMER ON      *
002000*    CUSTMSTR. EVERY REQUESTER MUST BE AN OPERSEC SUPERVISOR OR *
002100*    ABOVE.                                                     *
002200*                                                               *
002300*    MODIFICATION HISTORY                                      *
002400*    ------------------------------------------------------    *
002500*    DATE       INIT  DESCRIPTION                              *
002600*    ---------  ----  -----------------------------------      *
002700*    2026-10-13  RLB  ORIGINAL.                                *
002800*                                                               *
002900*****************************************************************
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT LGLTRAN ASSIGN TO "LGLTRAN"
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS Lgltran-File-Status.
003700
003800     SELECT LGLREQ ASSIGN TO "LGLREQ"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS LG-REQUEST-NUMBER
004200         FILE STATUS IS Lglreq-File-Status.
004300
004400     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS MF-ACCOUNT-NUMBER
004800         FILE STATUS IS Acctmstr-File-Status.
004900
005000     SELECT CUSTMSTR ASSIGN TO "CUSTMSTR"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS CM-CUSTOMER-NUMBER
005400         FILE STATUS IS Custmstr-File-Status.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  LGLTRAN.
005900     COPY LGLTRAN.
006000
006100 FD  LGLREQ.
006200     COPY LGLREQ.
006300
006400 FD  ACCTMSTR.
006500     COPY ACCTMSTR.
006600
006700 FD  CUSTMSTR.
006800     COPY CUSTMSTR.
006900
007000 WORKING-STORAGE SECTION.
007100 01  Lgltran-File-Status             PIC XX.
007200     88  Lgltran-OK                  VALUE "00".
007300     88  Lgltran-EOF                 VALUE "10".
007400 01  Lglreq-File-Status              PIC XX.
007500     88  Lglreq-OK                   VALUE "00".
007600     88  Lglreq-Not-On-File          VALUE "23".
007700 01  Acctmstr-File-Status            PIC XX.
007800     88  Acctmstr-OK                 VALUE "00".
007900 01  Custmstr-File-Status            PIC XX.
008000     88  Custmstr-OK                 VALUE "00".
008100
008200 77  Supervisor-Level                PIC 9(01) VALUE 2.
008300 77  Default-Response-Days           PIC 9(03) VALUE 30.
008400 01  Auth-Result                     PIC X(01).
008500     88  Operator-Authorized         VALUE "Y".
008600     88  Operator-Denied             VALUE "N".
008700 01  Run-Date                        PIC 9(08).
008800 01  Deadline-Integer                PIC 9(07).
008900 01  Subject-Sub                     PIC 9(02) COMP.
009000 01  Subject-Result                  PIC X(01).
009100     88  Subject-Accepted            VALUE "Y".
009200     88  Subject-Refused             VALUE "N".
009300 01  Duplicate-Switch                PIC X(01).
009400     88  Subject-Is-Duplicate        VALUE "Y".
009500     88  Subject-Not-Duplicate       VALUE "N".
009600
009700 01  Maintenance-Counters.
009800     05  Requests-Read               PIC 9(7) COMP.
009900     05  Requests-Logged             PIC 9(7) COMP.
010000     05  Subjects-Named              PIC 9(7) COMP.
010100     05  Requests-Responded          PIC 9(7) COMP.
010200     05  Requests-Rejected           PIC 9(7) COMP.
010300
010400 PROCEDURE DIVISION.
010500
010600 0000-MAINLINE.
010700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
010800     PERFORM 2000-APPLY-REQUEST THRU 2000-APPLY-REQUEST-EXIT
010900         UNTIL Lgltran-EOF
011000     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
011100     STOP RUN.
011200
011300 1000-INITIALIZE.
011400     OPEN INPUT LGLTRAN
011500     OPEN I-O LGLREQ
011600     OPEN INPUT ACCTMSTR
011700     OPEN INPUT CUSTMSTR
011800     MOVE 0 TO Requests-Read
011900     MOVE 0 TO Requests-Logged
012000     MOVE 0 TO Subjects-Named
012100     MOVE 0 TO Requests-Responded
012200     MOVE 0 TO Requests-Rejected
012300     ACCEPT Run-Date FROM DATE YYYYMMDD
012400     READ LGLTRAN
012500         AT END
012600             SET Lgltran-EOF TO TRUE
012700     END-READ.
012800 1000-INITIALIZE-EXIT.
012900     EXIT.
013000
013100 2000-APPLY-REQUEST.
013200     ADD 1 TO Requests-Read
013300     CALL "OperatorAuthorize" USING LT-OPERATOR-ID,
013400         Supervisor-Level, Auth-Result
013500     IF Operator-Denied
013600         ADD 1 TO Requests-Rejected
013700         DISPLAY LT-REQUEST-NUMBER ": Rejected - operator "
013800             LT-OPERATOR-ID " not authorized."
013900         GO TO 2000-READ-NEXT
014000     END-IF
014100     MOVE LT-REQUEST-NUMBER TO LG-REQUEST-NUMBER
014200     READ LGLREQ
014300         INVALID KEY
014400             SET Lglreq-Not-On-File TO TRUE
014500     END-READ
014600     IF LT-ACTION-OPEN
014700         PERFORM 2100-LOG-REQUEST THRU 2100-LOG-REQUEST-EXIT
014800     ELSE
014900         IF LT-ACTION-SUBJECT
015000             PERFORM 2200-NAME-SUBJECT
015100                 THRU 2200-NAME-SUBJECT-EXIT
015200         ELSE
015300             IF LT-ACTION-RESPOND
015400                 PERFORM 2300-RECORD-RESPONSE
015500                     THRU 2300-RECORD-RESPONSE-EXIT
015600             ELSE
015700                 ADD 1 TO Requests-Rejected
015800                 DISPLAY LT-REQUEST-NUMBER
015900                     ": Rejected - unknown action "
016000                     LT-ACTION-CODE
016100             END-IF
016200         END-IF
016300     END-IF.
016400
016500 2000-READ-NEXT.
016600     READ LGLTRAN
016700         AT END
016800             SET Lgltran-EOF TO TRUE
016900     END-READ.
017000 2000-APPLY-REQUEST-EXIT.
017100     EXIT.
017200
017300*****************************************************************
017400*    THE LOG: THE PERIOD MUST READ FORWARD AND NOT START IN THE *
017500*    FUTURE. NO TO-DATE MEANS "TO THE PRESENT"; NO DEADLINE     *
017600*    TAKES THE DEFAULT FROM THE DAY SERVED, AND THE DESK        *
017700*    CORRECTS IT FROM THE PAPER IF THE COURT SET ANOTHER. AN    *
017800*    UNMARKED REQUEST IS NOT CONFIDENTIAL.                      *
017900*****************************************************************
018000 2100-LOG-REQUEST.
018100     IF Lglreq-OK
018200         ADD 1 TO Requests-Rejected
018300         DISPLAY LT-REQUEST-NUMBER
018400             ": Log rejected - request already on file."
018500         GO TO 2100-LOG-REQUEST-EXIT
018600     END-IF
018700     IF LT-REQUEST-NUMBER = SPACES
018800         ADD 1 TO Requests-Rejected
018900         DISPLAY LT-AGENCY-NAME
019000             ": Log rejected - no request number."
019100         GO TO 2100-LOG-REQUEST-EXIT
019200     END-IF
019300     MOVE LT-REQUEST-TYPE TO LG-REQUEST-TYPE
019400     IF NOT LG-Type-Valid
019500         ADD 1 TO Requests-Rejected
019600         DISPLAY LT-REQUEST-NUMBER
019700             ": Log rejected - unknown request type "
019800             LT-REQUEST-TYPE "."
019900         GO TO 2100-LOG-REQUEST-EXIT
020000     END-IF
020100     IF LT-AGENCY-NAME = SPACES
020200         ADD 1 TO Requests-Rejected
020300         DISPLAY LT-REQUEST-NUMBER
020400             ": Log rejected - no requesting agency."
020500         GO TO 2100-LOG-REQUEST-EXIT
020600     END-IF
020700     IF LT-RECEIVED-DATE NOT NUMERIC
020800         OR LT-PERIOD-FROM-DATE NOT NUMERIC
020900         OR LT-PERIOD-TO-DATE NOT NUMERIC
021000         OR LT-RESPONSE-DEADLINE NOT NUMERIC
021100         ADD 1 TO Requests-Rejected
021200         DISPLAY LT-REQUEST-NUMBER
021300             ": Log rejected - a date is not numeric."
021400         GO TO 2100-LOG-REQUEST-EXIT
021500     END-IF
021600     IF LT-RECEIVED-DATE = ZERO
021700         MOVE Run-Date TO LT-RECEIVED-DATE
021800     END-IF
021900     IF LT-PERIOD-TO-DATE = ZERO
022000         MOVE Run-Date TO LT-PERIOD-TO-DATE
022100     END-IF
022200     IF LT-PERIOD-FROM-DATE = ZERO
022300         OR LT-PERIOD-FROM-DATE > LT-PERIOD-TO-DATE
022400         OR LT-PERIOD-FROM-DATE > Run-Date
022500         ADD 1 TO Requests-Rejected
022600         DISPLAY LT-REQUEST-NUMBER
022700             ": Log rejected - period from "
022800             LT-PERIOD-FROM-DATE " thru "
022900             LT-PERIOD-TO-DATE " is not valid."
023000         GO TO 2100-LOG-REQUEST-EXIT
023100     END-IF
023200     IF LT-RESPONSE-DEADLINE = ZERO
023300         COMPUTE Deadline-Integer =
023400             FUNCTION INTEGER-OF-DATE(LT-RECEIVED-DATE)
023500             + Default-Response-Days
023600         MOVE FUNCTION DATE-OF-INTEGER(Deadline-Integer)
023700             TO LT-RESPONSE-DEADLINE
023800     END-IF
023900     IF LT-CONFIDENTIAL-FLAG = SPACE
024000         MOVE "N" TO LT-CONFIDENTIAL-FLAG
024100     END-IF
024200     MOVE LT-CONFIDENTIAL-FLAG TO LG-CONFIDENTIAL-FLAG
024300     IF NOT LG-Confidential AND NOT LG-Not-Confidential
024400         ADD 1 TO Requests-Rejected
024500         DISPLAY LT-REQUEST-NUMBER
024600             ": Log rejected - confidential flag must be Y or N."
024700         GO TO 2100-LOG-REQUEST-EXIT
024800     END-IF
024900     MOVE LT-REQUEST-NUMBER TO LG-REQUEST-NUMBER
025000     MOVE LT-AGENCY-NAME TO LG-AGENCY-NAME
025100     MOVE LT-AGENCY-REFERENCE TO LG-AGENCY-REFERENCE
025200     MOVE LT-RECEIVED-DATE TO LG-RECEIVED-DATE
025300     MOVE LT-PERIOD-FROM-DATE TO LG-PERIOD-FROM-DATE
025400     MOVE LT-PERIOD-TO-DATE TO LG-PERIOD-TO-DATE
025500     MOVE LT-RESPONSE-DEADLINE TO LG-RESPONSE-DEADLINE
025600     SET LG-Request-Logged TO TRUE
025700     MOVE LT-OPERATOR-ID TO LG-LOGGED-BY
025800     MOVE 0 TO LG-SUBJECT-COUNT
025900     PERFORM 2110-CLEAR-SUBJECT THRU 2110-CLEAR-SUBJECT-EXIT
026000         VARYING Subject-Sub FROM 1 BY 1
026100         UNTIL Subject-Sub > 10
026200     MOVE ZERO TO LG-PACKAGE-DATE
026300     MOVE ZERO TO LG-ACCOUNTS-RESEARCHED
026400     MOVE ZERO TO LG-STATEMENTS-PRODUCED
026500     MOVE ZERO TO LG-ITEMS-PRODUCED
026600     MOVE ZERO TO LG-RESEARCH-FEE
026700     MOVE ZERO TO LG-RESPONDED-DATE
026800     MOVE SPACES TO LG-RESPONDED-BY
026900     IF LT-SUBJECT-ID NOT = SPACES
027000         PERFORM 2400-ADD-SUBJECT THRU 2400-ADD-SUBJECT-EXIT
027100         IF Subject-Refused
027200             GO TO 2100-LOG-REQUEST-EXIT
027300         END-IF
027400     END-IF
027500     WRITE LG-LEGAL-REQUEST-RECORD
027600         INVALID KEY
027700             ADD 1 TO Requests-Rejected
027800             DISPLAY LT-REQUEST-NUMBER
027900                 ": Log rejected - request write failed, status "
028000                 Lglreq-File-Status
028100             GO TO 2100-LOG-REQUEST-EXIT
028200     END-WRITE
028300     ADD 1 TO Requests-Logged
028400     DISPLAY LT-REQUEST-NUMBER ": Request logged for "
028500         LG-AGENCY-NAME
028600     DISPLAY "          period " LG-PERIOD-FROM-DATE
028700         " thru " LG-PERIOD-TO-DATE ", respond by "
028800         LG-RESPONSE-DEADLINE ".".
028900 2100-LOG-REQUEST-EXIT.
029000     EXIT.
029100
029200 2110-CLEAR-SUBJECT.
029300     MOVE SPACE TO LG-SUBJECT-KIND (Subject-Sub)
029400     MOVE SPACES TO LG-SUBJECT-ID (Subject-Sub).
029500 2110-CLEAR-SUBJECT-EXIT.
029600     EXIT.
029700
029800*> ONCE THE PACKAGE IS PRODUCED THE SUBJECT LIST IS FROZEN -
029900*> A LATE ADDITION IS A NEW REQUEST NUMBER.
030000 2200-NAME-SUBJECT.
030100     IF Lglreq-Not-On-File
030200         ADD 1 TO Requests-Rejected
030300         DISPLAY LT-REQUEST-NUMBER
030400             ": Subject rejected - no request on file."
030500         GO TO 2200-NAME-SUBJECT-EXIT
030600     END-IF
030700     IF NOT LG-Request-Logged
030800         ADD 1 TO Requests-Rejected
030900         DISPLAY LT-REQUEST-NUMBER
031000             ": Subject rejected - package already produced."
031100         GO TO 2200-NAME-SUBJECT-EXIT
031200     END-IF
031300     PERFORM 2400-ADD-SUBJECT THRU 2400-ADD-SUBJECT-EXIT
031400     IF Subject-Refused
031500         GO TO 2200-NAME-SUBJECT-EXIT
031600     END-IF
031700     REWRITE LG-LEGAL-REQUEST-RECORD.
031800 2200-NAME-SUBJECT-EXIT.
031900     EXIT.
032000
032100 2300-RECORD-RESPONSE.
032200     IF Lglreq-Not-On-File
032300         ADD 1 TO Requests-Rejected
032400         DISPLAY LT-REQUEST-NUMBER
032500             ": Response rejected - no request on file."
032600         GO TO 2300-RECORD-RESPONSE-EXIT
032700     END-IF
032800     IF NOT LG-Package-Produced
032900         ADD 1 TO Requests-Rejected
033000         DISPLAY LT-REQUEST-NUMBER
033100             ": Response rejected - no package produced yet."
033200         GO TO 2300-RECORD-RESPONSE-EXIT
033300     END-IF
033400     SET LG-Request-Responded TO TRUE
033500     MOVE Run-Date TO LG-RESPONDED-DATE
033600     MOVE LT-OPERATOR-ID TO LG-RESPONDED-BY
033700     REWRITE LG-LEGAL-REQUEST-RECORD
033800     ADD 1 TO Requests-Responded
033900     DISPLAY LT-REQUEST-NUMBER ": Response recorded.".
034000 2300-RECORD-RESPONSE-EXIT.
034100     EXIT.
034200
034300*> VALIDATES THE SUBJECT ON THE TRANSACTION AND ADDS IT TO
034400*> THE REQUEST IN STORAGE; THE CALLER WRITES OR REWRITES.
034500 2400-ADD-SUBJECT.
034600     SET Subject-Refused TO TRUE
034700     IF LT-SUBJECT-KIND = "A"
034800         MOVE LT-SUBJECT-ID TO MF-ACCOUNT-NUMBER
034900         READ ACCTMSTR
035000             INVALID KEY
035100                 ADD 1 TO Requests-Rejected
035200                 DISPLAY LT-REQUEST-NUMBER ": Subject "
035300                     LT-SUBJECT-ID " rejected - account not"
035400                     " on master."
035500                 GO TO 2400-ADD-SUBJECT-EXIT
035600         END-READ
035700     ELSE
035800         IF LT-SUBJECT-KIND = "C"
035900             MOVE LT-SUBJECT-ID TO CM-CUSTOMER-NUMBER
036000             READ CUSTMSTR
036100                 INVALID KEY
036200                     ADD 1 TO Requests-Rejected
036300                     DISPLAY LT-REQUEST-NUMBER ": Subject "
036400                         LT-SUBJECT-ID " rejected - customer"
036500                         " not on file."
036600                     GO TO 2400-ADD-SUBJECT-EXIT
036700             END-READ
036800         ELSE
036900             ADD 1 TO Requests-Rejected
037000             DISPLAY LT-REQUEST-NUMBER
037100                 ": Subject rejected - kind must be A or C."
037200             GO TO 2400-ADD-SUBJECT-EXIT
037300         END-IF
037400     END-IF
037500     SET Subject-Not-Duplicate TO TRUE
037600     PERFORM 2410-CHECK-DUPLICATE THRU 2410-CHECK-DUPLICATE-EXIT
037700         VARYING Subject-Sub FROM 1 BY 1
037800         UNTIL Subject-Sub > LG-SUBJECT-COUNT
037900            OR Subject-Is-Duplicate
038000     IF Subject-Is-Duplicate
038100         ADD 1 TO Requests-Rejected
038200         DISPLAY LT-REQUEST-NUMBER ": Subject "
038300             LT-SUBJECT-ID " rejected - already named."
038400         GO TO 2400-ADD-SUBJECT-EXIT
038500     END-IF
038600     IF LG-SUBJECT-COUNT >= 10
038700         ADD 1 TO Requests-Rejected
038800         DISPLAY LT-REQUEST-NUMBER ": Subject "
038900             LT-SUBJECT-ID " rejected - ten subjects already"
039000             " named."
039100         GO TO 2400-ADD-SUBJECT-EXIT
039200     END-IF
039300     ADD 1 TO LG-SUBJECT-COUNT
039400     MOVE LT-SUBJECT-KIND TO LG-SUBJECT-KIND (LG-SUBJECT-COUNT)
039500     MOVE LT-SUBJECT-ID TO LG-SUBJECT-ID (LG-SUBJECT-COUNT)
039600     ADD 1 TO Subjects-Named
039700     SET Subject-Accepted TO TRUE
039800     DISPLAY LT-REQUEST-NUMBER ": Subject " LT-SUBJECT-KIND
039900         " " LT-SUBJECT-ID " named.".
040000 2400-ADD-SUBJECT-EXIT.
040100     EXIT.
040200
040300 2410-CHECK-DUPLICATE.
040400     IF LG-SUBJECT-KIND (Subject-Sub) = LT-SUBJECT-KIND
040500         AND LG-SUBJECT-ID (Subject-Sub) = LT-SUBJECT-ID
040600         SET Subject-Is-Duplicate TO TRUE
040700     END-IF.
040800 2410-CHECK-DUPLICATE-EXIT.
040900     EXIT.
041000
041100 9000-TERMINATE.
041200     CLOSE LGLTRAN
041300     CLOSE LGLREQ
041400     CLOSE ACCTMSTR
041500     CLOSE CUSTMSTR
041600     DISPLAY "LEGAL REQUEST MAINTENANCE SUMMARY"
041700     DISPLAY "Requests read    - " Requests-Read
041800     DISPLAY "Requests logged  - " Requests-Logged
041900     DISPLAY "Subjects named   - " Subjects-Named
042000     DISPLAY "Responses        - " Requests-Responded
042100     DISPLAY "Rejected         - " Requests-Rejected.
042200 9000-TERMINATE-EXIT.
042300     EXIT.
