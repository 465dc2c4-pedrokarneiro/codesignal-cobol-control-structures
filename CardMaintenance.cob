000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CardMaintenance.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-07.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    CARDMAINTENANCE                                            *
001100*                                                               *
001200*    TELLER SESSION FOR THE DEBIT CARD MASTER (CARDMSTR). THE   *
001300*    OPERATOR KEYS THE CARD TOKEN AND AN ACTION:                *
001400*      N - ISSUE A NEW CARD ON AN ACCOUNT TO A CARDHOLDER       *
001500*      V - ACTIVATE A CARD THE CUSTOMER HAS RECEIVED            *
001600*      L - REPORT THE CARD LOST (HOT-LISTED)                    *
001700*      S - REPORT THE CARD STOLEN (HOT-LISTED)                  *
001800*      R - REISSUE THE PLASTIC UNDER THE SAME TOKEN             *
001900*      P - REPLACE THE CARD WITH A NEW TOKEN                    *
002000*      C - CLOSE THE CARD                                       *
002100*    A LOST OR STOLEN REPORT TAKES AT ONCE ON THE TELLER'S OWN  *
002200*    ID; AN ISSUE, REISSUE OR REPLACEMENT SENDS A PLASTIC AND   *
002300*    NEEDS A SUPERVISOR'S ID PROVED THROUGH OPERATORAUTHORIZE.  *
002400*    A HOT-LISTED CARD IS NEVER REISSUED - ITS NUMBER IS GONE - *
002500*    ONLY REPLACED. THE REPLACEMENT TOKEN IS THE ONE ON THE     *
002600*    INSTANT-ISSUE PLASTIC OR GIVEN BY THE CARD PROCESSOR, AND  *
002700*    THE TWO ROWS ARE LINKED BOTH WAYS. PLASTICS GO TO THE      *
002800*    VENDOR ON THE NIGHT'S CARDREISSUEEXTRACT. ENTER "DONE" AT  *
002900*    THE TOKEN PROMPT TO END THE SESSION.                       *
003000*                                                               *
003100*    MODIFICATION HISTORY                                      *
003200*    ------------------------------------------------------    *
003300*    DATE       INIT  DESCRIPTION                              *
003400*    ---------  ----  -----------------------------------      *
003500*    2026-10-07  RLB  ORIGINAL.                                *
003600*                                                               *
003700*****************************************************************
003800
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT CARDMSTR ASSIGN TO "CARDMSTR"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS CC-CARD-TOKEN
004600         FILE STATUS IS Cardmstr-File-Status.
004700
004800     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS MF-ACCOUNT-NUMBER
005200         FILE STATUS IS Acctmstr-File-Status.
005300
005400     SELECT CUSTADDR ASSIGN TO "CUSTADDR"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS NA-CUSTOMER-NUMBER
005800         FILE STATUS IS Custaddr-File-Status.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  CARDMSTR.
006300     COPY CARDMSTR.
006400
006500 FD  ACCTMSTR.
006600     COPY ACCTMSTR.
006700
006800 FD  CUSTADDR.
006900     COPY CUSTADDR.
007000
007100 WORKING-STORAGE SECTION.
007200 01  Cardmstr-File-Status            PIC XX.
007300     88  Cardmstr-OK                 VALUE "00".
007400     88  Cardmstr-Not-On-File        VALUE "23".
007500 01  Acctmstr-File-Status            PIC XX.
007600     88  Acctmstr-OK                 VALUE "00".
007700     88  Acctmstr-Not-On-File        VALUE "23".
007800 01  Custaddr-File-Status            PIC XX.
007900     88  Custaddr-OK                 VALUE "00".
008000     88  Custaddr-Not-On-File        VALUE "23".
008100
008200 77  Teller-Level                    PIC 9(01) VALUE 1.
008300 77  Supervisor-Level                PIC 9(01) VALUE 2.
008400 77  Check-Digit-Action              PIC X(01) VALUE "V".
008500*    A PLASTIC IS GOOD FOR THREE YEARS FROM THE MONTH IT IS CUT.
008600 77  Card-Life-Months                PIC 9(03) VALUE 36.
008700 01  Check-Digit-Result              PIC X(01).
008800     88  Check-Digit-Good            VALUE "Y".
008900     88  Check-Digit-Bad             VALUE "N".
009000 01  Auth-Result                     PIC X(01).
009100     88  Operator-Authorized         VALUE "Y".
009200     88  Operator-Denied             VALUE "N".
009300 01  Teller-Id                       PIC X(08).
009400 01  Supervisor-Id                   PIC X(08).
009500 01  Entry-Token                     PIC X(16).
009600 01  Entry-New-Token                 PIC X(16).
009700 01  Entry-Account-Number            PIC X(10).
009800 01  Entry-Customer-Number           PIC X(10).
009900 01  Entry-Action                    PIC X(01).
010000 01  Run-Date                        PIC 9(08).
010100 01  New-Expiry-Month                PIC 9(06).
010200 01  New-Expiry-Parts REDEFINES New-Expiry-Month.
010300     05  New-Expiry-Year             PIC 9(04).
010400     05  New-Expiry-MM               PIC 9(02).
010500 01  Month-Count                     PIC 9(07).
010600 01  Month-Remainder                 PIC 9(02).
010700 01  Old-Card-Record                 PIC X(135).
010800 01  Session-Ended-Switch            PIC X(01).
010900     88  Session-Has-Ended           VALUE "Y".
011000     88  Session-Is-Active           VALUE "N".
011100 01  Card-Counters.
011200     05  Cards-Issued                PIC 9(5) COMP.
011300     05  Cards-Activated             PIC 9(5) COMP.
011400     05  Cards-Hot-Listed            PIC 9(5) COMP.
011500     05  Cards-Reissued              PIC 9(5) COMP.
011600     05  Cards-Replaced              PIC 9(5) COMP.
011700     05  Cards-Closed                PIC 9(5) COMP.
011800     05  Requests-Refused            PIC 9(5) COMP.
011900
012000 PROCEDURE DIVISION.
012100
012200 0000-MAINLINE.
012300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
012400     PERFORM 2000-WORK-CARD THRU 2000-WORK-CARD-EXIT
012500         UNTIL Session-Has-Ended
012600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
012700     STOP RUN.
012800
012900 1000-INITIALIZE.
013000     OPEN I-O CARDMSTR
013100     OPEN INPUT ACCTMSTR
013200     OPEN INPUT CUSTADDR
013300     MOVE ZERO TO Cards-Issued
013400                  Cards-Activated
013500                  Cards-Hot-Listed
013600                  Cards-Reissued
013700                  Cards-Replaced
013800                  Cards-Closed
013900                  Requests-Refused
014000     ACCEPT Run-Date FROM DATE YYYYMMDD
014100     DISPLAY "Teller ID: " WITH NO ADVANCING
014200     ACCEPT Teller-Id FROM CONSOLE
014300     CALL "OperatorAuthorize" USING Teller-Id,
014400         Teller-Level, Auth-Result
014500     IF Operator-Denied
014600         DISPLAY Teller-Id ": Not an active operator."
014700         SET Session-Has-Ended TO TRUE
014800         GO TO 1000-INITIALIZE-EXIT
014900     END-IF
015000     SET Session-Is-Active TO TRUE.
015100 1000-INITIALIZE-EXIT.
015200     EXIT.
015300
015400 2000-WORK-CARD.
015500     DISPLAY "Card token (DONE to quit): " WITH NO ADVANCING
015600     ACCEPT Entry-Token FROM CONSOLE
015700     IF Entry-Token = "DONE"
015800         SET Session-Has-Ended TO TRUE
015900         GO TO 2000-WORK-CARD-EXIT
016000     END-IF
016100     IF Entry-Token = SPACES
016200         ADD 1 TO Requests-Refused
016300         DISPLAY "A card token is required."
016400         GO TO 2000-WORK-CARD-EXIT
016500     END-IF
016600     DISPLAY "Action (N/V/L/S/R/P/C): " WITH NO ADVANCING
016700     ACCEPT Entry-Action FROM CONSOLE
016800     IF Entry-Action NOT = "N" AND Entry-Action NOT = "V"
016900         AND Entry-Action NOT = "L" AND Entry-Action NOT = "S"
017000         AND Entry-Action NOT = "R" AND Entry-Action NOT = "P"
017100         AND Entry-Action NOT = "C"
017200         ADD 1 TO Requests-Refused
017300         DISPLAY "Action must be N, V, L, S, R, P or C."
017400         GO TO 2000-WORK-CARD-EXIT
017500     END-IF
017600     MOVE Entry-Token TO CC-CARD-TOKEN
017700     READ CARDMSTR
017800         INVALID KEY
017900             CONTINUE
018000     END-READ
018100     IF Entry-Action = "N"
018200         IF Cardmstr-OK
018300             ADD 1 TO Requests-Refused
018400             DISPLAY Entry-Token ": Already on the card master."
018500             GO TO 2000-WORK-CARD-EXIT
018600         END-IF
018700     ELSE
018800         IF NOT Cardmstr-OK
018900             ADD 1 TO Requests-Refused
019000             DISPLAY Entry-Token ": Not on the card master."
019100             GO TO 2000-WORK-CARD-EXIT
019200         END-IF
019300         DISPLAY "  ACCOUNT " CC-ACCOUNT-NUMBER
019400             "  CARDHOLDER " CC-CUSTOMER-NUMBER
019500             "  STATUS " CC-CARD-STATUS
019600             "  EXPIRES " CC-EXPIRY-MONTH
019700     END-IF
019800*> A lost or stolen report must take the moment the customer
019900*> calls; everything that puts a plastic in the mail waits for
020000*> a supervisor.
020100     IF Entry-Action = "N" OR Entry-Action = "R"
020200         OR Entry-Action = "P"
020300         DISPLAY "Supervisor ID to approve: " WITH NO ADVANCING
020400         ACCEPT Supervisor-Id FROM CONSOLE
020500         CALL "OperatorAuthorize" USING Supervisor-Id,
020600             Supervisor-Level, Auth-Result
020700         IF Operator-Denied
020800             ADD 1 TO Requests-Refused
020900             DISPLAY Supervisor-Id
021000                 ": Not a supervisor - change refused."
021100             GO TO 2000-WORK-CARD-EXIT
021200         END-IF
021300     END-IF
021400     EVALUATE Entry-Action
021500         WHEN "N"
021600             PERFORM 2100-ISSUE-CARD THRU 2100-ISSUE-CARD-EXIT
021700         WHEN "V"
021800             PERFORM 2200-ACTIVATE-CARD
021900                 THRU 2200-ACTIVATE-CARD-EXIT
022000         WHEN "L"
022100             PERFORM 2300-HOT-LIST-CARD
022200                 THRU 2300-HOT-LIST-CARD-EXIT
022300         WHEN "S"
022400             PERFORM 2300-HOT-LIST-CARD
022500                 THRU 2300-HOT-LIST-CARD-EXIT
022600         WHEN "R"
022700             PERFORM 2400-REISSUE-CARD THRU 2400-REISSUE-CARD-EXIT
022800         WHEN "P"
022900             PERFORM 2500-REPLACE-CARD THRU 2500-REPLACE-CARD-EXIT
023000         WHEN "C"
023100             PERFORM 2600-CLOSE-CARD THRU 2600-CLOSE-CARD-EXIT
023200     END-EVALUATE.
023300 2000-WORK-CARD-EXIT.
023400     EXIT.
023500
023600*****************************************************************
023700*    A NEW CARD: THE ACCOUNT MUST PROVE ITS CHECK DIGIT AND BE  *
023800*    OPEN, AND THE CARDHOLDER MUST HAVE A NAME AND ADDRESS ROW  *
023900*    FOR THE PLASTIC TO BE MAILED TO.                           *
024000*****************************************************************
024100 2100-ISSUE-CARD.
024200     DISPLAY "Account number: " WITH NO ADVANCING
024300     ACCEPT Entry-Account-Number FROM CONSOLE
024400     CALL "AccountCheckDigit" USING Check-Digit-Action,
024500         Entry-Account-Number, Check-Digit-Result
024600     IF Check-Digit-Bad
024700         ADD 1 TO Requests-Refused
024800         DISPLAY Entry-Account-Number
024900             ": Check digit does not prove - rekey it."
025000         GO TO 2100-ISSUE-CARD-EXIT
025100     END-IF
025200     MOVE Entry-Account-Number TO MF-ACCOUNT-NUMBER
025300     READ ACCTMSTR
025400         INVALID KEY
025500             ADD 1 TO Requests-Refused
025600             DISPLAY Entry-Account-Number ": Not on file."
025700             GO TO 2100-ISSUE-CARD-EXIT
025800     END-READ
025900     IF MF-Account-Is-Closed
026000         ADD 1 TO Requests-Refused
026100         DISPLAY Entry-Account-Number
026200             ": Account is closed - no card issued."
026300         GO TO 2100-ISSUE-CARD-EXIT
026400     END-IF
026500     DISPLAY "Cardholder customer number: " WITH NO ADVANCING
026600     ACCEPT Entry-Customer-Number FROM CONSOLE
026700     MOVE Entry-Customer-Number TO NA-CUSTOMER-NUMBER
026800     READ CUSTADDR
026900         INVALID KEY
027000             ADD 1 TO Requests-Refused
027100             DISPLAY Entry-Customer-Number
027200                 ": No name and address on file."
027300             GO TO 2100-ISSUE-CARD-EXIT
027400     END-READ
027500     MOVE SPACES TO CC-CARD-MASTER-RECORD
027600     MOVE Entry-Token TO CC-CARD-TOKEN
027700     MOVE Entry-Account-Number TO CC-ACCOUNT-NUMBER
027800     MOVE Entry-Customer-Number TO CC-CUSTOMER-NUMBER
027900     PERFORM 2900-NEW-CARD-FIELDS THRU 2900-NEW-CARD-FIELDS-EXIT
028000     SET CC-PLASTIC-NEW-CARD TO TRUE
028100     WRITE CC-CARD-MASTER-RECORD
028200     ADD 1 TO Cards-Issued
028300     DISPLAY Entry-Token ": Issued to " NA-CUSTOMER-NAME
028400         " - expires " CC-EXPIRY-MONTH ".".
028500 2100-ISSUE-CARD-EXIT.
028600     EXIT.
028700
028800 2200-ACTIVATE-CARD.
028900     IF NOT CC-CARD-ACTIVE
029000         ADD 1 TO Requests-Refused
029100         DISPLAY Entry-Token ": Card is not active (status "
029200             CC-CARD-STATUS ")."
029300         GO TO 2200-ACTIVATE-CARD-EXIT
029400     END-IF
029500     IF NOT CC-CARD-NOT-ACTIVATED
029600         ADD 1 TO Requests-Refused
029700         DISPLAY Entry-Token ": Already activated "
029800             CC-ACTIVATION-DATE "."
029900         GO TO 2200-ACTIVATE-CARD-EXIT
030000     END-IF
030100     MOVE Run-Date TO CC-ACTIVATION-DATE
030200     MOVE Run-Date TO CC-MAINT-DATE
030300     MOVE Teller-Id TO CC-MAINT-BY
030400     REWRITE CC-CARD-MASTER-RECORD
030500     ADD 1 TO Cards-Activated
030600     DISPLAY Entry-Token ": Activated.".
030700 2200-ACTIVATE-CARD-EXIT.
030800     EXIT.
030900
031000*****************************************************************
031100*    LOST OR STOLEN: THE CARD IS HOT-LISTED FROM TODAY. A CARD  *
031200*    FIRST REPORTED LOST MAY LATER BE REPORTED STOLEN; THE      *
031300*    STATUS DATE STAYS THE DAY IT WENT MISSING.                 *
031400*****************************************************************
031500 2300-HOT-LIST-CARD.
031600     IF NOT CC-CARD-ACTIVE
031700         AND NOT (CC-CARD-LOST AND Entry-Action = "S")
031800         ADD 1 TO Requests-Refused
031900         DISPLAY Entry-Token ": Cannot be hot-listed from status "
032000             CC-CARD-STATUS "."
032100         GO TO 2300-HOT-LIST-CARD-EXIT
032200     END-IF
032300     IF CC-CARD-ACTIVE
032400         MOVE Run-Date TO CC-STATUS-DATE
032500     END-IF
032600     IF Entry-Action = "L"
032700         SET CC-CARD-LOST TO TRUE
032800     ELSE
032900         SET CC-CARD-STOLEN TO TRUE
033000     END-IF
033100*> A plastic still waiting for the vendor must not go out on a
033200*> hot-listed number.
033300     SET CC-PLASTIC-NOT-REQUESTED TO TRUE
033400     MOVE Run-Date TO CC-MAINT-DATE
033500     MOVE Teller-Id TO CC-MAINT-BY
033600     REWRITE CC-CARD-MASTER-RECORD
033700     ADD 1 TO Cards-Hot-Listed
033800     DISPLAY Entry-Token
033850         ": Hot-listed - replace it with action P.".
033900 2300-HOT-LIST-CARD-EXIT.
034000     EXIT.
034100
034200 2400-REISSUE-CARD.
034300     IF NOT CC-CARD-ACTIVE
034400         ADD 1 TO Requests-Refused
034500         DISPLAY Entry-Token ": Only an active card is reissued"
034600             " - status " CC-CARD-STATUS "."
034700         GO TO 2400-REISSUE-CARD-EXIT
034800     END-IF
034900     IF CC-PLASTIC-REQUESTED
035000         ADD 1 TO Requests-Refused
035100         DISPLAY Entry-Token ": A plastic is already on order."
035200         GO TO 2400-REISSUE-CARD-EXIT
035300     END-IF
035400     SET CC-PLASTIC-REQUESTED TO TRUE
035500     SET CC-PLASTIC-REISSUE TO TRUE
035600     MOVE Run-Date TO CC-MAINT-DATE
035700     MOVE Teller-Id TO CC-MAINT-BY
035800     REWRITE CC-CARD-MASTER-RECORD
035900     ADD 1 TO Cards-Reissued
036000     DISPLAY Entry-Token ": Reissue ordered - same card number.".
036100 2400-REISSUE-CARD-EXIT.
036200     EXIT.
036300
036400*****************************************************************
036500*    REPLACEMENT: A NEW TOKEN TAKES OVER THE ACCOUNT AND        *
036600*    CARDHOLDER. A CARD STILL ACTIVE OR MERELY EXPIRED IS       *
036700*    CLOSED AS IT IS REPLACED; A HOT-LISTED ONE KEEPS ITS LOST  *
036800*    OR STOLEN STATUS SO LATER USE OF IT STILL READS AS FRAUD.  *
036900*****************************************************************
037000 2500-REPLACE-CARD.
037100     IF CC-CARD-CLOSED
037200         ADD 1 TO Requests-Refused
037300         DISPLAY Entry-Token ": Card is closed - issue a new one."
037400         GO TO 2500-REPLACE-CARD-EXIT
037500     END-IF
037600     IF CC-REPLACED-BY-TOKEN NOT = SPACES
037700         ADD 1 TO Requests-Refused
037800         DISPLAY Entry-Token ": Already replaced by "
037900             CC-REPLACED-BY-TOKEN "."
038000         GO TO 2500-REPLACE-CARD-EXIT
038100     END-IF
038200     MOVE CC-ACCOUNT-NUMBER TO MF-ACCOUNT-NUMBER
038300     READ ACCTMSTR
038400         INVALID KEY
038500             ADD 1 TO Requests-Refused
038600             DISPLAY CC-ACCOUNT-NUMBER ": Account not on file."
038700             GO TO 2500-REPLACE-CARD-EXIT
038800     END-READ
038900     IF MF-Account-Is-Closed
039000         ADD 1 TO Requests-Refused
039100         DISPLAY CC-ACCOUNT-NUMBER
039200             ": Account is closed - no replacement."
039300         GO TO 2500-REPLACE-CARD-EXIT
039400     END-IF
039500     DISPLAY "Replacement card token: " WITH NO ADVANCING
039600     ACCEPT Entry-New-Token FROM CONSOLE
039700     IF Entry-New-Token = SPACES OR Entry-New-Token = Entry-Token
039800         ADD 1 TO Requests-Refused
039900         DISPLAY "The replacement needs a token of its own."
040000         GO TO 2500-REPLACE-CARD-EXIT
040100     END-IF
040200     MOVE CC-CARD-MASTER-RECORD TO Old-Card-Record
040300     MOVE Entry-New-Token TO CC-CARD-TOKEN
040400     READ CARDMSTR
040500         INVALID KEY
040600             CONTINUE
040700     END-READ
040800     IF Cardmstr-OK
040900         ADD 1 TO Requests-Refused
041000         DISPLAY Entry-New-Token ": Already on the card master."
041100         GO TO 2500-REPLACE-CARD-EXIT
041200     END-IF
041300     MOVE Old-Card-Record TO CC-CARD-MASTER-RECORD
041400     MOVE Entry-New-Token TO CC-CARD-TOKEN
041500     MOVE Entry-Token TO CC-REPLACES-TOKEN
041600     MOVE SPACES TO CC-REPLACED-BY-TOKEN
041700     PERFORM 2900-NEW-CARD-FIELDS THRU 2900-NEW-CARD-FIELDS-EXIT
041800     SET CC-PLASTIC-REPLACEMENT TO TRUE
041900     WRITE CC-CARD-MASTER-RECORD
042000     MOVE Old-Card-Record TO CC-CARD-MASTER-RECORD
042100     MOVE Entry-New-Token TO CC-REPLACED-BY-TOKEN
042200     IF CC-CARD-ACTIVE OR CC-CARD-EXPIRED
042300         SET CC-CARD-CLOSED TO TRUE
042400         MOVE Run-Date TO CC-STATUS-DATE
042500     END-IF
042600     SET CC-PLASTIC-NOT-REQUESTED TO TRUE
042700     MOVE Run-Date TO CC-MAINT-DATE
042800     MOVE Teller-Id TO CC-MAINT-BY
042900     REWRITE CC-CARD-MASTER-RECORD
043000     ADD 1 TO Cards-Replaced
043100     DISPLAY Entry-Token ": Replaced by " Entry-New-Token
043200         " - expires " New-Expiry-Month ".".
043300 2500-REPLACE-CARD-EXIT.
043400     EXIT.
043500
043600 2600-CLOSE-CARD.
043700     IF CC-CARD-CLOSED
043800         ADD 1 TO Requests-Refused
043900         DISPLAY Entry-Token ": Already closed "
043950             CC-STATUS-DATE "."
044000         GO TO 2600-CLOSE-CARD-EXIT
044100     END-IF
044200     SET CC-CARD-CLOSED TO TRUE
044300     MOVE Run-Date TO CC-STATUS-DATE
044400     SET CC-PLASTIC-NOT-REQUESTED TO TRUE
044500     MOVE Run-Date TO CC-MAINT-DATE
044600     MOVE Teller-Id TO CC-MAINT-BY
044700     REWRITE CC-CARD-MASTER-RECORD
044800     ADD 1 TO Cards-Closed
044900     DISPLAY Entry-Token ": Closed.".
045000 2600-CLOSE-CARD-EXIT.
045100     EXIT.
045200
045300*****************************************************************
045400*    THE FIELDS EVERY NEW PLASTIC STARTS WITH: ISSUED TODAY,    *
045500*    ACTIVE BUT NOT YET ACTIVATED, EXPIRING CARD-LIFE-MONTHS    *
045600*    AFTER THIS MONTH, AND ON ORDER FROM THE VENDOR.            *
045700*****************************************************************
045800 2900-NEW-CARD-FIELDS.
045900     MOVE Run-Date (1:6) TO New-Expiry-Month
046000     COMPUTE Month-Count = New-Expiry-Year * 12
046100         + New-Expiry-MM - 1 + Card-Life-Months
046200     DIVIDE Month-Count BY 12 GIVING New-Expiry-Year
046300         REMAINDER Month-Remainder
046400     COMPUTE New-Expiry-MM = Month-Remainder + 1
046500     MOVE Run-Date TO CC-ISSUE-DATE
046600     MOVE New-Expiry-Month TO CC-EXPIRY-MONTH
046700     MOVE ZERO TO CC-ACTIVATION-DATE
046800     SET CC-CARD-ACTIVE TO TRUE
046900     MOVE Run-Date TO CC-STATUS-DATE
047000     SET CC-PLASTIC-REQUESTED TO TRUE
047100     MOVE ZERO TO CC-LAST-PLASTIC-DATE
047200     MOVE Run-Date TO CC-MAINT-DATE
047300     MOVE Teller-Id TO CC-MAINT-BY.
047400 2900-NEW-CARD-FIELDS-EXIT.
047500     EXIT.
047600
047700 9000-TERMINATE.
047800     CLOSE CARDMSTR
047900     CLOSE ACCTMSTR
048000     CLOSE CUSTADDR
048100     DISPLAY "Card session ended. Issued " Cards-Issued
048200         ", activated " Cards-Activated
048300         ", hot-listed " Cards-Hot-Listed
048400     DISPLAY "  reissued " Cards-Reissued
048500         ", replaced " Cards-Replaced
048600         ", closed " Cards-Closed
048700         ", refused " Requests-Refused ".".
048800 9000-TERMINATE-EXIT.
048900     EXIT.
