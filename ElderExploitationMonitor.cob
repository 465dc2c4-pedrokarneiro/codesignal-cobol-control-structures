000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ElderExploitationMonitor.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    ELDEREXPLOITATIONMONITOR                                   *
001100*                                                               *
001200*    NIGHTLY ELDER FINANCIAL EXPLOITATION WATCH (THE            *
001300*    ACCOUNTTAKEOVERSCREEN MOLD). A CUSTOMER OF THE ELDPARM AGE *
001400*    OR OVER IS LOOKED AT FOR SUDDEN CHANGES INSIDE THE WINDOW: *
001500*      - A CASH WITHDRAWAL OVER THE FLOOR AND THE MULTIPLE OF   *
001600*        THE ACCOUNT'S ACTPROF NIGHTLY AVERAGE;                 *
001700*      - A NEW OUTSIDE DESTINATION - AN EXTLINK LINK REQUESTED  *
001800*        OR AN OLDEST TRANSFER PAIR FIRST SEEN, LEAVING THE     *
001900*        CUSTOMER'S OWN ACCOUNTS;                               *
002000*      - A NEW SIGNER OR POWER OF ATTORNEY - A SIGNATURE CARD   *
002100*        RE-CUT WITH MORE THAN ONE SIGNER AFTER THE ACCOUNT     *
002200*        OPENED;                                                *
002300*      - AN ADDRESS OR PHONE CHANGE ON ADDRHIST;                *
002400*      - A RECURRING BILL PAYMENT SET UP TO A PAYEE ADDED       *
002500*        INSIDE THE WINDOW.                                     *
002600*    THE CHANGES ARE GATHERED PER CUSTOMER IN DATE ORDER AND    *
002700*    SCORED ON AN ELDCASE CASE. AT THE HOLD LINE A TEMPORARY    *
002800*    ELDER HOLD (HOLDS TYPE EX, EXPIRING AFTER THE ELDPARM HOLD *
002900*    DAYS) GOES ON EVERY ACCOUNT OF THE CUSTOMER, OR, WHEN      *
003000*    ELDPARM LEAVES HOLDS TO THE OFFICER, THE CASE IS FLAGGED   *
003100*    FOR ONE. EACH CASE PRINTS WITH ITS CHANGES AND THE         *
003200*    CUSTOMER'S TRUSTED CONTACTS FOR THE COMPLIANCE OFFICER,    *
003300*    WHO WORKS IT IN ELDERCASEREVIEW. CHANGES DATED ON OR       *
003400*    BEFORE THE CLOSE OF A REVIEWED CASE ARE NOT SCORED AGAIN.  *
003500*                                                               *
003600*    MODIFICATION HISTORY                                      *
003700*    ------------------------------------------------------    *
003800*    DATE       INIT  DESCRIPTION                              *
003900*    ---------  ----  -----------------------------------      *
004000*    2026-10-15  RLB  ORIGINAL.                                *
004100*    2026-10-15  RLB  A JOINT OWNER, SIGNER OR POA AGENT ADDED *
004200*                     TO THE ACCOUNT'S CUSTROLE ROWS INSIDE    *
004300*                     THE WINDOW NOW SCORES AS A NEW SIGNER,   *
004400*                     ALONGSIDE A RE-CUT SIGNATURE CARD.       *
004500*                                                               *
004600*****************************************************************
004700
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS SEQUENTIAL
005400         RECORD KEY IS MF-ACCOUNT-NUMBER
005500         FILE STATUS IS Acctmstr-File-Status.
005600
005700     SELECT CUSTREL ASSIGN TO "CUSTREL"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS RL-ACCOUNT-NUMBER
006100         FILE STATUS IS Custrel-File-Status.
006200
006300     SELECT CUSTMSTR ASSIGN TO "CUSTMSTR"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS RANDOM
006600         RECORD KEY IS CM-CUSTOMER-NUMBER
006700         FILE STATUS IS Custmstr-File-Status.
006800
006900     SELECT CUSTADDR ASSIGN TO "CUSTADDR"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS RANDOM
007200         RECORD KEY IS NA-CUSTOMER-NUMBER
007300         FILE STATUS IS Custaddr-File-Status.
007400
007500     SELECT ACTPROF ASSIGN TO "ACTPROF"
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS RANDOM
007800         RECORD KEY IS PF-ACCOUNT-NUMBER
007900         FILE STATUS IS Actprof-File-Status.
008000
008100     SELECT TRANHIST ASSIGN TO "TRANHIST"
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS DYNAMIC
008400         RECORD KEY IS HT-HISTORY-KEY
008500         FILE STATUS IS Tranhist-File-Status.
008600
008700     SELECT EXTLINK ASSIGN TO "EXTLINK"
008800         ORGANIZATION IS INDEXED
008900         ACCESS MODE IS DYNAMIC
009000         RECORD KEY IS XL-LINK-KEY
009100         FILE STATUS IS Extlink-File-Status.
009200
009300     SELECT OLDEST ASSIGN TO "OLDEST"
009400         ORGANIZATION IS INDEXED
009500         ACCESS MODE IS DYNAMIC
009600         RECORD KEY IS ON-DESTINATION-KEY
009700         FILE STATUS IS Oldest-File-Status.
009800
009900     SELECT SIGCARD ASSIGN TO "SIGCARD"
010000         ORGANIZATION IS INDEXED
010100         ACCESS MODE IS RANDOM
010200         RECORD KEY IS SN-ACCOUNT-NUMBER
010300         FILE STATUS IS Sigcard-File-Status.
010400
010500     SELECT CUSTROLE ASSIGN TO "CUSTROLE"
010600         ORGANIZATION IS INDEXED
010700         ACCESS MODE IS DYNAMIC
010800         RECORD KEY IS RO-ROLE-KEY
010900         FILE STATUS IS Custrole-File-Status.
011000
011100     SELECT ADDRHIST ASSIGN TO "ADDRHIST"
011200         ORGANIZATION IS SEQUENTIAL
011300         FILE STATUS IS Addrhist-File-Status.
011400
011500     SELECT BPSCHED ASSIGN TO "BPSCHED"
011600         ORGANIZATION IS INDEXED
011700         ACCESS MODE IS DYNAMIC
011800         RECORD KEY IS BY-PAYMENT-ID
011900         FILE STATUS IS Bpsched-File-Status.
012000
012100     SELECT BPPAYEE ASSIGN TO "BPPAYEE"
012200         ORGANIZATION IS INDEXED
012300         ACCESS MODE IS RANDOM
012400         RECORD KEY IS PE-PAYEE-KEY
012500         FILE STATUS IS Bppayee-File-Status.
012600
012700     SELECT TRUSTCON ASSIGN TO "TRUSTCON"
012800         ORGANIZATION IS INDEXED
012900         ACCESS MODE IS DYNAMIC
013000         RECORD KEY IS TU-CONTACT-KEY
013100         FILE STATUS IS Trustcon-File-Status.
013200
013300     SELECT HOLDS ASSIGN TO "HOLDS"
013400         ORGANIZATION IS INDEXED
013500         ACCESS MODE IS DYNAMIC
013600         RECORD KEY IS HD-HOLD-KEY
013700         FILE STATUS IS Holds-File-Status.
013800
013900     SELECT ELDCASE ASSIGN TO "ELDCASE"
014000         ORGANIZATION IS INDEXED
014100         ACCESS MODE IS DYNAMIC
014200         RECORD KEY IS EK-CASE-KEY
014300         FILE STATUS IS Eldcase-File-Status.
014400
014500     SELECT ELDPARM ASSIGN TO "ELDPARM"
014600         ORGANIZATION IS SEQUENTIAL
014700         FILE STATUS IS Eldparm-File-Status.
014800
014900     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
015000         ORGANIZATION IS SEQUENTIAL
015100         FILE STATUS IS Runctlin-File-Status.
015200
015300 DATA DIVISION.
015400 FILE SECTION.
015500 FD  ACCTMSTR.
015600     COPY ACCTMSTR.
015700
015800 FD  CUSTREL.
015900     COPY CUSTREL.
016000
016100 FD  CUSTMSTR.
016200     COPY CUSTMSTR.
016300
016400 FD  CUSTADDR.
016500     COPY CUSTADDR.
016600
016700 FD  ACTPROF.
016800     COPY ACTPROF.
016900
017000 FD  TRANHIST.
017100     COPY TRNHIST.
017200
017300 FD  EXTLINK.
017400     COPY EXTLINK.
017500
017600 FD  OLDEST.
017700     COPY OLDEST.
017800
017900 FD  SIGCARD.
018000     COPY SIGCARD.
018100
018200 FD  CUSTROLE.
018300     COPY CUSTROLE.
018400
018500 FD  ADDRHIST.
018600     COPY ADDRHIST.
018700
018800 FD  BPSCHED.
018900     COPY BPSCHED.
019000
019100 FD  BPPAYEE.
019200     COPY BPPAYEE.
019300
019400 FD  TRUSTCON.
019500     COPY TRUSTCON.
019600
019700 FD  HOLDS.
019800     COPY HOLDS.
019900
020000 FD  ELDCASE.
020100     COPY ELDCASE.
020200
020300 FD  ELDPARM.
020400     COPY ELDPARM.
020500
020600 FD  RUNCTLIN.
020700     COPY RUNCTL REPLACING
020800         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
020900         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
021000         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
021100         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.
021200
021300 WORKING-STORAGE SECTION.
021400 01  Acctmstr-File-Status            PIC XX.
021500     88  Acctmstr-OK                 VALUE "00".
021600     88  Acctmstr-EOF                VALUE "10".
021700 01  Custrel-File-Status             PIC XX.
021800     88  Custrel-OK                  VALUE "00".
021900 01  Custmstr-File-Status            PIC XX.
022000     88  Custmstr-OK                 VALUE "00".
022100 01  Custaddr-File-Status            PIC XX.
022200     88  Custaddr-OK                 VALUE "00".
022300 01  Actprof-File-Status             PIC XX.
022400     88  Actprof-OK                  VALUE "00".
022500 01  Tranhist-File-Status            PIC XX.
022600     88  Tranhist-OK                 VALUE "00".
022700 01  Extlink-File-Status             PIC XX.
022800     88  Extlink-OK                  VALUE "00".
022900 01  Oldest-File-Status              PIC XX.
023000     88  Oldest-OK                   VALUE "00".
023100 01  Sigcard-File-Status             PIC XX.
023200     88  Sigcard-OK                  VALUE "00".
023300 01  Custrole-File-Status            PIC XX.
023400     88  Custrole-OK                 VALUE "00".
023500 01  Addrhist-File-Status            PIC XX.
023600     88  Addrhist-OK                 VALUE "00".
023700     88  Addrhist-EOF                VALUE "10".
023800 01  Bpsched-File-Status             PIC XX.
023900     88  Bpsched-OK                  VALUE "00".
024000     88  Bpsched-EOF                 VALUE "10".
024100 01  Bppayee-File-Status             PIC XX.
024200     88  Bppayee-OK                  VALUE "00".
024300 01  Trustcon-File-Status            PIC XX.
024400     88  Trustcon-OK                 VALUE "00".
024500 01  Holds-File-Status               PIC XX.
024600     88  Holds-OK                    VALUE "00".
024700 01  Eldcase-File-Status             PIC XX.
024800     88  Eldcase-OK                  VALUE "00".
024900 01  Eldparm-File-Status             PIC XX.
025000     88  Eldparm-OK                  VALUE "00".
025100 01  Runctlin-File-Status            PIC XX.
025200     88  Runctlin-OK                 VALUE "00".
025300     88  Runctlin-Not-Found          VALUE "35".
025400
025500*    SHOP DEFAULTS WHEN ELDPARM IS MISSING OR A FIELD IS ZERO.
025600 77  Elder-Age                       PIC 9(03) VALUE 65.
025700 77  Window-Days                     PIC 9(03) VALUE 30.
025800 77  Large-Floor                     PIC 9(06) VALUE 1000.
025900 77  Large-Multiple                  PIC 9(02) VALUE 3.
026000 77  Cash-Weight                     PIC 9(03) VALUE 40.
026100 77  Destination-Weight              PIC 9(03) VALUE 30.
026200 77  Signer-Weight                   PIC 9(03) VALUE 40.
026300 77  Address-Weight                  PIC 9(03) VALUE 20.
026400 77  Payee-Weight                    PIC 9(03) VALUE 30.
026500 77  Repeat-Weight                   PIC 9(03) VALUE 10.
026600 77  Hold-Score                      PIC 9(03) VALUE 60.
026700 77  Hold-Days                       PIC 9(02) VALUE 10.
026800 01  Auto-Hold-Switch                PIC X(01) VALUE "Y".
026900     88  Hold-Automatically          VALUE "Y".
027000     88  Hold-By-Officer             VALUE "N".
027100*    A CLOSED CASE IS THE RECORD OF THE OFFICER'S REVIEW AND ANY
027200*    REFERRAL, SO IT IS KEPT FIVE YEARS.
027300 77  Retention-Days                  PIC 9(04) VALUE 1825.
027400*    THE ELDER HOLD FREEZES THE WHOLE ACCOUNT LIKE THE TAKEOVER
027500*    RESTRAINT, BUT IS TEMPORARY - HOLDSMAINTENANCE SWEEPS IT
027600*    OFF AT ITS EXPIRY UNLESS THE OFFICER CLOSES THE CASE FIRST.
027700 77  Elder-Hold-Type                 PIC X(02) VALUE "EX".
027800 77  Elder-Restraint-Amount          PIC S9(6)V99
027900                                     VALUE 999999.99.
028000 77  Elder-Hold-Authority            PIC X(20)
028100                                     VALUE "ELDER EXPLOITATION".
028200 77  Monitor-Held-By                 PIC X(08) VALUE "NIGHTLY".
028300
028400 01  Run-Date                        PIC 9(08).
028500 01  Run-Date-Parts REDEFINES Run-Date.
028600     05  Run-Year                    PIC 9(04).
028700     05  Run-Month-Day               PIC 9(04).
028800 01  Birth-Date                      PIC 9(08).
028900 01  Birth-Date-Parts REDEFINES Birth-Date.
029000     05  Birth-Year                  PIC 9(04).
029100     05  Birth-Month-Day             PIC 9(04).
029200 01  Run-Integer-Date                PIC 9(07).
029300 01  Work-Integer-Date               PIC 9(07).
029400 01  Window-Start-Date               PIC 9(08).
029500 01  Hold-Expiry-Date                PIC 9(08).
029600 01  Purge-Before-Date               PIC 9(08).
029700
029800 01  Elder-Switch                    PIC X(01).
029900     88  Customer-Is-Elder           VALUE "Y".
030000     88  Customer-Not-Elder          VALUE "N".
030100 01  Case-Switch                     PIC X(01).
030200     88  Case-Is-New                 VALUE "Y".
030300     88  Case-Is-On-File             VALUE "N".
030400 01  Case-Search-Switch              PIC X(01).
030500     88  Open-Case-Found             VALUE "Y".
030600     88  Open-Case-Searching         VALUE "N".
030700     88  Open-Case-Absent            VALUE "X".
030800 01  Held-Switch                     PIC X(01).
030900     88  Held-Tonight                VALUE "Y".
031000     88  Not-Held-Tonight            VALUE "N".
031100 01  Scan-Switch                     PIC X(01).
031200     88  Scan-Is-Done                VALUE "Y".
031300     88  Scan-Is-Active              VALUE "N".
031400 01  Shift-Switch                    PIC X(01).
031500     88  Shift-Is-Done               VALUE "Y".
031600     88  Shift-Is-Active             VALUE "N".
031700
031800 01  Check-Customer                  PIC X(10).
031900 01  Last-Checked-Customer           PIC X(10).
032000 01  Customer-Age                    PIC 9(03).
032100 01  Current-Customer                PIC X(10).
032200 01  Current-Account                 PIC X(10).
032300 01  Destination-Owner               PIC X(10).
032400 01  Reviewed-Through-Date           PIC 9(08).
032500 01  Profile-Average                 PIC S9(9)V99 COMP-3.
032600 01  Large-Test-Amount               PIC S9(11)V99 COMP-3.
032700
032800*    THE CUSTOMER'S ACCOUNTS WHEN A HOLD GOES ON - AS MANY AS
032900*    THE CASE CAN RECORD HOLDS FOR.
033000 01  Customer-Account-Table.
033100     05  Customer-Account-Count      PIC 9(04) COMP.
033200     05  Customer-Account OCCURS 10 TIMES
033300                                     PIC X(10).
033400 01  Account-Sub                     PIC 9(04) COMP.
033500
033600*    TONIGHT'S CHANGES FOR EVERY OLDER CUSTOMER, KEPT IN
033700*    CUSTOMER AND DATE ORDER.
033800 01  Event-Table.
033900     05  Event-Count                 PIC 9(04) COMP.
034000     05  Event-Entry OCCURS 500 TIMES.
034100         10  EV-ORDER-KEY.
034200             15  EV-CUSTOMER-NUMBER  PIC X(10).
034300             15  EV-EVENT-DATE       PIC 9(08).
034400         10  EV-CUSTOMER-AGE         PIC 9(03).
034500         10  EV-EVENT-KIND           PIC X(01).
034600         10  EV-ACCOUNT-NUMBER       PIC X(10).
034700         10  EV-EVENT-AMOUNT         PIC S9(7)V99.
034800         10  EV-EVENT-DETAIL         PIC X(30).
034900 01  New-Event.
035000     05  NE-ORDER-KEY.
035100         10  NE-CUSTOMER-NUMBER      PIC X(10).
035200         10  NE-EVENT-DATE           PIC 9(08).
035300     05  NE-CUSTOMER-AGE             PIC 9(03).
035400     05  NE-EVENT-KIND               PIC X(01).
035500         88  NE-LARGE-CASH           VALUE "C".
035600         88  NE-NEW-DESTINATION      VALUE "N".
035700         88  NE-NEW-SIGNER           VALUE "S".
035800         88  NE-ADDRESS-CHANGE       VALUE "A".
035900         88  NE-NEW-PAYEE            VALUE "P".
036000     05  NE-ACCOUNT-NUMBER           PIC X(10).
036100     05  NE-EVENT-AMOUNT             PIC S9(7)V99.
036200     05  NE-EVENT-DETAIL             PIC X(30).
036300 01  Event-Sub                       PIC 9(04) COMP.
036400 01  Insert-Sub                      PIC 9(04) COMP.
036500 01  Prior-Sub                       PIC 9(04) COMP.
036600 01  Group-Start                     PIC 9(04) COMP.
036700 01  Group-End                       PIC 9(04) COMP.
036800
036900 01  Cash-Detail.
037000     05  FILLER                      PIC X(08) VALUE "CHANNEL ".
037100     05  CW-CHANNEL                  PIC X(03).
037200     05  FILLER                      PIC X(09)
037300                                     VALUE " PROFILE ".
037400     05  CW-PROFILE-AVERAGE          PIC Z(6)9.
037500     05  FILLER                      PIC X(03) VALUE SPACES.
037600 01  Link-Detail.
037700     05  FILLER                      PIC X(04) VALUE "EXT ".
037800     05  Link-Routing                PIC X(09).
037900     05  FILLER                      PIC X(01) VALUE "/".
038000     05  Link-External-Account       PIC X(12).
038100     05  FILLER                      PIC X(04) VALUE SPACES.
038200 01  Destination-Detail.
038300     05  FILLER                      PIC X(03) VALUE "TO ".
038400     05  DD-TO-ACCOUNT               PIC X(10).
038500     05  FILLER                      PIC X(05) VALUE " REF ".
038600     05  DD-REFERENCE                PIC X(10).
038700     05  FILLER                      PIC X(02) VALUE SPACES.
038800 01  Signer-Detail.
038900     05  FILLER                      PIC X(16)
039000                                     VALUE "SIGNERS ON CARD ".
039100     05  SG-SIGNERS-ON-CARD          PIC 9(01).
039200     05  FILLER                      PIC X(13) VALUE SPACES.
039300 01  Role-Detail.
039400     05  RD-ROLE-LABEL               PIC X(14).
039500     05  RD-CUSTOMER-NUMBER          PIC X(10).
039600     05  FILLER                      PIC X(06) VALUE SPACES.
039700 01  Address-Detail.
039800     05  FILLER                      PIC X(07) VALUE "CHANGE ".
039900     05  AX-CHANGE-KIND              PIC X(01).
040000     05  FILLER                      PIC X(04) VALUE " BY ".
040100     05  AX-REQUESTED-BY             PIC X(08).
040200     05  FILLER                      PIC X(10) VALUE SPACES.
040300 01  Payee-Detail.
040400     05  PY-PAYEE-NAME               PIC X(20).
040500     05  FILLER                      PIC X(06) VALUE " FREQ ".
040600     05  PY-FREQUENCY                PIC X(01).
040700     05  FILLER                      PIC X(03) VALUE SPACES.
040800
040900 01  Case-Measures.
041000     05  Cash-Events                 PIC 9(04) COMP.
041100     05  Destination-Events          PIC 9(04) COMP.
041200     05  Signer-Events               PIC 9(04) COMP.
041300     05  Address-Events              PIC 9(04) COMP.
041400     05  Payee-Events                PIC 9(04) COMP.
041500     05  Scored-Events               PIC 9(04) COMP.
041600     05  Case-Score                  PIC 9(05) COMP.
041700 01  Next-Hold-Sequence              PIC 9(03).
041800 01  Edited-Amount                   PIC -(7)9.99.
041900 01  Event-Label                     PIC X(16).
042000 01  Contacts-Listed                 PIC 9(02).
042100
042200 01  Monitor-Counters.
042300     05  Accounts-Read               PIC 9(7) COMP.
042400     05  Elder-Accounts              PIC 9(7) COMP.
042500     05  Changes-Noted               PIC 9(7) COMP.
042600     05  Cases-Opened                PIC 9(7) COMP.
042700     05  Cases-Scored                PIC 9(7) COMP.
042800     05  Cases-Held                  PIC 9(7) COMP.
042900     05  Cases-For-Officer-Hold      PIC 9(7) COMP.
043000     05  Accounts-Held               PIC 9(7) COMP.
043100     05  Holds-Failed                PIC 9(7) COMP.
043200     05  Holds-Expired               PIC 9(7) COMP.
043300     05  Cases-Still-Open            PIC 9(7) COMP.
043400     05  Cases-Lapsed                PIC 9(7) COMP.
043500     05  Cases-Purged                PIC 9(7) COMP.
043600     05  Rows-Not-Tabled             PIC 9(7) COMP.
043700
043800 PROCEDURE DIVISION.
043900
044000 0000-MAINLINE.
044100     CALL "BatchStepTimer" USING "STEP014F", "S"
044200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
044300     PERFORM 2000-NOTE-ADDRESS-CHANGE
044400         THRU 2000-NOTE-ADDRESS-CHANGE-EXIT
044500         UNTIL Addrhist-EOF
044600     PERFORM 2500-NOTE-NEW-PAYEE THRU 2500-NOTE-NEW-PAYEE-EXIT
044700         UNTIL Bpsched-EOF
044800     PERFORM 3000-WORK-ACCOUNT THRU 3000-WORK-ACCOUNT-EXIT
044900         UNTIL Acctmstr-EOF
045000     MOVE 1 TO Group-Start
045100     PERFORM 4000-WORK-CUSTOMER THRU 4000-WORK-CUSTOMER-EXIT
045200         UNTIL Group-Start > Event-Count
045300     PERFORM 5000-SWEEP-CASES THRU 5000-SWEEP-CASES-EXIT
045400     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
045500     CALL "BatchStepTimer" USING "STEP014F", "E"
045600     STOP RUN.
045700
045800 1000-INITIALIZE.
045900     OPEN INPUT ACCTMSTR
046000     OPEN INPUT CUSTREL
046100     OPEN INPUT CUSTMSTR
046200     OPEN INPUT CUSTADDR
046300     OPEN INPUT ACTPROF
046400     OPEN INPUT TRANHIST
046500     OPEN INPUT EXTLINK
046600     OPEN INPUT OLDEST
046700     OPEN INPUT SIGCARD
046800     OPEN INPUT CUSTROLE
046900     OPEN INPUT BPPAYEE
047000     OPEN INPUT TRUSTCON
047100     OPEN I-O HOLDS
047200     OPEN I-O ELDCASE
047300     MOVE ZERO TO Accounts-Read
047400                  Elder-Accounts
047500                  Changes-Noted
047600                  Cases-Opened
047700                  Cases-Scored
047800                  Cases-Held
047900                  Cases-For-Officer-Hold
048000                  Accounts-Held
048100                  Holds-Failed
048200                  Holds-Expired
048300                  Cases-Still-Open
048400                  Cases-Lapsed
048500                  Cases-Purged
048600                  Rows-Not-Tabled
048700                  Event-Count
048800     MOVE SPACES TO Last-Checked-Customer
048900
049000     OPEN INPUT ELDPARM
049100     IF Eldparm-OK
049200         READ ELDPARM
049300             AT END
049400                 CONTINUE
049500             NOT AT END
049600                 PERFORM 1100-TAKE-PARMS THRU 1100-TAKE-PARMS-EXIT
049700         END-READ
049800         CLOSE ELDPARM
049900     END-IF
050000
050100     OPEN INPUT RUNCTLIN
050200     IF Runctlin-OK
050300         READ RUNCTLIN
050400             AT END
050500                 SET Runctlin-Not-Found TO TRUE
050600         END-READ
050700     END-IF
050800     IF Runctlin-OK
050900         MOVE RI-BUSINESS-DATE TO Run-Date
051000         CLOSE RUNCTLIN
051100     ELSE
051200         ACCEPT Run-Date FROM DATE YYYYMMDD
051300     END-IF
051400     COMPUTE Run-Integer-Date =
051500         FUNCTION INTEGER-OF-DATE(Run-Date)
051600     COMPUTE Work-Integer-Date = Run-Integer-Date - Window-Days
051700     MOVE FUNCTION DATE-OF-INTEGER(Work-Integer-Date)
051800         TO Window-Start-Date
051900     COMPUTE Work-Integer-Date = Run-Integer-Date + Hold-Days
052000     MOVE FUNCTION DATE-OF-INTEGER(Work-Integer-Date)
052100         TO Hold-Expiry-Date
052200     COMPUTE Work-Integer-Date =
052300         Run-Integer-Date - Retention-Days
052400     MOVE FUNCTION DATE-OF-INTEGER(Work-Integer-Date)
052500         TO Purge-Before-Date
052600
052700*> No change history or bill-pay schedule on a given night
052800*> just means nothing of that kind to look at.
052900     OPEN INPUT ADDRHIST
053000     IF Addrhist-OK
053100         READ ADDRHIST
053200             AT END
053300                 SET Addrhist-EOF TO TRUE
053400         END-READ
053500     ELSE
053600         SET Addrhist-EOF TO TRUE
053700     END-IF
053800     OPEN INPUT BPSCHED
053900     IF Bpsched-OK
054000         PERFORM 2590-READ-SCHEDULE THRU 2590-READ-SCHEDULE-EXIT
054100     ELSE
054200         SET Bpsched-EOF TO TRUE
054300     END-IF
054400     READ ACCTMSTR
054500         AT END
054600             SET Acctmstr-EOF TO TRUE
054700     END-READ
054800     DISPLAY "ELDER EXPLOITATION MONITOR - " Run-Date
054900     DISPLAY "CUSTOMERS " Elder-Age " AND OVER, CHANGES SINCE "
055000         Window-Start-Date "  HOLD AT SCORE " Hold-Score
055100     IF Hold-Automatically
055200         DISPLAY "ELDER HOLDS PLACED FOR " Hold-Days " DAYS"
055300     ELSE
055400         DISPLAY "ELDER HOLDS LEFT TO THE COMPLIANCE OFFICER"
055500     END-IF
055600     DISPLAY "==================================================".
055700 1000-INITIALIZE-EXIT.
055800     EXIT.
055900
056000 1100-TAKE-PARMS.
056100     IF EP-ELDER-AGE NUMERIC AND EP-ELDER-AGE > ZERO
056200         MOVE EP-ELDER-AGE TO Elder-Age
056300     END-IF
056400     IF EP-WINDOW-DAYS NUMERIC AND EP-WINDOW-DAYS > ZERO
056500         MOVE EP-WINDOW-DAYS TO Window-Days
056600     END-IF
056700     IF EP-LARGE-FLOOR NUMERIC AND EP-LARGE-FLOOR > ZERO
056800         MOVE EP-LARGE-FLOOR TO Large-Floor
056900     END-IF
057000     IF EP-LARGE-MULTIPLE NUMERIC AND EP-LARGE-MULTIPLE > ZERO
057100         MOVE EP-LARGE-MULTIPLE TO Large-Multiple
057200     END-IF
057300     IF EP-CASH-WEIGHT NUMERIC AND EP-CASH-WEIGHT > ZERO
057400         MOVE EP-CASH-WEIGHT TO Cash-Weight
057500     END-IF
057600     IF EP-DESTINATION-WEIGHT NUMERIC
057700         AND EP-DESTINATION-WEIGHT > ZERO
057800         MOVE EP-DESTINATION-WEIGHT TO Destination-Weight
057900     END-IF
058000     IF EP-SIGNER-WEIGHT NUMERIC AND EP-SIGNER-WEIGHT > ZERO
058100         MOVE EP-SIGNER-WEIGHT TO Signer-Weight
058200     END-IF
058300     IF EP-ADDRESS-WEIGHT NUMERIC AND EP-ADDRESS-WEIGHT > ZERO
058400         MOVE EP-ADDRESS-WEIGHT TO Address-Weight
058500     END-IF
058600     IF EP-PAYEE-WEIGHT NUMERIC AND EP-PAYEE-WEIGHT > ZERO
058700         MOVE EP-PAYEE-WEIGHT TO Payee-Weight
058800     END-IF
058900     IF EP-REPEAT-WEIGHT NUMERIC AND EP-REPEAT-WEIGHT > ZERO
059000         MOVE EP-REPEAT-WEIGHT TO Repeat-Weight
059100     END-IF
059200     IF EP-HOLD-SCORE NUMERIC AND EP-HOLD-SCORE > ZERO
059300         MOVE EP-HOLD-SCORE TO Hold-Score
059400     END-IF
059500     IF EP-HOLD-DAYS NUMERIC AND EP-HOLD-DAYS > ZERO
059600         MOVE EP-HOLD-DAYS TO Hold-Days
059700     END-IF
059800     IF EP-HOLD-AUTOMATICALLY OR EP-HOLD-BY-OFFICER
059900         MOVE EP-AUTO-HOLD TO Auto-Hold-Switch
060000     END-IF.
060100 1100-TAKE-PARMS-EXIT.
060200     EXIT.
060300
060400*****************************************************************
060500*    IS CHECK-CUSTOMER OF THE ELDPARM AGE OR OVER? A CUSTOMER   *
060600*    WITH NO BIRTH DATE ON THE MASTER CANNOT BE TOLD AND IS     *
060700*    LEFT OUT. THE LAST ANSWER IS KEPT, SINCE A CUSTOMER'S      *
060800*    ITEMS TEND TO ARRIVE TOGETHER.                             *
060900*****************************************************************
061000 1500-CHECK-ELDER.
061100     IF Check-Customer = Last-Checked-Customer
061200         GO TO 1500-CHECK-ELDER-EXIT
061300     END-IF
061400     MOVE Check-Customer TO Last-Checked-Customer
061500     SET Customer-Not-Elder TO TRUE
061600     MOVE ZERO TO Customer-Age
061700     MOVE Check-Customer TO CM-CUSTOMER-NUMBER
061800     READ CUSTMSTR
061900         INVALID KEY
062000             GO TO 1500-CHECK-ELDER-EXIT
062100     END-READ
062200     IF CM-BIRTH-DATE NOT NUMERIC
062300         OR CM-BIRTH-DATE = ZERO
062400         GO TO 1500-CHECK-ELDER-EXIT
062500     END-IF
062600     MOVE CM-BIRTH-DATE TO Birth-Date
062700     IF Birth-Year > Run-Year
062800         GO TO 1500-CHECK-ELDER-EXIT
062900     END-IF
063000     COMPUTE Customer-Age = Run-Year - Birth-Year
063100     IF Run-Month-Day < Birth-Month-Day
063200         AND Customer-Age > ZERO
063300         SUBTRACT 1 FROM Customer-Age
063400     END-IF
063500     IF Customer-Age NOT < Elder-Age
063600         SET Customer-Is-Elder TO TRUE
063700     END-IF.
063800 1500-CHECK-ELDER-EXIT.
063900     EXIT.
064000
064100*****************************************************************
064200*    AN ADDRESS OR PHONE CHANGE INSIDE THE WINDOW FOR AN OLDER  *
064300*    CUSTOMER. THE CHANGE BELONGS TO THE CUSTOMER, NOT TO ANY   *
064400*    ONE ACCOUNT.                                               *
064500*****************************************************************
064600 2000-NOTE-ADDRESS-CHANGE.
064700     IF AH-CHANGE-DATE < Window-Start-Date
064800         OR AH-CHANGE-DATE > Run-Date
064900         GO TO 2000-READ-NEXT
065000     END-IF
065100     MOVE AH-CUSTOMER-NUMBER TO Check-Customer
065200     PERFORM 1500-CHECK-ELDER THRU 1500-CHECK-ELDER-EXIT
065300     IF Customer-Not-Elder
065400         GO TO 2000-READ-NEXT
065500     END-IF
065600     MOVE AH-CHANGE-KIND TO AX-CHANGE-KIND
065700     MOVE AH-REQUESTED-BY TO AX-REQUESTED-BY
065800     MOVE AH-CUSTOMER-NUMBER TO NE-CUSTOMER-NUMBER
065900     MOVE AH-CHANGE-DATE TO NE-EVENT-DATE
066000     MOVE Customer-Age TO NE-CUSTOMER-AGE
066100     SET NE-ADDRESS-CHANGE TO TRUE
066200     MOVE SPACES TO NE-ACCOUNT-NUMBER
066300     MOVE ZERO TO NE-EVENT-AMOUNT
066400     MOVE Address-Detail TO NE-EVENT-DETAIL
066500     PERFORM 3600-FILE-EVENT THRU 3600-FILE-EVENT-EXIT.
066600
066700 2000-READ-NEXT.
066800     READ ADDRHIST
066900         AT END
067000             SET Addrhist-EOF TO TRUE
067100     END-READ.
067200 2000-NOTE-ADDRESS-CHANGE-EXIT.
067300     EXIT.
067400
067500*****************************************************************
067600*    A STANDING WEEKLY OR MONTHLY BILL PAYMENT, STILL LIVE, TO  *
067700*    A PAYEE THE CUSTOMER ADDED INSIDE THE WINDOW. ONE-TIME     *
067800*    PAYMENTS AND ESTABLISHED PAYEES ARE ORDINARY BILL-PAYING.  *
067900*****************************************************************
068000 2500-NOTE-NEW-PAYEE.
068100     IF NOT (BY-FREQ-WEEKLY OR BY-FREQ-MONTHLY)
068200         OR BY-PAYMENT-COMPLETED
068300         OR BY-PAYMENT-CANCELLED
068400         GO TO 2500-READ-NEXT
068500     END-IF
068600     MOVE BY-CUSTOMER-NUMBER TO PE-CUSTOMER-NUMBER
068700     MOVE BY-PAYEE-ID TO PE-PAYEE-ID
068800     READ BPPAYEE
068900         INVALID KEY
069000             GO TO 2500-READ-NEXT
069100     END-READ
069200     IF PE-ADDED-DATE NOT NUMERIC
069300         OR PE-ADDED-DATE < Window-Start-Date
069400         OR PE-ADDED-DATE > Run-Date
069500         GO TO 2500-READ-NEXT
069600     END-IF
069700     MOVE BY-CUSTOMER-NUMBER TO Check-Customer
069800     PERFORM 1500-CHECK-ELDER THRU 1500-CHECK-ELDER-EXIT
069900     IF Customer-Not-Elder
070000         GO TO 2500-READ-NEXT
070100     END-IF
070200     MOVE PE-PAYEE-NAME TO PY-PAYEE-NAME
070300     MOVE BY-FREQUENCY TO PY-FREQUENCY
070400     MOVE BY-CUSTOMER-NUMBER TO NE-CUSTOMER-NUMBER
070500     MOVE PE-ADDED-DATE TO NE-EVENT-DATE
070600     MOVE Customer-Age TO NE-CUSTOMER-AGE
070700     SET NE-NEW-PAYEE TO TRUE
070800     MOVE BY-FROM-ACCOUNT TO NE-ACCOUNT-NUMBER
070900     MOVE BY-PAYMENT-AMOUNT TO NE-EVENT-AMOUNT
071000     MOVE Payee-Detail TO NE-EVENT-DETAIL
071100     PERFORM 3600-FILE-EVENT THRU 3600-FILE-EVENT-EXIT.
071200
071300 2500-READ-NEXT.
071400     PERFORM 2590-READ-SCHEDULE THRU 2590-READ-SCHEDULE-EXIT.
071500 2500-NOTE-NEW-PAYEE-EXIT.
071600     EXIT.
071700
071800 2590-READ-SCHEDULE.
071900     READ BPSCHED NEXT RECORD
072000         AT END
072100             SET Bpsched-EOF TO TRUE
072200     END-READ.
072300 2590-READ-SCHEDULE-EXIT.
072400     EXIT.
072500
072600*****************************************************************
072700*    ONE ACCOUNT. ITS OWNER COMES FROM CUSTREL (AN UNLINKED     *
072800*    ACCOUNT IS ITS OWN CUSTOMER); ONLY AN OLDER OWNER'S        *
072900*    ACCOUNT IS LOOKED AT.                                      *
073000*****************************************************************
073100 3000-WORK-ACCOUNT.
073200     ADD 1 TO Accounts-Read
073300     IF MF-Account-Is-Closed
073400         GO TO 3000-READ-NEXT
073500     END-IF
073600     MOVE MF-ACCOUNT-NUMBER TO Current-Account
073700     MOVE MF-ACCOUNT-NUMBER TO RL-ACCOUNT-NUMBER
073800     READ CUSTREL
073900         INVALID KEY
074000             MOVE MF-ACCOUNT-NUMBER TO RL-CUSTOMER-NUMBER
074100     END-READ
074200     MOVE RL-CUSTOMER-NUMBER TO Current-Customer
074300     MOVE Current-Customer TO Check-Customer
074400     PERFORM 1500-CHECK-ELDER THRU 1500-CHECK-ELDER-EXIT
074500     IF Customer-Not-Elder
074600         GO TO 3000-READ-NEXT
074700     END-IF
074800     ADD 1 TO Elder-Accounts
074900     PERFORM 3100-GATHER-CASH THRU 3100-GATHER-CASH-EXIT
075000     PERFORM 3200-GATHER-LINKS THRU 3200-GATHER-LINKS-EXIT
075100     PERFORM 3300-GATHER-DESTINATIONS
075200         THRU 3300-GATHER-DESTINATIONS-EXIT
075300     PERFORM 3400-CHECK-SIGNERS THRU 3400-CHECK-SIGNERS-EXIT
075400     PERFORM 3450-CHECK-ROLES THRU 3450-CHECK-ROLES-EXIT.
075500
075600 3000-READ-NEXT.
075700     READ ACCTMSTR
075800         AT END
075900             SET Acctmstr-EOF TO TRUE
076000     END-READ.
076100 3000-WORK-ACCOUNT-EXIT.
076200     EXIT.
076300
076400*****************************************************************
076500*    CASH OUT OVER THE FLOOR AND OVER THE MULTIPLE OF WHAT THE  *
076600*    ACCOUNT NORMALLY MOVES IN A NIGHT. CASH IS A WITHDRAWAL    *
076700*    WITH NO CHECK SERIAL TAKEN AT A TELLER, BRANCH OR ATM (OR  *
076800*    THE UNCODED BRANCH FEED). AN ACCOUNT WITH NO PROFILE YET   *
076900*    HAS NO HABIT TO BREAK, SO THE FLOOR ALONE DECIDES.         *
077000*****************************************************************
077100 3100-GATHER-CASH.
077200     MOVE ZERO TO Profile-Average
077300     MOVE Current-Account TO PF-ACCOUNT-NUMBER
077400     READ ACTPROF
077500         INVALID KEY
077600             CONTINUE
077700         NOT INVALID KEY
077800             IF PF-NIGHTS-OBSERVED > ZERO
077900                 MOVE PF-AVG-NIGHT-AMOUNT TO Profile-Average
078000             END-IF
078100     END-READ
078200     MOVE Current-Account TO HT-ACCOUNT-NUMBER
078300     MOVE Window-Start-Date TO HT-TRANS-DATE
078400     MOVE ZERO TO HT-TRANS-SEQUENCE
078500     SET Scan-Is-Active TO TRUE
078600     START TRANHIST KEY IS NOT LESS THAN HT-HISTORY-KEY
078700         INVALID KEY
078800             SET Scan-Is-Done TO TRUE
078900     END-START
079000     PERFORM 3110-CHECK-ONE-ITEM THRU 3110-CHECK-ONE-ITEM-EXIT
079100         UNTIL Scan-Is-Done.
079200 3100-GATHER-CASH-EXIT.
079300     EXIT.
079400
079500 3110-CHECK-ONE-ITEM.
079600     READ TRANHIST NEXT RECORD
079700         AT END
079800             SET Scan-Is-Done TO TRUE
079900             GO TO 3110-CHECK-ONE-ITEM-EXIT
080000     END-READ
080100     IF HT-ACCOUNT-NUMBER NOT = Current-Account
080200         OR HT-TRANS-DATE > Run-Date
080300         SET Scan-Is-Done TO TRUE
080400         GO TO 3110-CHECK-ONE-ITEM-EXIT
080500     END-IF
080600     IF NOT HT-WITHDRAWAL
080700         GO TO 3110-CHECK-ONE-ITEM-EXIT
080800     END-IF
080900     IF HT-SERIAL-NUMBER NOT = SPACES
081000         AND HT-SERIAL-NUMBER NOT = ZEROS
081100         GO TO 3110-CHECK-ONE-ITEM-EXIT
081200     END-IF
081300     IF HT-SOURCE-CHANNEL NOT = "TLR"
081400         AND HT-SOURCE-CHANNEL NOT = "BRN"
081500         AND HT-SOURCE-CHANNEL NOT = "ATM"
081600         AND HT-SOURCE-CHANNEL NOT = SPACES
081700         GO TO 3110-CHECK-ONE-ITEM-EXIT
081800     END-IF
081900     IF HT-TRANS-AMOUNT < Large-Floor
082000         GO TO 3110-CHECK-ONE-ITEM-EXIT
082100     END-IF
082200     IF Profile-Average > ZERO
082300         COMPUTE Large-Test-Amount =
082400             Profile-Average * Large-Multiple
082500         IF HT-TRANS-AMOUNT < Large-Test-Amount
082600             GO TO 3110-CHECK-ONE-ITEM-EXIT
082700         END-IF
082800     END-IF
082900     IF HT-SOURCE-CHANNEL = SPACES
083000         MOVE "TLR" TO CW-CHANNEL
083100     ELSE
083200         MOVE HT-SOURCE-CHANNEL TO CW-CHANNEL
083300     END-IF
083400     MOVE Profile-Average TO CW-PROFILE-AVERAGE
083500     MOVE Current-Customer TO NE-CUSTOMER-NUMBER
083600     MOVE HT-TRANS-DATE TO NE-EVENT-DATE
083700     MOVE Customer-Age TO NE-CUSTOMER-AGE
083800     SET NE-LARGE-CASH TO TRUE
083900     MOVE Current-Account TO NE-ACCOUNT-NUMBER
084000     MOVE HT-TRANS-AMOUNT TO NE-EVENT-AMOUNT
084100     MOVE Cash-Detail TO NE-EVENT-DETAIL
084200     PERFORM 3600-FILE-EVENT THRU 3600-FILE-EVENT-EXIT.
084300 3110-CHECK-ONE-ITEM-EXIT.
084400     EXIT.
084500
084600*> An outside-account link asked for inside the window,
084700*> whatever has become of it since.
084800 3200-GATHER-LINKS.
084900     MOVE Current-Account TO XL-OWNER-ACCOUNT
085000     MOVE LOW-VALUES TO XL-LINK-ID
085100     SET Scan-Is-Active TO TRUE
085200     START EXTLINK KEY IS NOT LESS THAN XL-LINK-KEY
085300         INVALID KEY
085400             SET Scan-Is-Done TO TRUE
085500     END-START
085600     PERFORM 3210-CHECK-ONE-LINK THRU 3210-CHECK-ONE-LINK-EXIT
085700         UNTIL Scan-Is-Done.
085800 3200-GATHER-LINKS-EXIT.
085900     EXIT.
086000
086100 3210-CHECK-ONE-LINK.
086200     READ EXTLINK NEXT RECORD
086300         AT END
086400             SET Scan-Is-Done TO TRUE
086500             GO TO 3210-CHECK-ONE-LINK-EXIT
086600     END-READ
086700     IF XL-OWNER-ACCOUNT NOT = Current-Account
086800         SET Scan-Is-Done TO TRUE
086900         GO TO 3210-CHECK-ONE-LINK-EXIT
087000     END-IF
087100     IF XL-REQUESTED-DATE < Window-Start-Date
087200         OR XL-REQUESTED-DATE > Run-Date
087300         GO TO 3210-CHECK-ONE-LINK-EXIT
087400     END-IF
087500     MOVE XL-EXTERNAL-ROUTING TO Link-Routing
087600     MOVE XL-EXTERNAL-ACCOUNT TO Link-External-Account
087700     MOVE Current-Customer TO NE-CUSTOMER-NUMBER
087800     MOVE XL-REQUESTED-DATE TO NE-EVENT-DATE
087900     MOVE Customer-Age TO NE-CUSTOMER-AGE
088000     SET NE-NEW-DESTINATION TO TRUE
088100     MOVE Current-Account TO NE-ACCOUNT-NUMBER
088200     MOVE ZERO TO NE-EVENT-AMOUNT
088300     MOVE Link-Detail TO NE-EVENT-DETAIL
088400     PERFORM 3600-FILE-EVENT THRU 3600-FILE-EVENT-EXIT.
088500 3210-CHECK-ONE-LINK-EXIT.
088600     EXIT.
088700
088800*> An online transfer pair first seen inside the window. Money
088900*> moved to another of the customer's own accounts is not
089000*> leaving.
089100 3300-GATHER-DESTINATIONS.
089200     MOVE Current-Account TO ON-FROM-ACCOUNT
089300     MOVE LOW-VALUES TO ON-TO-ACCOUNT
089400     SET Scan-Is-Active TO TRUE
089500     START OLDEST KEY IS NOT LESS THAN ON-DESTINATION-KEY
089600         INVALID KEY
089700             SET Scan-Is-Done TO TRUE
089800     END-START
089900     PERFORM 3310-CHECK-ONE-DESTINATION
090000         THRU 3310-CHECK-ONE-DESTINATION-EXIT
090100         UNTIL Scan-Is-Done.
090200 3300-GATHER-DESTINATIONS-EXIT.
090300     EXIT.
090400
090500 3310-CHECK-ONE-DESTINATION.
090600     READ OLDEST NEXT RECORD
090700         AT END
090800             SET Scan-Is-Done TO TRUE
090900             GO TO 3310-CHECK-ONE-DESTINATION-EXIT
091000     END-READ
091100     IF ON-FROM-ACCOUNT NOT = Current-Account
091200         SET Scan-Is-Done TO TRUE
091300         GO TO 3310-CHECK-ONE-DESTINATION-EXIT
091400     END-IF
091500     IF ON-FIRST-SEEN-DATE < Window-Start-Date
091600         OR ON-FIRST-SEEN-DATE > Run-Date
091700         GO TO 3310-CHECK-ONE-DESTINATION-EXIT
091800     END-IF
091900     MOVE ON-TO-ACCOUNT TO RL-ACCOUNT-NUMBER
092000     READ CUSTREL
092100         INVALID KEY
092200             MOVE ON-TO-ACCOUNT TO RL-CUSTOMER-NUMBER
092300     END-READ
092400     MOVE RL-CUSTOMER-NUMBER TO Destination-Owner
092500     IF Destination-Owner = Current-Customer
092600         GO TO 3310-CHECK-ONE-DESTINATION-EXIT
092700     END-IF
092800     MOVE ON-TO-ACCOUNT TO DD-TO-ACCOUNT
092900     MOVE ON-FIRST-REFERENCE TO DD-REFERENCE
093000     MOVE Current-Customer TO NE-CUSTOMER-NUMBER
093100     MOVE ON-FIRST-SEEN-DATE TO NE-EVENT-DATE
093200     MOVE Customer-Age TO NE-CUSTOMER-AGE
093300     SET NE-NEW-DESTINATION TO TRUE
093400     MOVE Current-Account TO NE-ACCOUNT-NUMBER
093500     MOVE ON-FIRST-AMOUNT TO NE-EVENT-AMOUNT
093600     MOVE Destination-Detail TO NE-EVENT-DETAIL
093700     PERFORM 3600-FILE-EVENT THRU 3600-FILE-EVENT-EXIT.
093800 3310-CHECK-ONE-DESTINATION-EXIT.
093900     EXIT.
094000
094100*****************************************************************
094200*    A SIGNATURE CARD CUT INSIDE THE WINDOW WITH MORE THAN ONE  *
094300*    SIGNER ON IT MEANS SOMEONE WAS ADDED - A JOINT SIGNER OR   *
094400*    AN AGENT UNDER A POWER OF ATTORNEY. THE CARD TAKEN WHEN    *
094500*    THE ACCOUNT OPENED IS NOT A CHANGE.                        *
094600*****************************************************************
094700 3400-CHECK-SIGNERS.
094800     MOVE Current-Account TO SN-ACCOUNT-NUMBER
094900     READ SIGCARD
095000         INVALID KEY
095100             GO TO 3400-CHECK-SIGNERS-EXIT
095200     END-READ
095300     IF SN-CARD-DATE NOT NUMERIC
095400         OR SN-CARD-DATE < Window-Start-Date
095500         OR SN-CARD-DATE > Run-Date
095600         OR SN-CARD-DATE = MF-OPEN-DATE
095700         OR SN-SIGNERS-ON-CARD NOT > 1
095800         GO TO 3400-CHECK-SIGNERS-EXIT
095900     END-IF
096000     MOVE SN-SIGNERS-ON-CARD TO SG-SIGNERS-ON-CARD
096100     MOVE Current-Customer TO NE-CUSTOMER-NUMBER
096200     MOVE SN-CARD-DATE TO NE-EVENT-DATE
096300     MOVE Customer-Age TO NE-CUSTOMER-AGE
096400     SET NE-NEW-SIGNER TO TRUE
096500     MOVE Current-Account TO NE-ACCOUNT-NUMBER
096600     MOVE ZERO TO NE-EVENT-AMOUNT
096700     MOVE Signer-Detail TO NE-EVENT-DETAIL
096800     PERFORM 3600-FILE-EVENT THRU 3600-FILE-EVENT-EXIT.
096900 3400-CHECK-SIGNERS-EXIT.
097000     EXIT.
097100
097200*****************************************************************
097300*    A JOINT OWNER, AUTHORIZED SIGNER OR POA AGENT PUT ON THE   *
097400*    ACCOUNT'S CUSTROLE ROWS INSIDE THE WINDOW IS THE SAME      *
097500*    KIND OF CHANGE AS A RE-CUT SIGNATURE CARD. THE OWNER'S     *
097600*    OWN ROWS AND THE CUSTODIAL LINKS ARE NOT.                  *
097700*****************************************************************
097800 3450-CHECK-ROLES.
097900     MOVE Current-Account TO RO-ACCOUNT-NUMBER
098000     MOVE LOW-VALUES TO RO-ROLE-CODE
098100     MOVE LOW-VALUES TO RO-CUSTOMER-NUMBER
098200     SET Scan-Is-Active TO TRUE
098300     START CUSTROLE KEY IS NOT LESS THAN RO-ROLE-KEY
098400         INVALID KEY
098500             SET Scan-Is-Done TO TRUE
098600     END-START
098700     PERFORM 3460-CHECK-ONE-ROLE THRU 3460-CHECK-ONE-ROLE-EXIT
098800         UNTIL Scan-Is-Done.
098900 3450-CHECK-ROLES-EXIT.
099000     EXIT.
099100
099200 3460-CHECK-ONE-ROLE.
099300     READ CUSTROLE NEXT RECORD
099400         AT END
099500             SET Scan-Is-Done TO TRUE
099600             GO TO 3460-CHECK-ONE-ROLE-EXIT
099700     END-READ
099800     IF RO-ACCOUNT-NUMBER NOT = Current-Account
099900         SET Scan-Is-Done TO TRUE
100000         GO TO 3460-CHECK-ONE-ROLE-EXIT
100100     END-IF
100200     IF RO-ROLE-CUSTODIAN OR RO-ROLE-MINOR
100300         OR RO-CUSTOMER-NUMBER = Current-Customer
100400         OR RO-ADDED-DATE NOT NUMERIC
100500         OR RO-ADDED-DATE < Window-Start-Date
100600         OR RO-ADDED-DATE > Run-Date
100700         GO TO 3460-CHECK-ONE-ROLE-EXIT
100800     END-IF
100900     IF RO-ROLE-JOINT-OWNER
101000         MOVE "NEW JOINT OWNR" TO RD-ROLE-LABEL
101100     ELSE
101200         IF RO-ROLE-SIGNER
101300             MOVE "NEW SIGNER    " TO RD-ROLE-LABEL
101400         ELSE
101500             MOVE "NEW POA AGENT " TO RD-ROLE-LABEL
101600         END-IF
101700     END-IF
101800     MOVE RO-CUSTOMER-NUMBER TO RD-CUSTOMER-NUMBER
101900     MOVE Current-Customer TO NE-CUSTOMER-NUMBER
102000     MOVE RO-ADDED-DATE TO NE-EVENT-DATE
102100     MOVE Customer-Age TO NE-CUSTOMER-AGE
102200     SET NE-NEW-SIGNER TO TRUE
102300     MOVE Current-Account TO NE-ACCOUNT-NUMBER
102400     MOVE ZERO TO NE-EVENT-AMOUNT
102500     MOVE Role-Detail TO NE-EVENT-DETAIL
102600     PERFORM 3600-FILE-EVENT THRU 3600-FILE-EVENT-EXIT.
102700 3460-CHECK-ONE-ROLE-EXIT.
102800     EXIT.
102900
103000*****************************************************************
103100*    FILE THE NEW CHANGE IN CUSTOMER AND DATE ORDER: LATER      *
103200*    ENTRIES SHIFT DOWN ONE TO MAKE ROOM.                       *
103300*****************************************************************
103400 3600-FILE-EVENT.
103500     IF Event-Count = 500
103600         ADD 1 TO Rows-Not-Tabled
103700         DISPLAY NE-CUSTOMER-NUMBER ": Change of "
103800             NE-EVENT-DATE " past the table limit -"
103900             " review by hand."
104000         GO TO 3600-FILE-EVENT-EXIT
104100     END-IF
104200     COMPUTE Insert-Sub = Event-Count + 1
104300     SET Shift-Is-Active TO TRUE
104400     PERFORM 3610-SHIFT-EVENT THRU 3610-SHIFT-EVENT-EXIT
104500         UNTIL Shift-Is-Done
104600     MOVE New-Event TO Event-Entry (Insert-Sub)
104700     ADD 1 TO Event-Count
104800     ADD 1 TO Changes-Noted.
104900 3600-FILE-EVENT-EXIT.
105000     EXIT.
105100
105200 3610-SHIFT-EVENT.
105300     IF Insert-Sub = 1
105400         SET Shift-Is-Done TO TRUE
105500         GO TO 3610-SHIFT-EVENT-EXIT
105600     END-IF
105700     COMPUTE Prior-Sub = Insert-Sub - 1
105800     IF EV-ORDER-KEY (Prior-Sub) NOT > NE-ORDER-KEY
105900         SET Shift-Is-Done TO TRUE
106000         GO TO 3610-SHIFT-EVENT-EXIT
106100     END-IF
106200     MOVE Event-Entry (Prior-Sub) TO Event-Entry (Insert-Sub)
106300     MOVE Prior-Sub TO Insert-Sub.
106400 3610-SHIFT-EVENT-EXIT.
106500     EXIT.
106600
106700*****************************************************************
106800*    ONE CUSTOMER'S RUN OF CHANGES. ONLY CHANGES SINCE THE LAST *
106900*    CLOSED REVIEW COUNT; THEY ARE SCORED ON THE CUSTOMER'S     *
107000*    OPEN CASE, OR A NEW ONE, AND AT THE HOLD LINE THE ELDER    *
107100*    HOLD GOES ON OR THE CASE IS FLAGGED FOR THE OFFICER.       *
107200*****************************************************************
107300 4000-WORK-CUSTOMER.
107400     MOVE EV-CUSTOMER-NUMBER (Group-Start) TO Current-Customer
107500     MOVE EV-CUSTOMER-AGE (Group-Start) TO Customer-Age
107600     MOVE Group-Start TO Group-End
107700     SET Scan-Is-Active TO TRUE
107800     PERFORM 4010-EXTEND-GROUP THRU 4010-EXTEND-GROUP-EXIT
107900         UNTIL Scan-Is-Done
108000     PERFORM 4100-FIND-OPEN-CASE THRU 4100-FIND-OPEN-CASE-EXIT
108100     MOVE ZERO TO Cash-Events
108200                  Destination-Events
108300                  Signer-Events
108400                  Address-Events
108500                  Payee-Events
108600                  Scored-Events
108700     PERFORM 4020-COUNT-EVENT THRU 4020-COUNT-EVENT-EXIT
108800         VARYING Event-Sub FROM Group-Start BY 1
108900         UNTIL Event-Sub > Group-End
109000     IF Scored-Events = ZERO
109100         GO TO 4000-NEXT-CUSTOMER
109200     END-IF
109300     IF Open-Case-Found
109400         SET Case-Is-On-File TO TRUE
109500     ELSE
109600         PERFORM 4150-OPEN-CASE THRU 4150-OPEN-CASE-EXIT
109700     END-IF
109800     ADD 1 TO Cases-Scored
109900     SET Not-Held-Tonight TO TRUE
110000     PERFORM 4200-SCORE-CASE THRU 4200-SCORE-CASE-EXIT
110100     IF EK-CASE-WATCHING
110200         AND Case-Score NOT < Hold-Score
110300         IF Hold-Automatically
110400             PERFORM 4300-HOLD-ACCOUNTS
110500                 THRU 4300-HOLD-ACCOUNTS-EXIT
110600         ELSE
110700             ADD 1 TO Cases-For-Officer-Hold
110800         END-IF
110900     END-IF
111000     IF Case-Is-New
111100         WRITE EK-ELDER-CASE-RECORD
111200             INVALID KEY
111300                 DISPLAY Current-Customer
111400                     ": Case not written - open by hand."
111500         END-WRITE
111600     ELSE
111700         REWRITE EK-ELDER-CASE-RECORD
111800     END-IF
111900     PERFORM 4500-REPORT-CASE THRU 4500-REPORT-CASE-EXIT.
112000
112100 4000-NEXT-CUSTOMER.
112200     COMPUTE Group-Start = Group-End + 1.
112300 4000-WORK-CUSTOMER-EXIT.
112400     EXIT.
112500
112600 4010-EXTEND-GROUP.
112700     IF Group-End = Event-Count
112800         SET Scan-Is-Done TO TRUE
112900         GO TO 4010-EXTEND-GROUP-EXIT
113000     END-IF
113100     IF EV-CUSTOMER-NUMBER (Group-End + 1) NOT = Current-Customer
113200         SET Scan-Is-Done TO TRUE
113300         GO TO 4010-EXTEND-GROUP-EXIT
113400     END-IF
113500     ADD 1 TO Group-End.
113600 4010-EXTEND-GROUP-EXIT.
113700     EXIT.
113800
113900 4020-COUNT-EVENT.
114000     IF EV-EVENT-DATE (Event-Sub) NOT > Reviewed-Through-Date
114100         GO TO 4020-COUNT-EVENT-EXIT
114200     END-IF
114300     ADD 1 TO Scored-Events
114400     EVALUATE EV-EVENT-KIND (Event-Sub)
114500         WHEN "C"
114600             ADD 1 TO Cash-Events
114700         WHEN "N"
114800             ADD 1 TO Destination-Events
114900         WHEN "S"
115000             ADD 1 TO Signer-Events
115100         WHEN "A"
115200             ADD 1 TO Address-Events
115300         WHEN OTHER
115400             ADD 1 TO Payee-Events
115500     END-EVALUATE.
115600 4020-COUNT-EVENT-EXIT.
115700     EXIT.
115800
115900*> The customer's open case, if any, and the latest date a
116000*> closed case was reviewed through.
116100 4100-FIND-OPEN-CASE.
116200     MOVE ZERO TO Reviewed-Through-Date
116300     MOVE Current-Customer TO EK-CUSTOMER-NUMBER
116400     MOVE ZERO TO EK-OPENED-DATE
116500     SET Open-Case-Searching TO TRUE
116600     START ELDCASE KEY IS NOT LESS THAN EK-CASE-KEY
116700         INVALID KEY
116800             SET Open-Case-Absent TO TRUE
116900     END-START
117000     PERFORM 4110-READ-ONE-CASE THRU 4110-READ-ONE-CASE-EXIT
117100         UNTIL NOT Open-Case-Searching.
117200 4100-FIND-OPEN-CASE-EXIT.
117300     EXIT.
117400
117500 4110-READ-ONE-CASE.
117600     READ ELDCASE NEXT RECORD
117700         AT END
117800             SET Open-Case-Absent TO TRUE
117900             GO TO 4110-READ-ONE-CASE-EXIT
118000     END-READ
118100     IF EK-CUSTOMER-NUMBER NOT = Current-Customer
118200         SET Open-Case-Absent TO TRUE
118300         GO TO 4110-READ-ONE-CASE-EXIT
118400     END-IF
118500     IF EK-CASE-OPEN
118600         SET Open-Case-Found TO TRUE
118700         GO TO 4110-READ-ONE-CASE-EXIT
118800     END-IF
118900     IF EK-CLOSED-DATE > Reviewed-Through-Date
119000         MOVE EK-CLOSED-DATE TO Reviewed-Through-Date
119100     END-IF.
119200 4110-READ-ONE-CASE-EXIT.
119300     EXIT.
119400
119500 4150-OPEN-CASE.
119600     SET Case-Is-New TO TRUE
119700     MOVE SPACES TO EK-ELDER-CASE-RECORD
119800     MOVE Current-Customer TO EK-CUSTOMER-NUMBER
119900     MOVE Run-Date TO EK-OPENED-DATE
120000     SET EK-CASE-WATCHING TO TRUE
120100     MOVE ZERO TO EK-RISK-SCORE
120200                  EK-EVENT-COUNT
120300                  EK-CASH-COUNT
120400                  EK-DESTINATION-COUNT
120500                  EK-SIGNER-COUNT
120600                  EK-ADDRESS-COUNT
120700                  EK-PAYEE-COUNT
120800                  EK-HELD-DATE
120900                  EK-HOLD-EXPIRY-DATE
121000                  EK-HELD-COUNT
121100                  EK-REFERRAL-DATE
121200                  EK-CLOSED-DATE
121300     ADD 1 TO Cases-Opened.
121400 4150-OPEN-CASE-EXIT.
121500     EXIT.
121600
121700*****************************************************************
121800*    EACH KIND SCORES ITS WEIGHT ONCE AND THE REPEAT WEIGHT FOR *
121900*    EVERY FURTHER ITEM. THE CASE KEEPS TONIGHT'S COUNTS.       *
122000*****************************************************************
122100 4200-SCORE-CASE.
122200     MOVE ZERO TO Case-Score
122300     IF Cash-Events > ZERO
122400         COMPUTE Case-Score = Case-Score + Cash-Weight
122500             + (Cash-Events - 1) * Repeat-Weight
122600     END-IF
122700     IF Destination-Events > ZERO
122800         COMPUTE Case-Score = Case-Score + Destination-Weight
122900             + (Destination-Events - 1) * Repeat-Weight
123000     END-IF
123100     IF Signer-Events > ZERO
123200         COMPUTE Case-Score = Case-Score + Signer-Weight
123300             + (Signer-Events - 1) * Repeat-Weight
123400     END-IF
123500     IF Address-Events > ZERO
123600         COMPUTE Case-Score = Case-Score + Address-Weight
123700             + (Address-Events - 1) * Repeat-Weight
123800     END-IF
123900     IF Payee-Events > ZERO
124000         COMPUTE Case-Score = Case-Score + Payee-Weight
124100             + (Payee-Events - 1) * Repeat-Weight
124200     END-IF
124300     IF Case-Score > 999
124400         MOVE 999 TO Case-Score
124500     END-IF
124600     MOVE Case-Score TO EK-RISK-SCORE
124700     MOVE Customer-Age TO EK-CUSTOMER-AGE
124800     MOVE Scored-Events TO EK-EVENT-COUNT
124900     MOVE Cash-Events TO EK-CASH-COUNT
125000     MOVE Destination-Events TO EK-DESTINATION-COUNT
125100     MOVE Signer-Events TO EK-SIGNER-COUNT
125200     MOVE Address-Events TO EK-ADDRESS-COUNT
125300     MOVE Payee-Events TO EK-PAYEE-COUNT
125400     MOVE Run-Date TO EK-LAST-SCORED-DATE.
125500 4200-SCORE-CASE-EXIT.
125600     EXIT.
125700
125800*****************************************************************
125900*    THE ELDER HOLD GOES ON EVERY ACCOUNT OF THE CUSTOMER AND   *
126000*    EACH ONE IS NOTED ON THE CASE FOR THE OFFICER TO LIFT.     *
126100*****************************************************************
126200 4300-HOLD-ACCOUNTS.
126300     PERFORM 4310-FIND-ACCOUNTS THRU 4310-FIND-ACCOUNTS-EXIT
126400     MOVE ZERO TO EK-HELD-COUNT
126500     PERFORM 4400-HOLD-ONE THRU 4400-HOLD-ONE-EXIT
126600         VARYING Account-Sub FROM 1 BY 1
126700         UNTIL Account-Sub > Customer-Account-Count
126800     SET EK-CASE-HELD TO TRUE
126900     MOVE Run-Date TO EK-HELD-DATE
127000     MOVE Hold-Expiry-Date TO EK-HOLD-EXPIRY-DATE
127100     MOVE Monitor-Held-By TO EK-HELD-BY
127200     SET Held-Tonight TO TRUE
127300     ADD 1 TO Cases-Held.
127400 4300-HOLD-ACCOUNTS-EXIT.
127500     EXIT.
127600
127700*> Every account the customer owns. CUSTREL is keyed by
127800*> account, so the whole file is walked for the customer.
127900 4310-FIND-ACCOUNTS.
128000     MOVE ZERO TO Customer-Account-Count
128100     MOVE LOW-VALUES TO RL-ACCOUNT-NUMBER
128200     SET Scan-Is-Active TO TRUE
128300     START CUSTREL KEY IS NOT LESS THAN RL-ACCOUNT-NUMBER
128400         INVALID KEY
128500             SET Scan-Is-Done TO TRUE
128600     END-START
128700     PERFORM 4320-CHECK-ONE-LINK THRU 4320-CHECK-ONE-LINK-EXIT
128800         UNTIL Scan-Is-Done
128900     IF Customer-Account-Count = ZERO
129000         MOVE 1 TO Customer-Account-Count
129100         MOVE Current-Customer TO Customer-Account (1)
129200     END-IF.
129300 4310-FIND-ACCOUNTS-EXIT.
129400     EXIT.
129500
129600 4320-CHECK-ONE-LINK.
129700     READ CUSTREL NEXT RECORD
129800         AT END
129900             SET Scan-Is-Done TO TRUE
130000             GO TO 4320-CHECK-ONE-LINK-EXIT
130100     END-READ
130200     IF RL-CUSTOMER-NUMBER NOT = Current-Customer
130300         GO TO 4320-CHECK-ONE-LINK-EXIT
130400     END-IF
130500     IF Customer-Account-Count = 10
130600         ADD 1 TO Rows-Not-Tabled
130700         DISPLAY Current-Customer ": Account "
130800             RL-ACCOUNT-NUMBER " past the case limit -"
130900             " hold by hand."
131000         GO TO 4320-CHECK-ONE-LINK-EXIT
131100     END-IF
131200     ADD 1 TO Customer-Account-Count
131300     MOVE RL-ACCOUNT-NUMBER
131400         TO Customer-Account (Customer-Account-Count).
131500 4320-CHECK-ONE-LINK-EXIT.
131600     EXIT.
131700
131800*> The hold takes the account's next free sequence.
131900 4400-HOLD-ONE.
132000     MOVE Customer-Account (Account-Sub) TO Current-Account
132100     MOVE ZERO TO Next-Hold-Sequence
132200     MOVE Current-Account TO HD-ACCOUNT-NUMBER
132300     MOVE ZERO TO HD-HOLD-SEQUENCE
132400     SET Scan-Is-Active TO TRUE
132500     START HOLDS KEY IS NOT LESS THAN HD-HOLD-KEY
132600         INVALID KEY
132700             SET Scan-Is-Done TO TRUE
132800     END-START
132900     PERFORM 4410-SCAN-ONE-HOLD THRU 4410-SCAN-ONE-HOLD-EXIT
133000         UNTIL Scan-Is-Done
133100     IF Next-Hold-Sequence NOT < 999
133200         ADD 1 TO Holds-Failed
133300         DISPLAY Current-Account
133400             ": No hold sequence free - hold by hand."
133500         GO TO 4400-HOLD-ONE-EXIT
133600     END-IF
133700     ADD 1 TO Next-Hold-Sequence
133800     MOVE Current-Account TO HD-ACCOUNT-NUMBER
133900     MOVE Next-Hold-Sequence TO HD-HOLD-SEQUENCE
134000     MOVE Elder-Restraint-Amount TO HD-HOLD-AMOUNT
134100     MOVE Elder-Hold-Type TO HD-HOLD-TYPE
134200     MOVE Hold-Expiry-Date TO HD-EXPIRY-DATE
134300     MOVE Elder-Hold-Authority TO HD-PLACING-AUTHORITY
134400     WRITE HD-HOLD-RECORD
134500         INVALID KEY
134600             ADD 1 TO Holds-Failed
134700             DISPLAY Current-Account
134800                 ": Elder hold not written - hold by hand."
134900             GO TO 4400-HOLD-ONE-EXIT
135000     END-WRITE
135100     ADD 1 TO EK-HELD-COUNT
135200     MOVE Current-Account TO EK-HELD-ACCOUNT (EK-HELD-COUNT)
135300     MOVE Next-Hold-Sequence TO EK-HELD-SEQUENCE (EK-HELD-COUNT)
135400     ADD 1 TO Accounts-Held.
135500 4400-HOLD-ONE-EXIT.
135600     EXIT.
135700
135800 4410-SCAN-ONE-HOLD.
135900     READ HOLDS NEXT RECORD
136000         AT END
136100             SET Scan-Is-Done TO TRUE
136200             GO TO 4410-SCAN-ONE-HOLD-EXIT
136300     END-READ
136400     IF HD-ACCOUNT-NUMBER NOT = Current-Account
136500         SET Scan-Is-Done TO TRUE
136600         GO TO 4410-SCAN-ONE-HOLD-EXIT
136700     END-IF
136800     MOVE HD-HOLD-SEQUENCE TO Next-Hold-Sequence.
136900 4410-SCAN-ONE-HOLD-EXIT.
137000     EXIT.
137100
137200*****************************************************************
137300*    THE CASE FOR THE COMPLIANCE OFFICER: WHO THE CUSTOMER IS,  *
137400*    EVERY CHANGE IN DATE ORDER, WHAT WAS DONE, AND THE TRUSTED *
137500*    CONTACTS TO CALL.                                          *
137600*****************************************************************
137700 4500-REPORT-CASE.
137800     DISPLAY " "
137900     DISPLAY "CUSTOMER " Current-Customer
138000         "  AGE " Customer-Age
138100         "  CASE " EK-CASE-STATUS
138200         " OPENED " EK-OPENED-DATE
138300         "  SCORE " EK-RISK-SCORE
138400     MOVE Current-Customer TO NA-CUSTOMER-NUMBER
138500     READ CUSTADDR
138600         INVALID KEY
138700             DISPLAY "  (NOT ON CUSTADDR)"
138800         NOT INVALID KEY
138900             DISPLAY "  " NA-CUSTOMER-NAME "  " NA-STREET-ADDRESS
139000                 " " NA-CITY " " NA-STATE
139100                 "  PH " NA-PHONE-NUMBER
139200     END-READ
139300     PERFORM 4510-REPORT-EVENT THRU 4510-REPORT-EVENT-EXIT
139400         VARYING Event-Sub FROM Group-Start BY 1
139500         UNTIL Event-Sub > Group-End
139600     PERFORM 4600-LIST-CONTACTS THRU 4600-LIST-CONTACTS-EXIT
139700     IF Held-Tonight
139800         DISPLAY "  ** ELDER HOLD ON " EK-HELD-COUNT
139900             " ACCOUNT(S) UNTIL " EK-HOLD-EXPIRY-DATE
140000             " - REVIEW IN ELDERCASEREVIEW **"
140100         GO TO 4500-REPORT-CASE-EXIT
140200     END-IF
140300     IF EK-CASE-WATCHING
140400         AND Case-Score NOT < Hold-Score
140500         DISPLAY "  ** AT THE HOLD LINE - OFFICER TO DECIDE"
140600             " ON AN ELDER HOLD **"
140700         GO TO 4500-REPORT-CASE-EXIT
140800     END-IF
140900     IF EK-CASE-HELD
141000         DISPLAY "  ** HELD SINCE " EK-HELD-DATE
141100             " UNTIL " EK-HOLD-EXPIRY-DATE
141200             " - AWAITING REVIEW **"
141300     END-IF
141400     IF EK-CASE-REFERRED
141500         DISPLAY "  ** REFERRED TO APS " EK-REFERRAL-DATE
141600             " REF " EK-AGENCY-REFERENCE " **"
141700     END-IF.
141800 4500-REPORT-CASE-EXIT.
141900     EXIT.
142000
142100 4510-REPORT-EVENT.
142200     IF EV-EVENT-DATE (Event-Sub) NOT > Reviewed-Through-Date
142300         GO TO 4510-REPORT-EVENT-EXIT
142400     END-IF
142500     EVALUATE EV-EVENT-KIND (Event-Sub)
142600         WHEN "C"
142700             MOVE "LARGE CASH OUT" TO Event-Label
142800         WHEN "N"
142900             MOVE "NEW DESTINATION" TO Event-Label
143000         WHEN "S"
143100             MOVE "SIGNER ADDED" TO Event-Label
143200         WHEN "A"
143300             MOVE "CONTACT CHANGE" TO Event-Label
143400         WHEN OTHER
143500             MOVE "NEW PAYEE ORDER" TO Event-Label
143600     END-EVALUATE
143700     MOVE EV-EVENT-AMOUNT (Event-Sub) TO Edited-Amount
143800     DISPLAY "  " EV-EVENT-DATE (Event-Sub) " " Event-Label
143900         " " EV-ACCOUNT-NUMBER (Event-Sub) " " Edited-Amount
144000         " " EV-EVENT-DETAIL (Event-Sub).
144100 4510-REPORT-EVENT-EXIT.
144200     EXIT.
144300
144400 4600-LIST-CONTACTS.
144500     MOVE ZERO TO Contacts-Listed
144600     MOVE Current-Customer TO TU-CUSTOMER-NUMBER
144700     MOVE ZERO TO TU-CONTACT-SEQUENCE
144800     SET Scan-Is-Active TO TRUE
144900     START TRUSTCON KEY IS NOT LESS THAN TU-CONTACT-KEY
145000         INVALID KEY
145100             SET Scan-Is-Done TO TRUE
145200     END-START
145300     PERFORM 4610-LIST-ONE-CONTACT THRU 4610-LIST-ONE-CONTACT-EXIT
145400         UNTIL Scan-Is-Done
145500     IF Contacts-Listed = ZERO
145600         DISPLAY "  NO TRUSTED CONTACT ON FILE"
145700     END-IF.
145800 4600-LIST-CONTACTS-EXIT.
145900     EXIT.
146000
146100 4610-LIST-ONE-CONTACT.
146200     READ TRUSTCON NEXT RECORD
146300         AT END
146400             SET Scan-Is-Done TO TRUE
146500             GO TO 4610-LIST-ONE-CONTACT-EXIT
146600     END-READ
146700     IF TU-CUSTOMER-NUMBER NOT = Current-Customer
146800         SET Scan-Is-Done TO TRUE
146900         GO TO 4610-LIST-ONE-CONTACT-EXIT
147000     END-IF
147100     ADD 1 TO Contacts-Listed
147200     DISPLAY "  TRUSTED CONTACT " TU-CONTACT-SEQUENCE ": "
147300         TU-CONTACT-NAME " (" TU-RELATIONSHIP ")  PH "
147400         TU-PHONE-NUMBER.
147500 4610-LIST-ONE-CONTACT-EXIT.
147600     EXIT.
147700
147800*****************************************************************
147900*    A WATCHED CASE WITH NOTHING NEW INSIDE THE WINDOW LAPSES.  *
148000*    A HELD CASE WHOSE HOLD HAS RUN OUT GOES BACK TO WATCHING   *
148100*    (HOLDSMAINTENANCE HAS TAKEN THE HOLDS OFF). A CLOSED CASE  *
148200*    GOES AFTER THE RETENTION DAYS. HELD AND REFERRED CASES     *
148300*    NOT SCORED TONIGHT ARE LISTED AS A REMINDER.               *
148400*****************************************************************
148500 5000-SWEEP-CASES.
148600     MOVE LOW-VALUES TO EK-CASE-KEY
148700     SET Scan-Is-Active TO TRUE
148800     START ELDCASE KEY IS NOT LESS THAN EK-CASE-KEY
148900         INVALID KEY
149000             SET Scan-Is-Done TO TRUE
149100     END-START
149200     PERFORM 5100-SWEEP-ONE THRU 5100-SWEEP-ONE-EXIT
149300         UNTIL Scan-Is-Done.
149400 5000-SWEEP-CASES-EXIT.
149500     EXIT.
149600
149700 5100-SWEEP-ONE.
149800     READ ELDCASE NEXT RECORD
149900         AT END
150000             SET Scan-Is-Done TO TRUE
150100             GO TO 5100-SWEEP-ONE-EXIT
150200     END-READ
150300     IF EK-CASE-WATCHING
150400         AND EK-LAST-SCORED-DATE < Window-Start-Date
150500         DELETE ELDCASE
150600         ADD 1 TO Cases-Lapsed
150700         GO TO 5100-SWEEP-ONE-EXIT
150800     END-IF
150900     IF EK-CASE-CLOSED
151000         AND EK-CLOSED-DATE < Purge-Before-Date
151100         DELETE ELDCASE
151200         ADD 1 TO Cases-Purged
151300         GO TO 5100-SWEEP-ONE-EXIT
151400     END-IF
151500     IF EK-CASE-HELD
151600         AND EK-HOLD-EXPIRY-DATE < Run-Date
151700         SET EK-CASE-WATCHING TO TRUE
151800         MOVE ZERO TO EK-HELD-COUNT
151900         REWRITE EK-ELDER-CASE-RECORD
152000         ADD 1 TO Holds-Expired
152100         DISPLAY " "
152200         DISPLAY "CUSTOMER " EK-CUSTOMER-NUMBER
152300             "  ELDER HOLD OF " EK-HELD-DATE " EXPIRED "
152400             EK-HOLD-EXPIRY-DATE " UNREVIEWED - BACK TO WATCHING"
152500         GO TO 5100-SWEEP-ONE-EXIT
152600     END-IF
152700     IF (EK-CASE-HELD OR EK-CASE-REFERRED)
152800         AND EK-LAST-SCORED-DATE < Run-Date
152900         ADD 1 TO Cases-Still-Open
153000         DISPLAY " "
153100         DISPLAY "CUSTOMER " EK-CUSTOMER-NUMBER
153200             "  CASE " EK-CASE-STATUS " OPENED " EK-OPENED-DATE
153300             "  SCORE " EK-RISK-SCORE " - STILL OPEN"
153400     END-IF.
153500 5100-SWEEP-ONE-EXIT.
153600     EXIT.
153700
153800 9000-TERMINATE.
153900     IF Addrhist-OK OR Addrhist-EOF
154000         CLOSE ADDRHIST
154100     END-IF
154200     IF Bpsched-OK OR Bpsched-EOF
154300         CLOSE BPSCHED
154400     END-IF
154500     CLOSE ACCTMSTR
154600     CLOSE CUSTREL
154700     CLOSE CUSTMSTR
154800     CLOSE CUSTADDR
154900     CLOSE ACTPROF
155000     CLOSE TRANHIST
155100     CLOSE EXTLINK
155200     CLOSE OLDEST
155300     CLOSE SIGCARD
155400     CLOSE CUSTROLE
155500     CLOSE BPPAYEE
155600     CLOSE TRUSTCON
155700     CLOSE HOLDS
155800     CLOSE ELDCASE
155900     DISPLAY " "
156000     DISPLAY "ELDER EXPLOITATION MONITOR SUMMARY"
156100     DISPLAY "Accounts read           - " Accounts-Read
156200     DISPLAY "Older customers' accts  - " Elder-Accounts
156300     DISPLAY "Changes noted           - " Changes-Noted
156400     DISPLAY "Cases opened            - " Cases-Opened
156500     DISPLAY "Cases scored            - " Cases-Scored
156600     DISPLAY "Cases held tonight      - " Cases-Held
156700     DISPLAY "Cases for officer hold  - " Cases-For-Officer-Hold
156800     DISPLAY "Accounts held           - " Accounts-Held
156900     DISPLAY "Holds to place by hand  - " Holds-Failed
157000     DISPLAY "Holds expired unreviewed- " Holds-Expired
157100     DISPLAY "Older cases still open  - " Cases-Still-Open
157200     DISPLAY "Watched cases lapsed    - " Cases-Lapsed
157300     DISPLAY "Closed cases purged     - " Cases-Purged
157400     DISPLAY "Rows past table limits  - " Rows-Not-Tabled.
157500 9000-TERMINATE-EXIT.
157600     EXIT.
