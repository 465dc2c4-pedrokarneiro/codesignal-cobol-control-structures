000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LegalResearchPackage.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-13.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    LEGALRESEARCHPACKAGE                                       *
001100*                                                               *
001200*    ASSEMBLES THE RESEARCH PACKAGE FOR EVERY LOGGED LEGAL      *
001300*    PROCESS REQUEST ON LGLREQ - THE ACCOUNT-AT-A-TIME RUNS OF  *
001400*    ASOFBALANCEINQUIRY AND TELLERTRANSACTIONHISTORYINQUIRY     *
001500*    RETIRE. THE NAMED SUBJECTS ARE WIDENED FIRST: A NAMED      *
001600*    CUSTOMER BRINGS EVERY ACCOUNT CUSTREL LINKS TO THEM, A     *
001700*    NAMED ACCOUNT BRINGS ITS CUSTREL OWNER. THEN, TO THE       *
001800*    LGLPKG PRINT STREAM:                                       *
001900*      - PER ACCOUNT, THE SIGNER ROLES (CUSTREL OWNER,          *
002000*        CUSTROLE CUSTODIAN AND MINOR, SIGCARD RULE) AND ONE    *
002100*        STATEMENT PER MONTH OF THE PERIOD WITH ACTIVITY -      *
002200*        OPENING BALANCE,                                       *
002300*        EVERY TRNHIST ITEM WITH ITS TRACE ID, DEPOSIT AND      *
002400*        WITHDRAWAL TOTALS AND THE CLOSING BALANCE. THE PRIOR-  *
002500*        YEAR PARTITION (TRANHISP) IS READ WHEN PRESENT;        *
002600*      - PER CUSTOMER, THE CURRENT CUSTADDR CONTACT AND EVERY   *
002700*        ADDRHIST CHANGE WITH THE CONTACT IT REPLACED;          *
002800*      - THE RESEARCH FEE TO BILL BACK TO THE AGENCY.           *
002900*    EACH ACCOUNT RESEARCHED IS LOGGED TO INQAUD. THE REQUEST   *
003000*    IS MARKED PACKAGE-PRODUCED WITH ITS COUNTS AND FEE.        *
003100*                                                               *
003200*    MODIFICATION HISTORY                                      *
003300*    ------------------------------------------------------    *
003400*    DATE       INIT  DESCRIPTION                              *
003500*    ---------  ----  -----------------------------------      *
003600*    2026-10-13  RLB  ORIGINAL.                                *
003601*    2026-10-15  RLB  THE RESEARCH FEE RATES COME FROM THE     *
003602*                     FEESCHED SCHEDULE (FEESCHEDULELOOKUP,    *
003603*                     TYPES LGRQ/LGST/LGIT) INSTEAD OF         *
003604*                     COMPILED-IN AMOUNTS.                     *
003700*                                                               *
003800*****************************************************************
003900
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT LGLREQ ASSIGN TO "LGLREQ"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS LG-REQUEST-NUMBER
004700         FILE STATUS IS Lglreq-File-Status.
004800
004900     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS MF-ACCOUNT-NUMBER
005300         FILE STATUS IS Acctmstr-File-Status.
005400
005500     SELECT CUSTREL ASSIGN TO "CUSTREL"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS RL-ACCOUNT-NUMBER
005900         FILE STATUS IS Custrel-File-Status.
006000
006100     SELECT CUSTROLE ASSIGN TO "CUSTROLE"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS RO-ROLE-KEY
006500         FILE STATUS IS Custrole-File-Status.
006600
006700     SELECT SIGCARD ASSIGN TO "SIGCARD"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS RANDOM
007000         RECORD KEY IS SN-ACCOUNT-NUMBER
007100         FILE STATUS IS Sigcard-File-Status.
007200
007300     SELECT CUSTADDR ASSIGN TO "CUSTADDR"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS RANDOM
007600         RECORD KEY IS NA-CUSTOMER-NUMBER
007700         FILE STATUS IS Custaddr-File-Status.
007800
007900     SELECT ADDRHIST ASSIGN TO "ADDRHIST"
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS Addrhist-File-Status.
008200
008300     SELECT TRANHIST ASSIGN TO "TRANHIST"
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS DYNAMIC
008600         RECORD KEY IS HT-HISTORY-KEY
008700         FILE STATUS IS Tranhist-File-Status.
008800
008900     SELECT TRANHISP ASSIGN TO "TRANHISP"
009000         ORGANIZATION IS INDEXED
009100         ACCESS MODE IS DYNAMIC
009200         RECORD KEY IS HP-HISTORY-KEY
009300         FILE STATUS IS Tranhisp-File-Status.
009400
009500     SELECT INQAUD ASSIGN TO "INQAUD"
009600         ORGANIZATION IS SEQUENTIAL
009700         FILE STATUS IS Inqaud-File-Status.
009800
009900     SELECT LGLPKG ASSIGN TO "LGLPKG"
010000         ORGANIZATION IS SEQUENTIAL
010100         FILE STATUS IS Lglpkg-File-Status.
010200
010300 DATA DIVISION.
010400 FILE SECTION.
010500 FD  LGLREQ.
010600     COPY LGLREQ.
010700
010800 FD  ACCTMSTR.
010900     COPY ACCTMSTR.
011000
011100 FD  CUSTREL.
011200     COPY CUSTREL.
011300
011400 FD  CUSTROLE.
011500     COPY CUSTROLE.
011600
011700 FD  SIGCARD.
011800     COPY SIGCARD.
011900
012000 FD  CUSTADDR.
012100     COPY CUSTADDR.
012200
012300 FD  ADDRHIST.
012400     COPY ADDRHIST.
012500
012600 FD  TRANHIST.
012700     COPY TRNHIST.
012800
012900 FD  TRANHISP.
013000     COPY TRNHIST REPLACING
013100         ==HT-TRANS-HISTORY-RECORD==
013200             BY ==HP-TRANS-HISTORY-RECORD==
013300         ==HT-HISTORY-KEY== BY ==HP-HISTORY-KEY==
013400         ==HT-ACCOUNT-NUMBER== BY ==HP-ACCOUNT-NUMBER==
013500         ==HT-TRANS-DATE== BY ==HP-TRANS-DATE==
013600         ==HT-TRANS-SEQUENCE== BY ==HP-TRANS-SEQUENCE==
013700         ==HT-TRANS-TYPE== BY ==HP-TRANS-TYPE==
013800         ==HT-DEPOSIT== BY ==HP-DEPOSIT==
013900         ==HT-WITHDRAWAL== BY ==HP-WITHDRAWAL==
014000         ==HT-TRANS-AMOUNT== BY ==HP-TRANS-AMOUNT==
014100         ==HT-BALANCE-AFTER== BY ==HP-BALANCE-AFTER==
014200         ==HT-SERIAL-NUMBER== BY ==HP-SERIAL-NUMBER==
014300         ==HT-ENVELOPE-REF== BY ==HP-ENVELOPE-REF==
014400         ==HT-TRACE-ID== BY ==HP-TRACE-ID==
014500         ==HT-TRANS-CODE== BY ==HP-TRANS-CODE==
014600         ==HT-SOURCE-CHANNEL== BY ==HP-SOURCE-CHANNEL==
014700         ==HT-POSTING-RULE== BY ==HP-POSTING-RULE==
014800         ==HT-POSTING-CLASS== BY ==HP-POSTING-CLASS==
014900         ==HT-POSTING-RANK== BY ==HP-POSTING-RANK==
015000         ==HT-POSTING-POSITION== BY ==HP-POSTING-POSITION==
015100         ==HT-BRANCH-CODE== BY ==HP-BRANCH-CODE==.
015200
015300 FD  INQAUD.
015400     COPY INQAUD.
015500
015600 FD  LGLPKG.
015700     COPY LGLPKG.
015800
015900 WORKING-STORAGE SECTION.
016000 01  Lglreq-File-Status              PIC XX.
016100     88  Lglreq-OK                   VALUE "00".
016200     88  Lglreq-EOF                  VALUE "10".
016300 01  Acctmstr-File-Status            PIC XX.
016400     88  Acctmstr-OK                 VALUE "00".
016500 01  Custrel-File-Status             PIC XX.
016600     88  Custrel-OK                  VALUE "00".
016700     88  Custrel-EOF                 VALUE "10".
016800 01  Custrole-File-Status            PIC XX.
016900     88  Custrole-OK                 VALUE "00".
017000 01  Sigcard-File-Status             PIC XX.
017100     88  Sigcard-OK                  VALUE "00".
017200 01  Custaddr-File-Status            PIC XX.
017300     88  Custaddr-OK                 VALUE "00".
017400 01  Addrhist-File-Status            PIC XX.
017500     88  Addrhist-OK                 VALUE "00".
017600     88  Addrhist-EOF                VALUE "10".
017700 01  Tranhist-File-Status            PIC XX.
017800     88  Tranhist-OK                 VALUE "00".
017900 01  Tranhisp-File-Status            PIC XX.
018000     88  Tranhisp-OK                 VALUE "00".
018100 01  Inqaud-File-Status              PIC XX.
018200     88  Inqaud-OK                   VALUE "00".
018300 01  Lglpkg-File-Status              PIC XX.
018400     88  Lglpkg-OK                   VALUE "00".
018500
018600 01  Prior-Part-Switch               PIC X(01).
018700     88  Prior-Part-Open             VALUE "Y".
018800     88  Prior-Part-Absent           VALUE "N".
018900 01  Scan-Switch                     PIC X(01).
019000     88  Scan-Is-Done                VALUE "Y".
019100     88  Scan-Is-Active              VALUE "N".
019200
019300*    RESEARCH FEE SCHEDULE BILLED BACK TO THE REQUESTING
019400*    AGENCY: A FLAT SEARCH CHARGE PER REQUEST, PLUS EACH
019500*    STATEMENT REPRODUCED AND EACH ITEM OF DETAIL LISTED.
019510*    THE THREE RATES ARE PRICED FROM THE FEESCHED SCHEDULE
019520*    (FEESCHEDULELOOKUP) UNDER THE SHOP-WIDE ROWS OF TYPES
019530*    LGRQ, LGST AND LGIT. THE AGENCY IS NOT A CUSTOMER, SO NO
019540*    ACCOUNT GOES TO THE LOOKUP AND NO OVERRIDE APPLIES.
019550 77  Request-Fee-Type                PIC X(04) VALUE "LGRQ".
019560 77  Statement-Fee-Type              PIC X(04) VALUE "LGST".
019570 77  Item-Fee-Type                   PIC X(04) VALUE "LGIT".
019580 77  Agency-Account-Number           PIC X(10) VALUE SPACES.
019590 77  Agency-Product-Code             PIC X(04) VALUE SPACES.
019600 01  Fee-Per-Request                 PIC S9(6)V99.
019610 01  Fee-Per-Statement               PIC S9(6)V99.
019620 01  Fee-Per-Item                    PIC S9(6)V99.
019630 01  Fee-Action                      PIC X(01).
019640 01  Fee-Schedule-Result             PIC X(01).
019650     88  Schedule-Fee-Chargeable     VALUE "Y".
019660     88  Schedule-Fee-Capped         VALUE "C".
019670     88  Schedule-Fee-Zeroed         VALUE "Z".
019680     88  Schedule-Fee-Missing        VALUE "N".
019690 01  Fee-Rates-Switch                PIC X(01).
019700     88  Fee-Rates-Complete          VALUE "Y".
019710     88  Fee-Rate-Unpriced           VALUE "N".
019900
020000 01  Run-Date                        PIC 9(08).
020100 01  Run-Time                        PIC 9(08).
020200 01  Subject-Sub                     PIC 9(02) COMP.
020300 01  Work-Account-Number             PIC X(10).
020400 01  Work-Customer-Number            PIC X(10).
020500
020600*    THE ACCOUNTS AND CUSTOMERS ONE PACKAGE COVERS, AFTER
020700*    THE NAMED SUBJECTS ARE WIDENED THROUGH CUSTREL.
020800 01  Package-Account-Table.
020900     05  Package-Account-Count       PIC 9(03) COMP.
021000     05  Package-Account-Entry OCCURS 50 TIMES.
021100         10  PA-ACCOUNT-NUMBER       PIC X(10).
021200 01  Account-Sub                     PIC 9(03) COMP.
021300 01  Account-Found-Sub               PIC 9(03) COMP.
021400 01  Package-Customer-Table.
021500     05  Package-Customer-Count      PIC 9(03) COMP.
021600     05  Package-Customer-Entry OCCURS 30 TIMES.
021700         10  YP-CUSTOMER-NUMBER      PIC X(10).
021800 01  Customer-Sub                    PIC 9(03) COMP.
021900 01  Customer-Found-Sub              PIC 9(03) COMP.
022000
022100*    ONE HISTORY ITEM, FROM EITHER PARTITION.
022200 01  Item-Work.
022300     05  Item-Date                   PIC 9(08).
022400     05  Item-Date-Parts REDEFINES Item-Date.
022500         10  Item-Year-Month         PIC 9(06).
022600         10  FILLER                  PIC 9(02).
022700     05  Item-Type                   PIC X(01).
022800         88  Item-Is-Deposit         VALUE "D".
022900     05  Item-Amount                 PIC S9(6)V99.
023000     05  Item-Balance-After          PIC S9(6)V99.
023100     05  Item-Serial                 PIC X(06).
023200     05  Item-Trace-Id               PIC 9(12).
023300     05  Item-Trans-Code             PIC X(04).
023400     05  Item-Channel                PIC X(03).
023500     05  Item-Branch                 PIC X(04).
023600
023700*    THE STATEMENT BEING BUILT FOR THE CURRENT MONTH.
023800 01  Statement-Switch                PIC X(01).
023900     88  Statement-Is-Open           VALUE "Y".
024000     88  Statement-Is-Closed         VALUE "N".
024100 01  Statement-Work.
024200     05  Statement-Year-Month        PIC 9(06).
024300     05  Statement-Opening           PIC S9(7)V99.
024400     05  Statement-Closing           PIC S9(7)V99.
024500     05  Statement-Deposit-Count     PIC 9(05).
024600     05  Statement-Deposit-Total     PIC S9(9)V99.
024700     05  Statement-Withdraw-Count    PIC 9(05).
024800     05  Statement-Withdraw-Total    PIC S9(9)V99.
024900 01  Account-Item-Count              PIC 9(07).
025000 01  Contact-Change-Count            PIC 9(05).
025100
025200 01  Request-Counters.
025300     05  Request-Statements          PIC 9(05).
025400     05  Request-Items               PIC 9(07).
025500     05  Request-Accounts-Dropped    PIC 9(03).
025600     05  Request-Customers-Dropped   PIC 9(03).
025700 01  Research-Fee                    PIC 9(06)V99.
025800
025900 01  Run-Counters.
026000     05  Requests-Read               PIC 9(7) COMP.
026100     05  Packages-Produced           PIC 9(7) COMP.
026200     05  Requests-Skipped            PIC 9(7) COMP.
026300     05  Accounts-Researched         PIC 9(7) COMP.
026400     05  Lines-Written               PIC 9(7) COMP.
026500 01  Fee-Total                       PIC 9(8)V99.
026600
026700 01  Edited-Amount                   PIC -ZZZ,ZZ9.99.
026800 01  Edited-Amount-2                 PIC -ZZZ,ZZ9.99.
026900 01  Edited-Amount-3                 PIC -ZZZ,ZZ9.99.
027000 01  Edited-Fee                      PIC ZZZ,ZZ9.99.
027100
027200*    PACKAGE PRINT LINES.
027300 01  Title-Line.
027400     05  FILLER                      PIC X(42) VALUE
027500         "LEGAL PROCESS RESEARCH PACKAGE - REQUEST ".
027600     05  TL-REQUEST-NUMBER           PIC X(08).
027700     05  FILLER                      PIC X(12) VALUE
027800         "   PRODUCED ".
027900     05  TL-RUN-DATE                 PIC 9(08).
028000     05  FILLER                      PIC X(30) VALUE SPACES.
028100 01  Agency-Line.
028200     05  FILLER                      PIC X(05) VALUE "TYPE ".
028300     05  AL-REQUEST-TYPE             PIC X(02).
028400     05  FILLER                      PIC X(09) VALUE
028500         "  AGENCY ".
028600     05  AL-AGENCY-NAME              PIC X(30).
028700     05  FILLER                      PIC X(06) VALUE "  REF ".
028800     05  AL-AGENCY-REFERENCE         PIC X(20).
028900     05  FILLER                      PIC X(28) VALUE SPACES.
029000 01  Period-Line.
029100     05  FILLER                      PIC X(09) VALUE
029200         "RECEIVED ".
029300     05  PL-RECEIVED-DATE            PIC 9(08).
029400     05  FILLER                      PIC X(09) VALUE
029500         "  PERIOD ".
029600     05  PL-FROM-DATE                PIC 9(08).
029700     05  FILLER                      PIC X(06) VALUE " THRU ".
029800     05  PL-TO-DATE                  PIC 9(08).
029900     05  FILLER                      PIC X(13) VALUE
030000         "  RESPOND BY ".
030100     05  PL-DEADLINE                 PIC 9(08).
030200     05  FILLER                      PIC X(31) VALUE SPACES.
030300 01  Confidential-Line               PIC X(100) VALUE
030400         "*** CONFIDENTIAL - DO NOT NOTIFY THE CUSTOMER OR DISCLOS
030500-        "E THIS REQUEST ***".
030600 01  Section-Line.
030700     05  FILLER                      PIC X(04) VALUE "=== ".
030800     05  SL-SECTION-TEXT             PIC X(40).
030900     05  FILLER                      PIC X(56) VALUE SPACES.
031000 01  Account-Head-Line.
031100     05  FILLER                      PIC X(08) VALUE "ACCOUNT ".
031200     05  AH-LINE-ACCOUNT             PIC X(10).
031300     05  FILLER                      PIC X(09) VALUE
031400         "  BRANCH ".
031500     05  AH-LINE-BRANCH              PIC X(04).
031600     05  FILLER                      PIC X(10) VALUE
031700         "  PRODUCT ".
031800     05  AH-LINE-PRODUCT             PIC X(04).
031900     05  FILLER                      PIC X(09) VALUE
032000         "  STATUS ".
032100     05  AH-LINE-STATUS              PIC X(14).
032200     05  FILLER                      PIC X(09) VALUE
032300         "  OPENED ".
032400     05  AH-LINE-OPENED              PIC 9(08).
032500     05  FILLER                      PIC X(15) VALUE SPACES.
032600 01  Role-Line.
032700     05  FILLER                      PIC X(02) VALUE SPACES.
032800     05  RL-LINE-ROLE                PIC X(12).
032900     05  RL-LINE-CUSTOMER            PIC X(10).
033000     05  FILLER                      PIC X(02) VALUE SPACES.
033100     05  RL-LINE-NAME                PIC X(30).
033200     05  FILLER                      PIC X(44) VALUE SPACES.
033300 01  Sigcard-Line.
033400     05  FILLER                      PIC X(23) VALUE
033500         "  SIGNATURE CARD DATED ".
033600     05  SC-LINE-DATE                PIC 9(08).
033700     05  FILLER                      PIC X(03) VALUE " - ".
033800     05  SC-LINE-REQUIRED            PIC 9(01).
033900     05  FILLER                      PIC X(04) VALUE " OF ".
034000     05  SC-LINE-ON-CARD             PIC 9(01).
034100     05  FILLER                      PIC X(27) VALUE
034200         " SIGNERS REQUIRED TO SIGN".
034300     05  FILLER                      PIC X(33) VALUE SPACES.
034400 01  Statement-Head-Line.
034500     05  FILLER                      PIC X(12) VALUE
034600         "  STATEMENT ".
034700     05  SH-LINE-YEAR-MONTH          PIC 9(06).
034800     05  FILLER                      PIC X(19) VALUE
034900         "  OPENING BALANCE ".
035000     05  SH-LINE-OPENING             PIC -ZZZ,ZZ9.99.
035100     05  FILLER                      PIC X(52) VALUE SPACES.
035200 01  Item-Line.
035300     05  FILLER                      PIC X(04) VALUE SPACES.
035400     05  IL-DATE                     PIC 9(08).
035500     05  FILLER                      PIC X(02) VALUE SPACES.
035600     05  IL-TYPE-TEXT                PIC X(08).
035700     05  IL-AMOUNT                   PIC -ZZZ,ZZ9.99.
035800     05  FILLER                      PIC X(01) VALUE SPACE.
035900     05  IL-BALANCE                  PIC -ZZZ,ZZ9.99.
036000     05  FILLER                      PIC X(08) VALUE
036100         "  TRACE ".
036200     05  IL-TRACE-ID                 PIC 9(12).
036300     05  FILLER                      PIC X(01) VALUE SPACE.
036400     05  IL-TRANS-CODE               PIC X(04).
036500     05  FILLER                      PIC X(01) VALUE SPACE.
036600     05  IL-CHANNEL                  PIC X(03).
036700     05  FILLER                      PIC X(04) VALUE " BR ".
036800     05  IL-BRANCH                   PIC X(04).
036900     05  FILLER                      PIC X(05) VALUE " SER ".
037000     05  IL-SERIAL                   PIC X(06).
037100     05  FILLER                      PIC X(07) VALUE SPACES.
037200 01  Statement-Foot-Line.
037300     05  FILLER                      PIC X(13) VALUE
037400         "    DEPOSITS ".
037500     05  SF-LINE-DEP-COUNT           PIC ZZZZ9.
037600     05  FILLER                      PIC X(01) VALUE SPACE.
037700     05  SF-LINE-DEP-TOTAL           PIC -ZZZ,ZZ9.99.
037800     05  FILLER                      PIC X(14) VALUE
037900         "  WITHDRAWALS ".
038000     05  SF-LINE-WDL-COUNT           PIC ZZZZ9.
038100     05  FILLER                      PIC X(01) VALUE SPACE.
038200     05  SF-LINE-WDL-TOTAL           PIC -ZZZ,ZZ9.99.
038300     05  FILLER                      PIC X(10) VALUE
038400         "  CLOSING ".
038500     05  SF-LINE-CLOSING             PIC -ZZZ,ZZ9.99.
038600     05  FILLER                      PIC X(18) VALUE SPACES.
038700 01  Customer-Head-Line.
038800     05  FILLER                      PIC X(09) VALUE
038900         "CUSTOMER ".
039000     05  CH-LINE-CUSTOMER            PIC X(10).
039100     05  FILLER                      PIC X(02) VALUE SPACES.
039200     05  CH-LINE-NAME                PIC X(30).
039300     05  FILLER                      PIC X(49) VALUE SPACES.
039400 01  Contact-Line.
039500     05  FILLER                      PIC X(02) VALUE SPACES.
039600     05  CL-LINE-LABEL               PIC X(08).
039700     05  CL-LINE-STREET              PIC X(30).
039800     05  FILLER                      PIC X(01) VALUE SPACE.
039900     05  CL-LINE-CITY                PIC X(20).
040000     05  FILLER                      PIC X(01) VALUE SPACE.
040100     05  CL-LINE-STATE               PIC X(02).
040200     05  FILLER                      PIC X(01) VALUE SPACE.
040300     05  CL-LINE-POSTAL              PIC X(09).
040400     05  FILLER                      PIC X(04) VALUE " PH ".
040500     05  CL-LINE-PHONE               PIC X(10).
040600     05  FILLER                      PIC X(12) VALUE SPACES.
040700 01  Change-Line.
040800     05  FILLER                      PIC X(12) VALUE
040900         "  CHANGED ON".
041000     05  FILLER                      PIC X(01) VALUE SPACE.
041100     05  CG-LINE-DATE                PIC 9(08).
041200     05  FILLER                      PIC X(01) VALUE SPACE.
041300     05  CG-LINE-TIME                PIC 9(08).
041400     05  FILLER                      PIC X(06) VALUE " KIND ".
041500     05  CG-LINE-KIND                PIC X(01).
041600     05  FILLER                      PIC X(04) VALUE " BY ".
041700     05  CG-LINE-BY                  PIC X(08).
041800     05  FILLER                      PIC X(15) VALUE
041900         " - CONTACT WAS:".
042000     05  FILLER                      PIC X(36) VALUE SPACES.
042100 01  Note-Line.
042200     05  FILLER                      PIC X(02) VALUE SPACES.
042300     05  NL-NOTE-TEXT                PIC X(60).
042400     05  FILLER                      PIC X(38) VALUE SPACES.
042500 01  Fee-Line.
042600     05  FILLER                      PIC X(26) VALUE
042700         "RESEARCH FEE TO BILL BACK ".
042800     05  FL-LINE-FEE                 PIC ZZZ,ZZ9.99.
042900     05  FILLER                      PIC X(03) VALUE " - ".
043000     05  FL-LINE-ACCOUNTS            PIC ZZ9.
043100     05  FILLER                      PIC X(12) VALUE
043200         " ACCOUNT(S) ".
043300     05  FL-LINE-STATEMENTS          PIC ZZZZ9.
043400     05  FILLER                      PIC X(14) VALUE
043500         " STATEMENT(S) ".
043600     05  FL-LINE-ITEMS               PIC ZZZZZZ9.
043700     05  FILLER                      PIC X(08) VALUE
043800         " ITEM(S)".
043900     05  FILLER                      PIC X(12) VALUE SPACES.
044000
044100 PROCEDURE DIVISION.
044200
044300 0000-MAINLINE.
044400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
044500     PERFORM 2000-PACKAGE-REQUEST THRU 2000-PACKAGE-REQUEST-EXIT
044600         UNTIL Lglreq-EOF
044700     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
044720     IF Fee-Rate-Unpriced
044740         MOVE 4 TO RETURN-CODE
044760     END-IF
044780     STOP RUN.
044900
045000 1000-INITIALIZE.
045100     INITIALIZE Run-Counters
045200     MOVE 0 TO Fee-Total
045300     OPEN I-O LGLREQ
045400     IF NOT Lglreq-OK
045500         DISPLAY "LGLREQ open failed - " Lglreq-File-Status
045600         MOVE 16 TO RETURN-CODE
045700         STOP RUN
045800     END-IF
045900     OPEN INPUT ACCTMSTR
046000     OPEN INPUT CUSTREL
046100     OPEN INPUT CUSTROLE
046200     OPEN INPUT SIGCARD
046300     OPEN INPUT CUSTADDR
046400     OPEN INPUT TRANHIST
046500*> NO PRIOR-YEAR PARTITION JUST MEANS THE SHOP HAS NOT CUT
046600*> ONE YET; THE PACKAGE WORKS FROM THE CURRENT FILE ALONE.
046700     SET Prior-Part-Absent TO TRUE
046800     OPEN INPUT TRANHISP
046900     IF Tranhisp-OK
047000         SET Prior-Part-Open TO TRUE
047100     END-IF
047200     OPEN EXTEND INQAUD
047300     OPEN OUTPUT LGLPKG
047400     ACCEPT Run-Date FROM DATE YYYYMMDD
047500     ACCEPT Run-Time FROM TIME
047600     DISPLAY "LEGAL RESEARCH PACKAGES - " Run-Date
047700     DISPLAY "============================"
047720     PERFORM 1100-PRICE-RESEARCH-FEES
047740         THRU 1100-PRICE-RESEARCH-FEES-EXIT
047800     READ LGLREQ NEXT RECORD
047900         AT END
048000             SET Lglreq-EOF TO TRUE
048100     END-READ.
048200 1000-INITIALIZE-EXIT.
048300     EXIT.
048302
048304*> A rate with no schedule row in effect bills as zero; the
048306*> run still packages every request but ends RC=4 so the desk
048308*> loads the row and re-bills by hand.
048310 1100-PRICE-RESEARCH-FEES.
048312     SET Fee-Rates-Complete TO TRUE
048314     MOVE "Q" TO Fee-Action
048316     CALL "FeeScheduleLookup" USING Agency-Account-Number,
048318         Agency-Product-Code, Request-Fee-Type, Run-Date,
048320         Fee-Action, Fee-Per-Request, Fee-Schedule-Result
048322     IF Schedule-Fee-Missing
048324         SET Fee-Rate-Unpriced TO TRUE
048326         DISPLAY "No FEESCHED row for " Request-Fee-Type
048328             " - search charge billed as zero."
048330     END-IF
048332     CALL "FeeScheduleLookup" USING Agency-Account-Number,
048334         Agency-Product-Code, Statement-Fee-Type, Run-Date,
048336         Fee-Action, Fee-Per-Statement, Fee-Schedule-Result
048338     IF Schedule-Fee-Missing
048340         SET Fee-Rate-Unpriced TO TRUE
048342         DISPLAY "No FEESCHED row for " Statement-Fee-Type
048344             " - statements billed as zero."
048346     END-IF
048348     CALL "FeeScheduleLookup" USING Agency-Account-Number,
048350         Agency-Product-Code, Item-Fee-Type, Run-Date,
048352         Fee-Action, Fee-Per-Item, Fee-Schedule-Result
048354     IF Schedule-Fee-Missing
048356         SET Fee-Rate-Unpriced TO TRUE
048358         DISPLAY "No FEESCHED row for " Item-Fee-Type
048360             " - items billed as zero."
048362     END-IF.
048364 1100-PRICE-RESEARCH-FEES-EXIT.
048366     EXIT.
048400
048500*****************************************************************
048600*    ONLY A LOGGED REQUEST IS PACKAGED; ONE ALREADY PRODUCED IS *
048700*    NOT RE-RUN. A REQUEST WITH NO SUBJECTS YET IS LEFT LOGGED  *
048800*    FOR THE DESK TO FINISH.                                    *
048900*****************************************************************
049000 2000-PACKAGE-REQUEST.
049100     ADD 1 TO Requests-Read
049200     IF NOT LG-Request-Logged
049300         GO TO 2000-READ-NEXT
049400     END-IF
049500     IF LG-SUBJECT-COUNT = 0
049600         ADD 1 TO Requests-Skipped
049700         DISPLAY LG-REQUEST-NUMBER
049800             ": No subjects named - not packaged."
049900         GO TO 2000-READ-NEXT
050000     END-IF
050100     MOVE 0 TO Package-Account-Count
050200     MOVE 0 TO Package-Customer-Count
050300     INITIALIZE Request-Counters
050400     PERFORM 2100-WRITE-TITLE THRU 2100-WRITE-TITLE-EXIT
050500     PERFORM 2200-WIDEN-SUBJECT THRU 2200-WIDEN-SUBJECT-EXIT
050600         VARYING Subject-Sub FROM 1 BY 1
050700         UNTIL Subject-Sub > LG-SUBJECT-COUNT
050800     MOVE "ACCOUNTS" TO SL-SECTION-TEXT
050900     MOVE Section-Line TO LX-PRINT-LINE
051000     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
051100     PERFORM 3000-RESEARCH-ACCOUNT THRU 3000-RESEARCH-ACCOUNT-EXIT
051200         VARYING Account-Sub FROM 1 BY 1
051300         UNTIL Account-Sub > Package-Account-Count
051400     MOVE "CUSTOMERS" TO SL-SECTION-TEXT
051500     MOVE Section-Line TO LX-PRINT-LINE
051600     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
051700     PERFORM 4000-RESEARCH-CUSTOMER
051800         THRU 4000-RESEARCH-CUSTOMER-EXIT
051900         VARYING Customer-Sub FROM 1 BY 1
052000         UNTIL Customer-Sub > Package-Customer-Count
052100     PERFORM 5000-BILL-FEE THRU 5000-BILL-FEE-EXIT
052200     SET LG-Package-Produced TO TRUE
052300     MOVE Run-Date TO LG-PACKAGE-DATE
052400     MOVE Package-Account-Count TO LG-ACCOUNTS-RESEARCHED
052500     MOVE Request-Statements TO LG-STATEMENTS-PRODUCED
052600     MOVE Request-Items TO LG-ITEMS-PRODUCED
052700     MOVE Research-Fee TO LG-RESEARCH-FEE
052800     REWRITE LG-LEGAL-REQUEST-RECORD
052900     ADD 1 TO Packages-Produced
053000     ADD Research-Fee TO Fee-Total
053100     MOVE Research-Fee TO Edited-Fee
053200     DISPLAY LG-REQUEST-NUMBER ": Package produced - "
053300         Package-Account-Count " account(s), fee " Edited-Fee
053400     IF Request-Accounts-Dropped > 0
053500         OR Request-Customers-Dropped > 0
053600         DISPLAY LG-REQUEST-NUMBER
053700             ": ** Subjects not packaged - table full: "
053800             Request-Accounts-Dropped " account(s) "
053900             Request-Customers-Dropped " customer(s)"
054000     END-IF.
054100
054200 2000-READ-NEXT.
054300     READ LGLREQ NEXT RECORD
054400         AT END
054500             SET Lglreq-EOF TO TRUE
054600     END-READ.
054700 2000-PACKAGE-REQUEST-EXIT.
054800     EXIT.
054900
055000 2100-WRITE-TITLE.
055100     MOVE LG-REQUEST-NUMBER TO TL-REQUEST-NUMBER
055200     MOVE Run-Date TO TL-RUN-DATE
055300     MOVE Title-Line TO LX-PRINT-LINE
055400     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
055500     MOVE LG-REQUEST-TYPE TO AL-REQUEST-TYPE
055600     MOVE LG-AGENCY-NAME TO AL-AGENCY-NAME
055700     MOVE LG-AGENCY-REFERENCE TO AL-AGENCY-REFERENCE
055800     MOVE Agency-Line TO LX-PRINT-LINE
055900     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
056000     MOVE LG-RECEIVED-DATE TO PL-RECEIVED-DATE
056100     MOVE LG-PERIOD-FROM-DATE TO PL-FROM-DATE
056200     MOVE LG-PERIOD-TO-DATE TO PL-TO-DATE
056300     MOVE LG-RESPONSE-DEADLINE TO PL-DEADLINE
056400     MOVE Period-Line TO LX-PRINT-LINE
056500     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
056600     IF LG-Confidential
056700         MOVE Confidential-Line TO LX-PRINT-LINE
056800         PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
056900     END-IF.
057000 2100-WRITE-TITLE-EXIT.
057100     EXIT.
057200
057300*> A NAMED ACCOUNT BRINGS ITS CUSTREL OWNER; A NAMED CUSTOMER
057400*> BRINGS EVERY ACCOUNT LINKED TO THEM (A FULL CUSTREL PASS -
057500*> CUSTREL IS KEYED BY ACCOUNT ONLY).
057600 2200-WIDEN-SUBJECT.
057700     IF LG-Subject-Account (Subject-Sub)
057800         MOVE LG-SUBJECT-ID (Subject-Sub) TO Work-Account-Number
057900         PERFORM 2300-ADD-ACCOUNT THRU 2300-ADD-ACCOUNT-EXIT
058000         MOVE Work-Account-Number TO RL-ACCOUNT-NUMBER
058100         READ CUSTREL
058200             INVALID KEY
058300                 GO TO 2200-WIDEN-SUBJECT-EXIT
058400         END-READ
058500         MOVE RL-CUSTOMER-NUMBER TO Work-Customer-Number
058600         PERFORM 2400-ADD-CUSTOMER THRU 2400-ADD-CUSTOMER-EXIT
058700         GO TO 2200-WIDEN-SUBJECT-EXIT
058800     END-IF
058900     MOVE LG-SUBJECT-ID (Subject-Sub) TO Work-Customer-Number
059000     PERFORM 2400-ADD-CUSTOMER THRU 2400-ADD-CUSTOMER-EXIT
059100     MOVE LOW-VALUES TO RL-ACCOUNT-NUMBER
059200     SET Scan-Is-Active TO TRUE
059300     START CUSTREL KEY IS NOT LESS THAN RL-ACCOUNT-NUMBER
059400         INVALID KEY
059500             SET Scan-Is-Done TO TRUE
059600     END-START
059700     PERFORM 2210-SCAN-ONE-LINK THRU 2210-SCAN-ONE-LINK-EXIT
059800         UNTIL Scan-Is-Done.
059900 2200-WIDEN-SUBJECT-EXIT.
060000     EXIT.
060100
060200 2210-SCAN-ONE-LINK.
060300     READ CUSTREL NEXT RECORD
060400         AT END
060500             SET Scan-Is-Done TO TRUE
060600             GO TO 2210-SCAN-ONE-LINK-EXIT
060700     END-READ
060800     IF RL-CUSTOMER-NUMBER = LG-SUBJECT-ID (Subject-Sub)
060900         MOVE RL-ACCOUNT-NUMBER TO Work-Account-Number
061000         PERFORM 2300-ADD-ACCOUNT THRU 2300-ADD-ACCOUNT-EXIT
061100     END-IF.
061200 2210-SCAN-ONE-LINK-EXIT.
061300     EXIT.
061400
061500 2300-ADD-ACCOUNT.
061600     MOVE 0 TO Account-Found-Sub
061700     PERFORM 2310-MATCH-ACCOUNT THRU 2310-MATCH-ACCOUNT-EXIT
061800         VARYING Account-Sub FROM 1 BY 1
061900         UNTIL Account-Sub > Package-Account-Count
062000            OR Account-Found-Sub > 0
062100     IF Account-Found-Sub > 0
062200         GO TO 2300-ADD-ACCOUNT-EXIT
062300     END-IF
062400     IF Package-Account-Count >= 50
062500         ADD 1 TO Request-Accounts-Dropped
062600         GO TO 2300-ADD-ACCOUNT-EXIT
062700     END-IF
062800     ADD 1 TO Package-Account-Count
062900     MOVE Work-Account-Number
063000         TO PA-ACCOUNT-NUMBER (Package-Account-Count).
063100 2300-ADD-ACCOUNT-EXIT.
063200     EXIT.
063300
063400 2310-MATCH-ACCOUNT.
063500     IF PA-ACCOUNT-NUMBER (Account-Sub) = Work-Account-Number
063600         MOVE Account-Sub TO Account-Found-Sub
063700     END-IF.
063800 2310-MATCH-ACCOUNT-EXIT.
063900     EXIT.
064000
064100 2400-ADD-CUSTOMER.
064200     MOVE 0 TO Customer-Found-Sub
064300     PERFORM 2410-MATCH-CUSTOMER THRU 2410-MATCH-CUSTOMER-EXIT
064400         VARYING Customer-Sub FROM 1 BY 1
064500         UNTIL Customer-Sub > Package-Customer-Count
064600            OR Customer-Found-Sub > 0
064700     IF Customer-Found-Sub > 0
064800         GO TO 2400-ADD-CUSTOMER-EXIT
064900     END-IF
065000     IF Package-Customer-Count >= 30
065100         ADD 1 TO Request-Customers-Dropped
065200         GO TO 2400-ADD-CUSTOMER-EXIT
065300     END-IF
065400     ADD 1 TO Package-Customer-Count
065500     MOVE Work-Customer-Number
065600         TO YP-CUSTOMER-NUMBER (Package-Customer-Count).
065700 2400-ADD-CUSTOMER-EXIT.
065800     EXIT.
065900
066000 2410-MATCH-CUSTOMER.
066100     IF YP-CUSTOMER-NUMBER (Customer-Sub) = Work-Customer-Number
066200         MOVE Customer-Sub TO Customer-Found-Sub
066300     END-IF.
066400 2410-MATCH-CUSTOMER-EXIT.
066500     EXIT.
066600
066700*****************************************************************
066800*    ONE ACCOUNT: WHO MAY SIGN ON IT, THEN ITS STATEMENTS FOR   *
066900*    THE PERIOD. THE LOOKUP IS LOGGED TO INQAUD UNDER THE       *
067000*    OPERATOR WHO LOGGED THE REQUEST, LIKE ANY OTHER ACCOUNT    *
067100*    INQUIRY.                                                   *
067200*****************************************************************
067300 3000-RESEARCH-ACCOUNT.
067400     MOVE PA-ACCOUNT-NUMBER (Account-Sub) TO Work-Account-Number
067500     ADD 1 TO Accounts-Researched
067600     MOVE LG-LOGGED-BY TO IQ-OPERATOR-ID
067700     MOVE "BATCH" TO IQ-TERMINAL-ID
067800     MOVE Work-Account-Number TO IQ-ACCOUNT-NUMBER
067900     MOVE "LEGALPKG" TO IQ-SOURCE-PROGRAM
068000     MOVE Run-Date TO IQ-INQUIRY-DATE
068100     MOVE Run-Time TO IQ-INQUIRY-TIME
068200     WRITE IQ-INQUIRY-AUDIT-RECORD
068300     MOVE SPACES TO LX-PRINT-LINE
068400     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
068500     MOVE Work-Account-Number TO MF-ACCOUNT-NUMBER
068600     READ ACCTMSTR
068700         INVALID KEY
068800             MOVE SPACES TO MF-BRANCH-CODE
068900             MOVE SPACES TO MF-PRODUCT-CODE
069000             MOVE "NOT ON MASTER" TO MF-ACCOUNT-STATUS
069100             MOVE ZERO TO MF-OPEN-DATE
069200     END-READ
069300     MOVE Work-Account-Number TO AH-LINE-ACCOUNT
069400     MOVE MF-BRANCH-CODE TO AH-LINE-BRANCH
069500     MOVE MF-PRODUCT-CODE TO AH-LINE-PRODUCT
069600     MOVE MF-ACCOUNT-STATUS TO AH-LINE-STATUS
069700     MOVE MF-OPEN-DATE TO AH-LINE-OPENED
069800     MOVE Account-Head-Line TO LX-PRINT-LINE
069900     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
070000     PERFORM 3100-SIGNER-ROLES THRU 3100-SIGNER-ROLES-EXIT
070100     PERFORM 3200-PERIOD-HISTORY THRU 3200-PERIOD-HISTORY-EXIT.
070200 3000-RESEARCH-ACCOUNT-EXIT.
070300     EXIT.
070400
070500 3100-SIGNER-ROLES.
070600     MOVE Work-Account-Number TO RL-ACCOUNT-NUMBER
070700     READ CUSTREL
070800         INVALID KEY
070900             MOVE "NO CUSTREL OWNER ON FILE" TO NL-NOTE-TEXT
071000             MOVE Note-Line TO LX-PRINT-LINE
071100             PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
071200         NOT INVALID KEY
071300             MOVE "OWNER" TO RL-LINE-ROLE
071400             MOVE RL-CUSTOMER-NUMBER TO RL-LINE-CUSTOMER
071500             PERFORM 3110-WRITE-ROLE THRU 3110-WRITE-ROLE-EXIT
071600     END-READ
071700     MOVE Work-Account-Number TO RO-ACCOUNT-NUMBER
071800     MOVE LOW-VALUES TO RO-ROLE-CODE
071900     SET Scan-Is-Active TO TRUE
072000     START CUSTROLE KEY IS NOT LESS THAN RO-ROLE-KEY
072100         INVALID KEY
072200             SET Scan-Is-Done TO TRUE
072300     END-START
072400     PERFORM 3120-NEXT-ROLE THRU 3120-NEXT-ROLE-EXIT
072500         UNTIL Scan-Is-Done
072600     MOVE Work-Account-Number TO SN-ACCOUNT-NUMBER
072700     READ SIGCARD
072800         INVALID KEY
072900             MOVE "NO SIGNATURE CARD RULE - ONE SIGNATURE"
073000                 TO NL-NOTE-TEXT
073100             MOVE Note-Line TO LX-PRINT-LINE
073200             PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
073300             GO TO 3100-SIGNER-ROLES-EXIT
073400     END-READ
073500     MOVE SN-CARD-DATE TO SC-LINE-DATE
073600     MOVE SN-SIGNERS-REQUIRED TO SC-LINE-REQUIRED
073700     MOVE SN-SIGNERS-ON-CARD TO SC-LINE-ON-CARD
073800     MOVE Sigcard-Line TO LX-PRINT-LINE
073900     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.
074000 3100-SIGNER-ROLES-EXIT.
074100     EXIT.
074200
074300 3110-WRITE-ROLE.
074400     MOVE RL-LINE-CUSTOMER TO NA-CUSTOMER-NUMBER
074500     READ CUSTADDR
074600         INVALID KEY
074700             MOVE "(NO NAME ON CUSTADDR)" TO NA-CUSTOMER-NAME
074800     END-READ
074900     MOVE NA-CUSTOMER-NAME TO RL-LINE-NAME
075000     MOVE Role-Line TO LX-PRINT-LINE
075100     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.
075200 3110-WRITE-ROLE-EXIT.
075300     EXIT.
075400
075500 3120-NEXT-ROLE.
075600     READ CUSTROLE NEXT RECORD
075700         AT END
075800             SET Scan-Is-Done TO TRUE
075900             GO TO 3120-NEXT-ROLE-EXIT
076000     END-READ
076100     IF RO-ACCOUNT-NUMBER NOT = Work-Account-Number
076200         SET Scan-Is-Done TO TRUE
076300         GO TO 3120-NEXT-ROLE-EXIT
076400     END-IF
076500     IF RO-ROLE-CUSTODIAN
076600         MOVE "CUSTODIAN" TO RL-LINE-ROLE
076700     ELSE
076800         IF RO-ROLE-MINOR
076900             MOVE "MINOR" TO RL-LINE-ROLE
077000         ELSE
077100             MOVE "ROLE " TO RL-LINE-ROLE
077200             MOVE RO-ROLE-CODE TO RL-LINE-ROLE (6:1)
077300         END-IF
077400     END-IF
077500     MOVE RO-CUSTOMER-NUMBER TO RL-LINE-CUSTOMER
077600     PERFORM 3110-WRITE-ROLE THRU 3110-WRITE-ROLE-EXIT.
077700 3120-NEXT-ROLE-EXIT.
077800     EXIT.
077900
078000*> THE PRIOR-YEAR PARTITION IS WALKED FIRST, THEN THE CURRENT
078100*> FILE, SO THE MONTHS COME OUT IN ORDER ACROSS THE SPLIT.
078200 3200-PERIOD-HISTORY.
078300     SET Statement-Is-Closed TO TRUE
078400     MOVE 0 TO Account-Item-Count
078500     IF Prior-Part-Open
078600         MOVE Work-Account-Number TO HP-ACCOUNT-NUMBER
078700         MOVE LG-PERIOD-FROM-DATE TO HP-TRANS-DATE
078800         MOVE ZERO TO HP-TRANS-SEQUENCE
078900         SET Scan-Is-Active TO TRUE
079000         START TRANHISP KEY IS NOT LESS THAN HP-HISTORY-KEY
079100             INVALID KEY
079200                 SET Scan-Is-Done TO TRUE
079300         END-START
079400         PERFORM 3210-NEXT-PRIOR-ITEM
079500             THRU 3210-NEXT-PRIOR-ITEM-EXIT
079600             UNTIL Scan-Is-Done
079700     END-IF
079800     MOVE Work-Account-Number TO HT-ACCOUNT-NUMBER
079900     MOVE LG-PERIOD-FROM-DATE TO HT-TRANS-DATE
080000     MOVE ZERO TO HT-TRANS-SEQUENCE
080100     SET Scan-Is-Active TO TRUE
080200     START TRANHIST KEY IS NOT LESS THAN HT-HISTORY-KEY
080300         INVALID KEY
080400             SET Scan-Is-Done TO TRUE
080500     END-START
080600     PERFORM 3220-NEXT-ITEM THRU 3220-NEXT-ITEM-EXIT
080700         UNTIL Scan-Is-Done
080800     IF Statement-Is-Open
080900         PERFORM 3400-CLOSE-STATEMENT
081000             THRU 3400-CLOSE-STATEMENT-EXIT
081100     END-IF
081200     IF Account-Item-Count = 0
081300         MOVE "NO POSTED ACTIVITY IN THE PERIOD" TO NL-NOTE-TEXT
081400         MOVE Note-Line TO LX-PRINT-LINE
081500         PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
081600     END-IF.
081700 3200-PERIOD-HISTORY-EXIT.
081800     EXIT.
081900
082000 3210-NEXT-PRIOR-ITEM.
082100     READ TRANHISP NEXT RECORD
082200         AT END
082300             SET Scan-Is-Done TO TRUE
082400             GO TO 3210-NEXT-PRIOR-ITEM-EXIT
082500     END-READ
082600     IF HP-ACCOUNT-NUMBER NOT = Work-Account-Number
082700         OR HP-TRANS-DATE > LG-PERIOD-TO-DATE
082800         SET Scan-Is-Done TO TRUE
082900         GO TO 3210-NEXT-PRIOR-ITEM-EXIT
083000     END-IF
083100     MOVE HP-TRANS-DATE TO Item-Date
083200     MOVE HP-TRANS-TYPE TO Item-Type
083300     MOVE HP-TRANS-AMOUNT TO Item-Amount
083400     MOVE HP-BALANCE-AFTER TO Item-Balance-After
083500     MOVE HP-SERIAL-NUMBER TO Item-Serial
083600     MOVE HP-TRACE-ID TO Item-Trace-Id
083700     MOVE HP-TRANS-CODE TO Item-Trans-Code
083800     MOVE HP-SOURCE-CHANNEL TO Item-Channel
083900     MOVE HP-BRANCH-CODE TO Item-Branch
084000     PERFORM 3300-TAKE-ITEM THRU 3300-TAKE-ITEM-EXIT.
084100 3210-NEXT-PRIOR-ITEM-EXIT.
084200     EXIT.
084300
084400 3220-NEXT-ITEM.
084500     READ TRANHIST NEXT RECORD
084600         AT END
084700             SET Scan-Is-Done TO TRUE
084800             GO TO 3220-NEXT-ITEM-EXIT
084900     END-READ
085000     IF HT-ACCOUNT-NUMBER NOT = Work-Account-Number
085100         OR HT-TRANS-DATE > LG-PERIOD-TO-DATE
085200         SET Scan-Is-Done TO TRUE
085300         GO TO 3220-NEXT-ITEM-EXIT
085400     END-IF
085500     MOVE HT-TRANS-DATE TO Item-Date
085600     MOVE HT-TRANS-TYPE TO Item-Type
085700     MOVE HT-TRANS-AMOUNT TO Item-Amount
085800     MOVE HT-BALANCE-AFTER TO Item-Balance-After
085900     MOVE HT-SERIAL-NUMBER TO Item-Serial
086000     MOVE HT-TRACE-ID TO Item-Trace-Id
086100     MOVE HT-TRANS-CODE TO Item-Trans-Code
086200     MOVE HT-SOURCE-CHANNEL TO Item-Channel
086300     MOVE HT-BRANCH-CODE TO Item-Branch
086400     PERFORM 3300-TAKE-ITEM THRU 3300-TAKE-ITEM-EXIT.
086500 3220-NEXT-ITEM-EXIT.
086600     EXIT.
086700
086800*****************************************************************
086900*    A NEW MONTH CLOSES THE LAST STATEMENT AND OPENS THE NEXT.  *
087000*    THE OPENING BALANCE IS BACKED OUT OF THE MONTH'S FIRST     *
087100*    ITEM - ITS BALANCE AFTER, LESS A DEPOSIT OR PLUS A         *
087200*    WITHDRAWAL - SO NO SNAPSHOT FILE IS NEEDED.                *
087300*****************************************************************
087400 3300-TAKE-ITEM.
087500     IF Statement-Is-Open
087600         AND Item-Year-Month NOT = Statement-Year-Month
087700         PERFORM 3400-CLOSE-STATEMENT
087800             THRU 3400-CLOSE-STATEMENT-EXIT
087900     END-IF
088000     IF Statement-Is-Closed
088100         INITIALIZE Statement-Work
088200         MOVE Item-Year-Month TO Statement-Year-Month
088300         IF Item-Is-Deposit
088400             COMPUTE Statement-Opening =
088500                 Item-Balance-After - Item-Amount
088600         ELSE
088700             COMPUTE Statement-Opening =
088800                 Item-Balance-After + Item-Amount
088900         END-IF
089000         MOVE Statement-Year-Month TO SH-LINE-YEAR-MONTH
089100         MOVE Statement-Opening TO SH-LINE-OPENING
089200         MOVE Statement-Head-Line TO LX-PRINT-LINE
089300         PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
089400         SET Statement-Is-Open TO TRUE
089500     END-IF
089600     IF Item-Is-Deposit
089700         ADD 1 TO Statement-Deposit-Count
089800         ADD Item-Amount TO Statement-Deposit-Total
089900         MOVE "DEPOSIT " TO IL-TYPE-TEXT
090000     ELSE
090100         ADD 1 TO Statement-Withdraw-Count
090200         ADD Item-Amount TO Statement-Withdraw-Total
090300         MOVE "WITHDRWL" TO IL-TYPE-TEXT
090400     END-IF
090500     MOVE Item-Balance-After TO Statement-Closing
090600     MOVE Item-Date TO IL-DATE
090700     MOVE Item-Amount TO IL-AMOUNT
090800     MOVE Item-Balance-After TO IL-BALANCE
090900     MOVE Item-Trace-Id TO IL-TRACE-ID
091000     MOVE Item-Trans-Code TO IL-TRANS-CODE
091100     MOVE Item-Channel TO IL-CHANNEL
091200     MOVE Item-Branch TO IL-BRANCH
091300     MOVE Item-Serial TO IL-SERIAL
091400     MOVE Item-Line TO LX-PRINT-LINE
091500     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
091600     ADD 1 TO Account-Item-Count
091700     ADD 1 TO Request-Items.
091800 3300-TAKE-ITEM-EXIT.
091900     EXIT.
092000
092100 3400-CLOSE-STATEMENT.
092200     MOVE Statement-Deposit-Count TO SF-LINE-DEP-COUNT
092300     MOVE Statement-Deposit-Total TO SF-LINE-DEP-TOTAL
092400     MOVE Statement-Withdraw-Count TO SF-LINE-WDL-COUNT
092500     MOVE Statement-Withdraw-Total TO SF-LINE-WDL-TOTAL
092600     MOVE Statement-Closing TO SF-LINE-CLOSING
092700     MOVE Statement-Foot-Line TO LX-PRINT-LINE
092800     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
092900     ADD 1 TO Request-Statements
093000     SET Statement-Is-Closed TO TRUE.
093100 3400-CLOSE-STATEMENT-EXIT.
093200     EXIT.
093300
093400*****************************************************************
093500*    ONE CUSTOMER: NAME AND CONTACT AS ON CUSTADDR TODAY, THEN  *
093600*    EVERY ADDRHIST CHANGE ON FILE FOR THEM WITH THE CONTACT IT *
093700*    REPLACED. ADDRHIST IS A SEQUENTIAL LOG, SO IT IS PASSED    *
093800*    ONCE PER CUSTOMER.                                         *
093900*****************************************************************
094000 4000-RESEARCH-CUSTOMER.
094100     MOVE YP-CUSTOMER-NUMBER (Customer-Sub)
094200         TO Work-Customer-Number
094300     MOVE SPACES TO LX-PRINT-LINE
094400     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
094500     MOVE Work-Customer-Number TO CH-LINE-CUSTOMER
094600     MOVE Work-Customer-Number TO NA-CUSTOMER-NUMBER
094700     READ CUSTADDR
094800         INVALID KEY
094900             MOVE "(NO NAME ON CUSTADDR)" TO CH-LINE-NAME
095000             MOVE Customer-Head-Line TO LX-PRINT-LINE
095100             PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
095200             GO TO 4000-CONTACT-HISTORY
095300     END-READ
095400     MOVE NA-CUSTOMER-NAME TO CH-LINE-NAME
095500     MOVE Customer-Head-Line TO LX-PRINT-LINE
095600     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
095700     MOVE "CURRENT " TO CL-LINE-LABEL
095800     MOVE NA-STREET-ADDRESS TO CL-LINE-STREET
095900     MOVE NA-CITY TO CL-LINE-CITY
096000     MOVE NA-STATE TO CL-LINE-STATE
096100     MOVE NA-POSTAL-CODE TO CL-LINE-POSTAL
096200     MOVE NA-PHONE-NUMBER TO CL-LINE-PHONE
096300     MOVE Contact-Line TO LX-PRINT-LINE
096400     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.
096500
096600 4000-CONTACT-HISTORY.
096700     MOVE 0 TO Contact-Change-Count
096800     OPEN INPUT ADDRHIST
096900     IF NOT Addrhist-OK
097000         MOVE "NO CONTACT HISTORY FILE" TO NL-NOTE-TEXT
097100         MOVE Note-Line TO LX-PRINT-LINE
097200         PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
097300         GO TO 4000-RESEARCH-CUSTOMER-EXIT
097400     END-IF
097500     SET Scan-Is-Active TO TRUE
097600     PERFORM 4100-NEXT-CHANGE THRU 4100-NEXT-CHANGE-EXIT
097700         UNTIL Scan-Is-Done
097800     CLOSE ADDRHIST
097900     IF Contact-Change-Count = 0
098000         MOVE "NO CONTACT CHANGES ON FILE" TO NL-NOTE-TEXT
098100         MOVE Note-Line TO LX-PRINT-LINE
098200         PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
098300     END-IF.
098400 4000-RESEARCH-CUSTOMER-EXIT.
098500     EXIT.
098600
098700 4100-NEXT-CHANGE.
098800     READ ADDRHIST
098900         AT END
099000             SET Scan-Is-Done TO TRUE
099100             GO TO 4100-NEXT-CHANGE-EXIT
099200     END-READ
099300     IF AH-CUSTOMER-NUMBER NOT = Work-Customer-Number
099400         GO TO 4100-NEXT-CHANGE-EXIT
099500     END-IF
099600     ADD 1 TO Contact-Change-Count
099700     MOVE AH-CHANGE-DATE TO CG-LINE-DATE
099800     MOVE AH-CHANGE-TIME TO CG-LINE-TIME
099900     MOVE AH-CHANGE-KIND TO CG-LINE-KIND
100000     MOVE AH-REQUESTED-BY TO CG-LINE-BY
100100     MOVE Change-Line TO LX-PRINT-LINE
100200     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
100300     MOVE "BEFORE  " TO CL-LINE-LABEL
100400     MOVE AH-PRIOR-STREET TO CL-LINE-STREET
100500     MOVE AH-PRIOR-CITY TO CL-LINE-CITY
100600     MOVE AH-PRIOR-STATE TO CL-LINE-STATE
100700     MOVE AH-PRIOR-POSTAL-CODE TO CL-LINE-POSTAL
100800     MOVE AH-PRIOR-PHONE TO CL-LINE-PHONE
100900     MOVE Contact-Line TO LX-PRINT-LINE
101000     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.
101100 4100-NEXT-CHANGE-EXIT.
101200     EXIT.
101300
101400 5000-BILL-FEE.
101500     COMPUTE Research-Fee = Fee-Per-Request
101600         + Request-Statements * Fee-Per-Statement
101700         + Request-Items * Fee-Per-Item
101800     MOVE SPACES TO LX-PRINT-LINE
101900     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
102000     MOVE Research-Fee TO FL-LINE-FEE
102100     MOVE Package-Account-Count TO FL-LINE-ACCOUNTS
102200     MOVE Request-Statements TO FL-LINE-STATEMENTS
102300     MOVE Request-Items TO FL-LINE-ITEMS
102400     MOVE Fee-Line TO LX-PRINT-LINE
102500     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.
102600 5000-BILL-FEE-EXIT.
102700     EXIT.
102800
102900 8000-WRITE-LINE.
103000     MOVE LG-REQUEST-NUMBER TO LX-REQUEST-NUMBER
103100     WRITE LX-PACKAGE-LINE
103200     ADD 1 TO Lines-Written.
103300 8000-WRITE-LINE-EXIT.
103400     EXIT.
103500
103600 9000-TERMINATE.
103700     CLOSE LGLREQ
103800     CLOSE ACCTMSTR
103900     CLOSE CUSTREL
104000     CLOSE CUSTROLE
104100     CLOSE SIGCARD
104200     CLOSE CUSTADDR
104300     CLOSE TRANHIST
104400     IF Prior-Part-Open
104500         CLOSE TRANHISP
104600     END-IF
104700     CLOSE INQAUD
104800     CLOSE LGLPKG
104900     MOVE Fee-Total TO Edited-Fee
105000     DISPLAY " "
105100     DISPLAY "LEGAL RESEARCH PACKAGE SUMMARY"
105200     DISPLAY "Requests read       - " Requests-Read
105300     DISPLAY "Packages produced   - " Packages-Produced
105400     DISPLAY "Skipped, no subject - " Requests-Skipped
105500     DISPLAY "Accounts researched - " Accounts-Researched
105600     DISPLAY "Package lines       - " Lines-Written
105700     DISPLAY "Fees to bill        - " Edited-Fee.
105800 9000-TERMINATE-EXIT.
105900     EXIT.
106000
106100
