000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CustomerDataAccessReport.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    CUSTOMERDATAACCESSREPORT                                   *
001100*                                                               *
001200*    ANSWERS A CUSTOMER'S REQUEST FOR EVERYTHING THE BANK       *
001300*    HOLDS ABOUT THEM. THE SYSIN CARD NAMES THE CUSTOMER        *
001400*    (COLUMNS 1-10) AND THE COMPLIANCE OPERATOR WORKING THE     *
001500*    REQUEST (COLUMNS 12-19). THE CUSTOMER IS WIDENED FIRST:    *
001600*      - CUSTXREF MERGE STUBS, BOTH WAYS - THE SURVIVOR OF A    *
001700*        MERGED NUMBER AND EVERY NUMBER MERGED INTO IT;         *
001800*      - EVERY ACCOUNT A CUSTREL OR CUSTROLE LINK TIES TO ANY   *
001900*        OF THOSE NUMBERS, PLUS THE ACCOUNT CARRYING THE        *
002000*        CUSTOMER'S OWN NUMBER WHEN CUSTREL NAMES NO OTHER      *
002100*        OWNER FOR IT.                                          *
002200*    THEN, TO THE CDAPKG PRINT STREAM, ONE SECTION PER SOURCE:  *
002300*    CUSTMSTR, CUSTADDR AND ITS ADDRHIST CHANGES, CUSTAUD, THE  *
002400*    ACCOUNT LINKS AND ACCTMSTR ROWS, MSTRJRNL CHANGES,         *
002500*    STMTPREF, ALERTSUB, WATCH-LIST SCREENING RESULTS (WLPEND), *
002600*    DISPCASE CASES AND INQAUD ACCESS RECORDS, ENDING WITH A    *
002700*    RECORD COUNT PER SOURCE FILE FOR THE COMPLIANCE FILE.      *
002800*    A FILE NOT AVAILABLE TO THE RUN IS NOTED IN ITS SECTION.   *
002900*    EACH ACCOUNT REPORTED ON IS LOGGED TO INQAUD UNDER THE     *
003000*    REQUESTING OPERATOR, AFTER THE INQAUD SECTION IS READ.     *
003100*    RC=16 ON A MISSING CARD; RC=4 WHEN NOTHING IS ON FILE FOR  *
003200*    THE CUSTOMER OR A TABLE FILLED AND SOME LINKS WERE LEFT    *
003300*    OUT.                                                       *
003400*                                                               *
003500*    MODIFICATION HISTORY                                      *
003600*    ------------------------------------------------------    *
003700*    DATE       INIT  DESCRIPTION                              *
003800*    ---------  ----  -----------------------------------      *
003900*    2026-10-15  RLB  ORIGINAL.                                *
004000*                                                               *
004100*****************************************************************
004200
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT CUSTMSTR ASSIGN TO "CUSTMSTR"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS CM-CUSTOMER-NUMBER
005000         FILE STATUS IS Custmstr-File-Status.
005100
005200     SELECT CUSTXREF ASSIGN TO "CUSTXREF"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS XC-OLD-CUSTOMER-NUMBER
005600         FILE STATUS IS Custxref-File-Status.
005700
005800     SELECT CUSTADDR ASSIGN TO "CUSTADDR"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS NA-CUSTOMER-NUMBER
006200         FILE STATUS IS Custaddr-File-Status.
006300
006400     SELECT ADDRHIST ASSIGN TO "ADDRHIST"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS Addrhist-File-Status.
006700
006800     SELECT CUSTAUD ASSIGN TO "CUSTAUD"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS Custaud-File-Status.
007100
007200     SELECT CUSTREL ASSIGN TO "CUSTREL"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS RL-ACCOUNT-NUMBER
007600         FILE STATUS IS Custrel-File-Status.
007700
007800     SELECT CUSTROLE ASSIGN TO "CUSTROLE"
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS DYNAMIC
008100         RECORD KEY IS RO-ROLE-KEY
008200         FILE STATUS IS Custrole-File-Status.
008300
008400     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
008500         ORGANIZATION IS INDEXED
008600         ACCESS MODE IS RANDOM
008700         RECORD KEY IS MF-ACCOUNT-NUMBER
008800         FILE STATUS IS Acctmstr-File-Status.
008900
009000     SELECT MSTRJRNL ASSIGN TO "MSTRJRNL"
009100         ORGANIZATION IS SEQUENTIAL
009200         FILE STATUS IS Mstrjrnl-File-Status.
009300
009400     SELECT STMTPREF ASSIGN TO "STMTPREF"
009500         ORGANIZATION IS INDEXED
009600         ACCESS MODE IS RANDOM
009700         RECORD KEY IS DP-ACCOUNT-NUMBER
009800         FILE STATUS IS Stmtpref-File-Status.
009900
010000     SELECT ALERTSUB ASSIGN TO "ALERTSUB"
010100         ORGANIZATION IS INDEXED
010200         ACCESS MODE IS DYNAMIC
010300         RECORD KEY IS AS-ALERT-KEY
010400         FILE STATUS IS Alertsub-File-Status.
010500
010600     SELECT WLPEND ASSIGN TO "WLPEND"
010700         ORGANIZATION IS INDEXED
010800         ACCESS MODE IS RANDOM
010900         RECORD KEY IS WP-SUBJECT-NUMBER
011000         FILE STATUS IS Wlpend-File-Status.
011100
011200     SELECT DISPCASE ASSIGN TO "DISPCASE"
011300         ORGANIZATION IS INDEXED
011400         ACCESS MODE IS SEQUENTIAL
011500         RECORD KEY IS DS-CASE-NUMBER
011600         FILE STATUS IS Dispcase-File-Status.
011700
011800     SELECT INQAUD ASSIGN TO "INQAUD"
011900         ORGANIZATION IS SEQUENTIAL
012000         FILE STATUS IS Inqaud-File-Status.
012100
012200     SELECT CDAPKG ASSIGN TO "CDAPKG"
012300         ORGANIZATION IS SEQUENTIAL
012400         FILE STATUS IS Cdapkg-File-Status.
012500
012600 DATA DIVISION.
012700 FILE SECTION.
012800 FD  CUSTMSTR.
012900     COPY CUSTMSTR.
013000
013100 FD  CUSTXREF.
013200     COPY CUSTXREF.
013300
013400 FD  CUSTADDR.
013500     COPY CUSTADDR.
013600
013700 FD  ADDRHIST.
013800     COPY ADDRHIST.
013900
014000 FD  CUSTAUD.
014100     COPY CUSTAUD.
014200
014300 FD  CUSTREL.
014400     COPY CUSTREL.
014500
014600 FD  CUSTROLE.
014700     COPY CUSTROLE.
014800
014900 FD  ACCTMSTR.
015000     COPY ACCTMSTR.
015100
015200 FD  MSTRJRNL.
015300     COPY MSTRJRNL.
015400
015500 FD  STMTPREF.
015600     COPY STMTPREF.
015700
015800 FD  ALERTSUB.
015900     COPY ALERTSUB.
016000
016100 FD  WLPEND.
016200     COPY WLPEND.
016300
016400 FD  DISPCASE.
016500     COPY DISPCASE.
016600
016700 FD  INQAUD.
016800     COPY INQAUD.
016900
017000 FD  CDAPKG.
017100     COPY CDAPKG.
017200
017300 WORKING-STORAGE SECTION.
017400 01  Custmstr-File-Status            PIC XX.
017500     88  Custmstr-OK                 VALUE "00".
017600 01  Custxref-File-Status            PIC XX.
017700     88  Custxref-OK                 VALUE "00".
017800 01  Custaddr-File-Status            PIC XX.
017900     88  Custaddr-OK                 VALUE "00".
018000 01  Addrhist-File-Status            PIC XX.
018100     88  Addrhist-OK                 VALUE "00".
018200 01  Custaud-File-Status             PIC XX.
018300     88  Custaud-OK                  VALUE "00".
018400 01  Custrel-File-Status             PIC XX.
018500     88  Custrel-OK                  VALUE "00".
018600 01  Custrole-File-Status            PIC XX.
018700     88  Custrole-OK                 VALUE "00".
018800 01  Acctmstr-File-Status            PIC XX.
018900     88  Acctmstr-OK                 VALUE "00".
019000 01  Mstrjrnl-File-Status            PIC XX.
019100     88  Mstrjrnl-OK                 VALUE "00".
019200 01  Stmtpref-File-Status            PIC XX.
019300     88  Stmtpref-OK                 VALUE "00".
019400 01  Alertsub-File-Status            PIC XX.
019500     88  Alertsub-OK                 VALUE "00".
019600 01  Wlpend-File-Status              PIC XX.
019700     88  Wlpend-OK                   VALUE "00".
019800 01  Dispcase-File-Status            PIC XX.
019900     88  Dispcase-OK                 VALUE "00".
020000 01  Inqaud-File-Status              PIC XX.
020100     88  Inqaud-OK                   VALUE "00".
020200 01  Cdapkg-File-Status              PIC XX.
020300     88  Cdapkg-OK                   VALUE "00".
020400
020500 01  Xref-Switch                     PIC X(01).
020600     88  Xref-Open                   VALUE "Y".
020700     88  Xref-Absent                 VALUE "N".
020800 01  Scan-Switch                     PIC X(01).
020900     88  Scan-Is-Done                VALUE "Y".
021000     88  Scan-Is-Active              VALUE "N".
021100
021200*    THE SYSIN CARD.
021300 01  Request-Card.
021400     05  RQ-CUSTOMER-NUMBER          PIC X(10).
021500     05  FILLER                      PIC X(01).
021600     05  RQ-REQUESTED-BY             PIC X(08).
021700     05  FILLER                      PIC X(61).
021800
021900 01  Run-Date                        PIC 9(08).
022000 01  Run-Time                        PIC 9(08).
022100 01  Work-Account-Number             PIC X(10).
022200 01  Work-Customer-Number            PIC X(10).
022300 01  Work-Link-Text                  PIC X(12).
022400 01  Work-Link-Source                PIC X(08).
022500
022600*    EVERY CUSTOMER NUMBER THE REQUEST COVERS - THE ONE ASKED
022700*    FOR AND THOSE CUSTXREF MERGES TIE TO IT.
022800 01  Identity-Table.
022900     05  Identity-Count              PIC 9(03) COMP.
023000     05  Identity-Entry OCCURS 20 TIMES.
023100         10  ID-CUSTOMER-NUMBER      PIC X(10).
023200         10  ID-HOW-TIED             PIC X(24).
023300 01  Identity-Sub                    PIC 9(03) COMP.
023400 01  Identity-Found-Sub              PIC 9(03) COMP.
023500 01  Work-How-Tied                   PIC X(24).
023600
023700*    EVERY CUSTREL/CUSTROLE LINK FROM THOSE NUMBERS TO AN
023800*    ACCOUNT, AND THE DISTINCT ACCOUNTS THE LINKS REACH.
023900 01  Link-Table.
024000     05  Link-Count                  PIC 9(03) COMP.
024100     05  Link-Entry OCCURS 100 TIMES.
024200         10  Link-Account-Number     PIC X(10).
024300         10  Link-Customer-Number    PIC X(10).
024400         10  Link-Text               PIC X(12).
024500         10  Link-Source             PIC X(08).
024600 01  Link-Sub                        PIC 9(03) COMP.
024700 01  Account-Table.
024800     05  Account-Count               PIC 9(03) COMP.
024900     05  Account-Entry OCCURS 100 TIMES.
025000         10  AC-ACCOUNT-NUMBER       PIC X(10).
025100 01  Account-Sub                     PIC 9(03) COMP.
025200 01  Account-Found-Sub               PIC 9(03) COMP.
025300 01  Match-Sub                       PIC 9(03) COMP.
025400 01  Entries-Dropped                 PIC 9(05).
025500
025600*    RECORDS REPORTED, ONE COUNTER PER SOURCE FILE, IN THE
025700*    ORDER OF THE SOURCE NAME TABLE BELOW.
025800 01  Source-Counts.
025900     05  Count-Custxref              PIC 9(07) COMP.
026000     05  Count-Custmstr              PIC 9(07) COMP.
026100     05  Count-Custaddr              PIC 9(07) COMP.
026200     05  Count-Addrhist              PIC 9(07) COMP.
026300     05  Count-Custaud               PIC 9(07) COMP.
026400     05  Count-Custrel               PIC 9(07) COMP.
026500     05  Count-Custrole              PIC 9(07) COMP.
026600     05  Count-Acctmstr              PIC 9(07) COMP.
026700     05  Count-Mstrjrnl              PIC 9(07) COMP.
026800     05  Count-Stmtpref              PIC 9(07) COMP.
026900     05  Count-Alertsub              PIC 9(07) COMP.
027000     05  Count-Wlpend                PIC 9(07) COMP.
027100     05  Count-Dispcase              PIC 9(07) COMP.
027200     05  Count-Inqaud                PIC 9(07) COMP.
027300 01  Source-Count-Table REDEFINES Source-Counts.
027400     05  Source-Count                PIC 9(07) COMP
027500                                     OCCURS 14 TIMES.
027600 01  Source-Name-Values.
027700     05  FILLER                      PIC X(40) VALUE
027800         "CUSTXREF  CUSTOMER MERGE STUBS".
027900     05  FILLER                      PIC X(40) VALUE
028000         "CUSTMSTR  CUSTOMER MASTER".
028100     05  FILLER                      PIC X(40) VALUE
028200         "CUSTADDR  NAME, ADDRESS AND PHONE".
028300     05  FILLER                      PIC X(40) VALUE
028400         "ADDRHIST  CONTACT CHANGE HISTORY".
028500     05  FILLER                      PIC X(40) VALUE
028600         "CUSTAUD   CUSTOMER MAINTENANCE AUDIT".
028700     05  FILLER                      PIC X(40) VALUE
028800         "CUSTREL   ACCOUNT OWNERSHIP LINKS".
028900     05  FILLER                      PIC X(40) VALUE
029000         "CUSTROLE  ACCOUNT ROLE LINKS".
029100     05  FILLER                      PIC X(40) VALUE
029200         "ACCTMSTR  ACCOUNT MASTER".
029300     05  FILLER                      PIC X(40) VALUE
029400         "MSTRJRNL  ACCOUNT MASTER CHANGES".
029500     05  FILLER                      PIC X(40) VALUE
029600         "STMTPREF  STATEMENT DELIVERY".
029700     05  FILLER                      PIC X(40) VALUE
029800         "ALERTSUB  ALERT SUBSCRIPTIONS".
029900     05  FILLER                      PIC X(40) VALUE
030000         "WLPEND    WATCH-LIST SCREENING RESULTS".
030100     05  FILLER                      PIC X(40) VALUE
030200         "DISPCASE  DISPUTE CASES".
030300     05  FILLER                      PIC X(40) VALUE
030400         "INQAUD    ACCOUNT ACCESS RECORDS".
030500 01  Source-Name-Table REDEFINES Source-Name-Values.
030600     05  Source-Name                 PIC X(40)
030700                                     OCCURS 14 TIMES.
030800 01  Source-Sub                      PIC 9(02) COMP.
030900 01  Section-Count                   PIC 9(07) COMP.
031000 01  Records-Total                   PIC 9(07) COMP.
031100 01  Lines-Written                   PIC 9(07) COMP.
031200 01  Accounts-Logged                 PIC 9(07) COMP.
031300
031400*    REPORT PRINT LINES.
031500 01  Title-Line.
031600     05  FILLER                      PIC X(39) VALUE
031700         "CUSTOMER DATA ACCESS REPORT - CUSTOMER ".
031800     05  TL-CUSTOMER-NUMBER          PIC X(10).
031900     05  FILLER                      PIC X(12) VALUE
032000         "   PRODUCED ".
032100     05  TL-RUN-DATE                 PIC 9(08).
032200     05  FILLER                      PIC X(05) VALUE " FOR ".
032300     05  TL-REQUESTED-BY             PIC X(08).
032400     05  FILLER                      PIC X(18) VALUE SPACES.
032500 01  Section-Line.
032600     05  FILLER                      PIC X(04) VALUE "=== ".
032700     05  SL-SECTION-TEXT             PIC X(40).
032800     05  FILLER                      PIC X(56) VALUE SPACES.
032900 01  Note-Line.
033000     05  FILLER                      PIC X(02) VALUE SPACES.
033100     05  NL-NOTE-TEXT                PIC X(60).
033200     05  FILLER                      PIC X(38) VALUE SPACES.
033300 01  Identity-Line.
033400     05  FILLER                      PIC X(11) VALUE
033500         "  CUSTOMER ".
033600     05  IL-CUSTOMER                 PIC X(10).
033700     05  FILLER                      PIC X(02) VALUE SPACES.
033800     05  IL-HOW-TIED                 PIC X(24).
033900     05  FILLER                      PIC X(53) VALUE SPACES.
034000 01  Xref-Line.
034100     05  FILLER                      PIC X(02) VALUE SPACES.
034200     05  XL-OLD-CUSTOMER             PIC X(10).
034300     05  FILLER                      PIC X(13) VALUE
034400         " MERGED INTO ".
034500     05  XL-NEW-CUSTOMER             PIC X(10).
034600     05  FILLER                      PIC X(04) VALUE " ON ".
034700     05  XL-MERGE-DATE               PIC 9(08).
034800     05  FILLER                      PIC X(04) VALUE " BY ".
034900     05  XL-MERGED-BY                PIC X(08).
035000     05  FILLER                      PIC X(41) VALUE SPACES.
035100 01  Custmstr-Line.
035200     05  FILLER                      PIC X(02) VALUE SPACES.
035300     05  CM-LINE-CUSTOMER            PIC X(10).
035400     05  FILLER                      PIC X(07) VALUE " TRUST ".
035500     05  CM-LINE-TRUST               PIC 9(01).
035600     05  FILLER                      PIC X(10) VALUE
035700         " WITHHOLD ".
035800     05  CM-LINE-WITHHOLD            PIC X(01).
035900     05  FILLER                      PIC X(01) VALUE SPACE.
036000     05  CM-LINE-RATE                PIC 9.9999.
036100     05  FILLER                      PIC X(06) VALUE " BORN ".
036200     05  CM-LINE-BORN                PIC 9(08).
036300     05  FILLER                      PIC X(08) VALUE
036400         " MERGED ".
036500     05  CM-LINE-MERGED              PIC X(01).
036600     05  FILLER                      PIC X(10) VALUE
036700         " DECEASED ".
036800     05  CM-LINE-DECEASED            PIC X(01).
036900     05  FILLER                      PIC X(07) VALUE " CLASS ".
037000     05  CM-LINE-CLASS               PIC X(01).
037100     05  FILLER                      PIC X(20) VALUE SPACES.
037200 01  Name-Line.
037300     05  FILLER                      PIC X(02) VALUE SPACES.
037400     05  NM-LINE-CUSTOMER            PIC X(10).
037500     05  FILLER                      PIC X(02) VALUE SPACES.
037600     05  NM-LINE-NAME                PIC X(30).
037700     05  FILLER                      PIC X(04) VALUE " PH ".
037800     05  NM-LINE-PHONE               PIC X(10).
037900     05  FILLER                      PIC X(14) VALUE
038000         " BAD ADDRESS ".
038100     05  NM-LINE-BAD                 PIC X(01).
038200     05  FILLER                      PIC X(27) VALUE SPACES.
038300 01  Contact-Line.
038400     05  FILLER                      PIC X(04) VALUE SPACES.
038500     05  CL-LINE-LABEL               PIC X(08).
038600     05  CL-LINE-STREET              PIC X(30).
038700     05  FILLER                      PIC X(01) VALUE SPACE.
038800     05  CL-LINE-CITY                PIC X(20).
038900     05  FILLER                      PIC X(01) VALUE SPACE.
039000     05  CL-LINE-STATE               PIC X(02).
039100     05  FILLER                      PIC X(01) VALUE SPACE.
039200     05  CL-LINE-POSTAL              PIC X(09).
039300     05  FILLER                      PIC X(04) VALUE " PH ".
039400     05  CL-LINE-PHONE               PIC X(10).
039500     05  FILLER                      PIC X(10) VALUE SPACES.
039600 01  Change-Line.
039700     05  FILLER                      PIC X(02) VALUE SPACES.
039800     05  CG-LINE-CUSTOMER            PIC X(10).
039900     05  FILLER                      PIC X(12) VALUE
040000         " CHANGED ON ".
040100     05  CG-LINE-DATE                PIC 9(08).
040200     05  FILLER                      PIC X(01) VALUE SPACE.
040300     05  CG-LINE-TIME                PIC 9(08).
040400     05  FILLER                      PIC X(06) VALUE " KIND ".
040500     05  CG-LINE-KIND                PIC X(01).
040600     05  FILLER                      PIC X(04) VALUE " BY ".
040700     05  CG-LINE-BY                  PIC X(08).
040800     05  FILLER                      PIC X(40) VALUE SPACES.
040900 01  Custaud-Line.
041000     05  FILLER                      PIC X(02) VALUE SPACES.
041100     05  CA-LINE-CUSTOMER            PIC X(10).
041200     05  FILLER                      PIC X(08) VALUE
041300         " ACTION ".
041400     05  CA-LINE-ACTION              PIC X(01).
041500     05  FILLER                      PIC X(07) VALUE " SCORE ".
041600     05  CA-LINE-BEFORE              PIC X(01).
041700     05  FILLER                      PIC X(04) VALUE " TO ".
041800     05  CA-LINE-AFTER               PIC X(01).
041900     05  FILLER                      PIC X(04) VALUE " BY ".
042000     05  CA-LINE-BY                  PIC X(08).
042100     05  FILLER                      PIC X(04) VALUE " ON ".
042200     05  CA-LINE-DATE                PIC 9(08).
042300     05  FILLER                      PIC X(01) VALUE SPACE.
042400     05  CA-LINE-TIME                PIC 9(08).
042500     05  FILLER                      PIC X(33) VALUE SPACES.
042600 01  Link-Line.
042700     05  FILLER                      PIC X(10) VALUE
042800         "  ACCOUNT ".
042900     05  LL-ACCOUNT                  PIC X(10).
043000     05  FILLER                      PIC X(01) VALUE SPACE.
043100     05  LL-LINK-TEXT                PIC X(12).
043200     05  FILLER                      PIC X(10) VALUE
043300         " CUSTOMER ".
043400     05  LL-CUSTOMER                 PIC X(10).
043500     05  FILLER                      PIC X(06) VALUE " FROM ".
043600     05  LL-SOURCE                   PIC X(08).
043700     05  FILLER                      PIC X(33) VALUE SPACES.
043800 01  Account-Line.
043900     05  FILLER                      PIC X(10) VALUE
044000         "  ACCOUNT ".
044100     05  AL-ACCOUNT                  PIC X(10).
044200     05  FILLER                      PIC X(04) VALUE " BR ".
044300     05  AL-BRANCH                   PIC X(04).
044400     05  FILLER                      PIC X(06) VALUE " PROD ".
044500     05  AL-PRODUCT                  PIC X(04).
044600     05  FILLER                      PIC X(01) VALUE SPACE.
044700     05  AL-CURRENCY                 PIC X(03).
044800     05  FILLER                      PIC X(05) VALUE " BAL ".
044900     05  AL-BALANCE                  PIC -ZZZ,ZZ9.99.
045000     05  FILLER                      PIC X(01) VALUE SPACE.
045100     05  AL-STATUS                   PIC X(14).
045200     05  FILLER                      PIC X(08) VALUE
045300         " OPENED ".
045400     05  AL-OPENED                   PIC 9(08).
045500     05  FILLER                      PIC X(11) VALUE SPACES.
045600 01  Journal-Line.
045700     05  FILLER                      PIC X(02) VALUE SPACES.
045800     05  JL-ACCOUNT                  PIC X(10).
045900     05  FILLER                      PIC X(01) VALUE SPACE.
046000     05  JL-FIELD                    PIC X(20).
046100     05  FILLER                      PIC X(01) VALUE SPACE.
046200     05  JL-BEFORE                   PIC X(14).
046300     05  FILLER                      PIC X(04) VALUE " TO ".
046400     05  JL-AFTER                    PIC X(14).
046500     05  FILLER                      PIC X(01) VALUE SPACE.
046600     05  JL-OPERATOR                 PIC X(08).
046700     05  FILLER                      PIC X(01) VALUE SPACE.
046800     05  JL-DATE                     PIC 9(08).
046900     05  FILLER                      PIC X(01) VALUE SPACE.
047000     05  JL-TIME                     PIC 9(08).
047100     05  FILLER                      PIC X(07) VALUE SPACES.
047200 01  Pref-Line.
047300     05  FILLER                      PIC X(10) VALUE
047400         "  ACCOUNT ".
047500     05  PL-ACCOUNT                  PIC X(10).
047600     05  FILLER                      PIC X(20) VALUE
047700         " STATEMENTS BY CODE ".
047800     05  PL-CODE                     PIC X(01).
047900     05  FILLER                      PIC X(01) VALUE SPACE.
048000     05  PL-CODE-TEXT                PIC X(18).
048100     05  FILLER                      PIC X(40) VALUE SPACES.
048200 01  Alert-Line.
048300     05  FILLER                      PIC X(10) VALUE
048400         "  ACCOUNT ".
048500     05  TA-ACCOUNT                  PIC X(10).
048600     05  FILLER                      PIC X(07) VALUE " ALERT ".
048700     05  TA-TYPE                     PIC X(02).
048800     05  FILLER                      PIC X(09) VALUE
048900         " TRIGGER ".
049000     05  TA-TRIGGER                  PIC ZZZ,ZZ9.
049100     05  FILLER                      PIC X(05) VALUE " VIA ".
049200     05  TA-CHANNEL                  PIC X(03).
049300     05  FILLER                      PIC X(11) VALUE
049400         " LAST SENT ".
049500     05  TA-LAST-SENT                PIC 9(08).
049600     05  FILLER                      PIC X(11) VALUE
049700         " CONDITION ".
049800     05  TA-CONDITION                PIC X(01).
049900     05  FILLER                      PIC X(16) VALUE SPACES.
050000 01  Watch-Line.
050100     05  FILLER                      PIC X(10) VALUE
050200         "  SUBJECT ".
050300     05  WL-LINE-SUBJECT             PIC X(10).
050400     05  FILLER                      PIC X(01) VALUE SPACE.
050500     05  WL-LINE-NAME                PIC X(30).
050600     05  FILLER                      PIC X(06) VALUE " LIST ".
050700     05  WL-LINE-SOURCE              PIC X(10).
050800     05  FILLER                      PIC X(33) VALUE SPACES.
050900 01  Watch-Result-Line.
051000     05  FILLER                      PIC X(11) VALUE
051100         "    LISTED ".
051200     05  WR-LISTED-NAME              PIC X(30).
051300     05  FILLER                      PIC X(08) VALUE
051400         " QUEUED ".
051500     05  WR-QUEUED                   PIC 9(08).
051600     05  FILLER                      PIC X(01) VALUE SPACE.
051700     05  WR-STATUS-TEXT              PIC X(09).
051800     05  FILLER                      PIC X(04) VALUE " BY ".
051900     05  WR-BY                       PIC X(08).
052000     05  FILLER                      PIC X(04) VALUE " ON ".
052100     05  WR-ON                       PIC 9(08).
052200     05  FILLER                      PIC X(09) VALUE SPACES.
052300 01  Case-Line.
052400     05  FILLER                      PIC X(07) VALUE "  CASE ".
052500     05  DL-CASE                     PIC X(08).
052600     05  FILLER                      PIC X(09) VALUE
052700         " ACCOUNT ".
052800     05  DL-ACCOUNT                  PIC X(10).
052900     05  FILLER                      PIC X(06) VALUE " ITEM ".
053000     05  DL-ITEM-DATE                PIC 9(08).
053100     05  FILLER                      PIC X(01) VALUE SPACE.
053200     05  DL-ITEM-AMOUNT              PIC -ZZZ,ZZ9.99.
053300     05  FILLER                      PIC X(07) VALUE " TRACE ".
053400     05  DL-TRACE-ID                 PIC 9(12).
053500     05  FILLER                      PIC X(21) VALUE SPACES.
053600 01  Case-Status-Line.
053700     05  FILLER                      PIC X(11) VALUE
053800         "    OPENED ".
053900     05  DL-OPENED                   PIC 9(08).
054000     05  FILLER                      PIC X(04) VALUE " BY ".
054100     05  DL-OPENED-BY                PIC X(08).
054200     05  FILLER                      PIC X(06) VALUE " DUE ".
054300     05  DL-DEADLINE                 PIC 9(08).
054400     05  FILLER                      PIC X(08) VALUE
054500         " CREDIT ".
054600     05  DL-PROV-CREDIT              PIC X(01).
054700     05  FILLER                      PIC X(08) VALUE
054800         " STATUS ".
054900     05  DL-STATUS                   PIC X(01).
055000     05  FILLER                      PIC X(10) VALUE
055100         " RESOLVED ".
055200     05  DL-RESOLVED                 PIC 9(08).
055300     05  FILLER                      PIC X(04) VALUE " BY ".
055400     05  DL-RESOLVED-BY              PIC X(08).
055500     05  FILLER                      PIC X(07) VALUE SPACES.
055600 01  Inquiry-Line.
055700     05  FILLER                      PIC X(10) VALUE
055800         "  ACCOUNT ".
055900     05  QL-ACCOUNT                  PIC X(10).
056000     05  FILLER                      PIC X(11) VALUE
056100         " VIEWED BY ".
056200     05  QL-OPERATOR                 PIC X(08).
056300     05  FILLER                      PIC X(04) VALUE " AT ".
056400     05  QL-TERMINAL                 PIC X(08).
056500     05  FILLER                      PIC X(05) VALUE " VIA ".
056600     05  QL-PROGRAM                  PIC X(08).
056700     05  FILLER                      PIC X(04) VALUE " ON ".
056800     05  QL-DATE                     PIC 9(08).
056900     05  FILLER                      PIC X(01) VALUE SPACE.
057000     05  QL-TIME                     PIC 9(08).
057100     05  FILLER                      PIC X(16) VALUE SPACES.
057200 01  Count-Line.
057300     05  FILLER                      PIC X(02) VALUE SPACES.
057400     05  CT-SOURCE                   PIC X(40).
057500     05  CT-COUNT                    PIC Z,ZZZ,ZZ9.
057600     05  FILLER                      PIC X(49) VALUE SPACES.
057700 01  Section-Count-Line.
057800     05  FILLER                      PIC X(02) VALUE SPACES.
057900     05  SC-COUNT                    PIC Z,ZZZ,ZZ9.
058000     05  FILLER                      PIC X(20) VALUE
058100         " RECORD(S) REPORTED.".
058200     05  FILLER                      PIC X(69) VALUE SPACES.
058300
058400 PROCEDURE DIVISION.
058500
058600 0000-MAINLINE.
058700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
058800     PERFORM 2000-BUILD-SCOPE THRU 2000-BUILD-SCOPE-EXIT
058900     PERFORM 3000-CUSTOMER-SECTIONS
059000         THRU 3000-CUSTOMER-SECTIONS-EXIT
059100     PERFORM 4000-ACCOUNT-SECTIONS
059200         THRU 4000-ACCOUNT-SECTIONS-EXIT
059300     PERFORM 5000-COUNT-SUMMARY THRU 5000-COUNT-SUMMARY-EXIT
059400     PERFORM 6000-LOG-ACCESS THRU 6000-LOG-ACCESS-EXIT
059500     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
059600     STOP RUN.
059700
059800 1000-INITIALIZE.
059900     INITIALIZE Source-Counts
060000     MOVE 0 TO Identity-Count
060100     MOVE 0 TO Link-Count
060200     MOVE 0 TO Account-Count
060300     MOVE 0 TO Entries-Dropped
060400     MOVE 0 TO Lines-Written
060500     MOVE 0 TO Accounts-Logged
060600     MOVE SPACES TO Request-Card
060700     ACCEPT Request-Card
060800     IF RQ-CUSTOMER-NUMBER = SPACES
060900         OR RQ-REQUESTED-BY = SPACES
061000         DISPLAY "SYSIN card needs the customer number (1-10)"
061100             " and the requesting operator (12-19)."
061200         MOVE 16 TO RETURN-CODE
061300         STOP RUN
061400     END-IF
061500     OPEN OUTPUT CDAPKG
061600     IF NOT Cdapkg-OK
061700         DISPLAY "CDAPKG open failed - " Cdapkg-File-Status
061800         MOVE 16 TO RETURN-CODE
061900         STOP RUN
062000     END-IF
062100     OPEN INPUT CUSTMSTR
062200     OPEN INPUT CUSTADDR
062300     OPEN INPUT CUSTREL
062400     OPEN INPUT CUSTROLE
062500     OPEN INPUT ACCTMSTR
062600*> NO MERGE FILE MEANS NO MERGE HAS EVER BEEN RUN; THE
062700*> CUSTOMER NUMBER ASKED FOR STANDS ALONE.
062800     SET Xref-Absent TO TRUE
062900     OPEN INPUT CUSTXREF
063000     IF Custxref-OK
063100         SET Xref-Open TO TRUE
063200     END-IF
063300     ACCEPT Run-Date FROM DATE YYYYMMDD
063400     ACCEPT Run-Time FROM TIME
063500     DISPLAY "CUSTOMER DATA ACCESS REPORT - " Run-Date
063600     DISPLAY "==================================="
063700     MOVE RQ-CUSTOMER-NUMBER TO TL-CUSTOMER-NUMBER
063800     MOVE Run-Date TO TL-RUN-DATE
063900     MOVE RQ-REQUESTED-BY TO TL-REQUESTED-BY
064000     MOVE Title-Line TO DX-PRINT-LINE
064100     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.
064200 1000-INITIALIZE-EXIT.
064300     EXIT.
064400
064500*****************************************************************
064600*    WIDEN THE CUSTOMER ASKED FOR. EACH NUMBER ADDED TO THE     *
064700*    IDENTITY TABLE IS ITSELF WIDENED IN TURN, SO A SURVIVOR'S  *
064800*    OTHER MERGED NUMBERS COME IN TOO. THEN ONE PASS EACH OF    *
064900*    CUSTREL AND CUSTROLE (BOTH KEYED BY ACCOUNT) COLLECTS THE  *
065000*    LINKS TO ANY OF THOSE NUMBERS.                             *
065100*****************************************************************
065200 2000-BUILD-SCOPE.
065300     MOVE RQ-CUSTOMER-NUMBER TO Work-Customer-Number
065400     MOVE "AS REQUESTED" TO Work-How-Tied
065500     PERFORM 2900-ADD-IDENTITY THRU 2900-ADD-IDENTITY-EXIT
065600     IF Xref-Open
065700         PERFORM 2100-WIDEN-IDENTITY
065800             THRU 2100-WIDEN-IDENTITY-EXIT
065900             VARYING Identity-Sub FROM 1 BY 1
066000             UNTIL Identity-Sub > Identity-Count
066100     END-IF
066200     MOVE LOW-VALUES TO RL-ACCOUNT-NUMBER
066300     SET Scan-Is-Active TO TRUE
066400     START CUSTREL KEY IS NOT LESS THAN RL-ACCOUNT-NUMBER
066500         INVALID KEY
066600             SET Scan-Is-Done TO TRUE
066700     END-START
066800     PERFORM 2200-SCAN-OWNER-LINK THRU 2200-SCAN-OWNER-LINK-EXIT
066900         UNTIL Scan-Is-Done
067000     MOVE LOW-VALUES TO RO-ROLE-KEY
067100     SET Scan-Is-Active TO TRUE
067200     START CUSTROLE KEY IS NOT LESS THAN RO-ROLE-KEY
067300         INVALID KEY
067400             SET Scan-Is-Done TO TRUE
067500     END-START
067600     PERFORM 2300-SCAN-ROLE-LINK THRU 2300-SCAN-ROLE-LINK-EXIT
067700         UNTIL Scan-Is-Done
067800     PERFORM 2400-OWN-NUMBER-ACCOUNT
067900         THRU 2400-OWN-NUMBER-ACCOUNT-EXIT
068000         VARYING Identity-Sub FROM 1 BY 1
068100         UNTIL Identity-Sub > Identity-Count.
068200 2000-BUILD-SCOPE-EXIT.
068300     EXIT.
068400
068500*> A MERGED NUMBER'S STUB NAMES ITS SURVIVOR; A PASS OF THE
068600*> STUBS FINDS EVERY NUMBER MERGED INTO THIS ONE.
068700 2100-WIDEN-IDENTITY.
068800     MOVE ID-CUSTOMER-NUMBER (Identity-Sub)
068900         TO XC-OLD-CUSTOMER-NUMBER
069000     READ CUSTXREF
069100         INVALID KEY
069200             CONTINUE
069300         NOT INVALID KEY
069400             MOVE XC-NEW-CUSTOMER-NUMBER TO Work-Customer-Number
069500             MOVE "SURVIVOR OF A MERGE" TO Work-How-Tied
069600             PERFORM 2900-ADD-IDENTITY
069700                 THRU 2900-ADD-IDENTITY-EXIT
069800     END-READ
069900     MOVE LOW-VALUES TO XC-OLD-CUSTOMER-NUMBER
070000     SET Scan-Is-Active TO TRUE
070100     START CUSTXREF KEY IS NOT LESS THAN XC-OLD-CUSTOMER-NUMBER
070200         INVALID KEY
070300             SET Scan-Is-Done TO TRUE
070400     END-START
070500     PERFORM 2110-SCAN-ONE-STUB THRU 2110-SCAN-ONE-STUB-EXIT
070600         UNTIL Scan-Is-Done.
070700 2100-WIDEN-IDENTITY-EXIT.
070800     EXIT.
070900
071000 2110-SCAN-ONE-STUB.
071100     READ CUSTXREF NEXT RECORD
071200         AT END
071300             SET Scan-Is-Done TO TRUE
071400             GO TO 2110-SCAN-ONE-STUB-EXIT
071500     END-READ
071600     IF XC-NEW-CUSTOMER-NUMBER = ID-CUSTOMER-NUMBER (Identity-Sub)
071700         MOVE XC-OLD-CUSTOMER-NUMBER TO Work-Customer-Number
071800         MOVE "MERGED-AWAY NUMBER" TO Work-How-Tied
071900         PERFORM 2900-ADD-IDENTITY THRU 2900-ADD-IDENTITY-EXIT
072000     END-IF.
072100 2110-SCAN-ONE-STUB-EXIT.
072200     EXIT.
072300
072400 2200-SCAN-OWNER-LINK.
072500     READ CUSTREL NEXT RECORD
072600         AT END
072700             SET Scan-Is-Done TO TRUE
072800             GO TO 2200-SCAN-OWNER-LINK-EXIT
072900     END-READ
073000     MOVE RL-CUSTOMER-NUMBER TO Work-Customer-Number
073100     PERFORM 2910-FIND-IDENTITY THRU 2910-FIND-IDENTITY-EXIT
073200     IF Identity-Found-Sub = 0
073300         GO TO 2200-SCAN-OWNER-LINK-EXIT
073400     END-IF
073500     MOVE RL-ACCOUNT-NUMBER TO Work-Account-Number
073600     MOVE "OWNER" TO Work-Link-Text
073700     MOVE "CUSTREL" TO Work-Link-Source
073800     PERFORM 2800-ADD-LINK THRU 2800-ADD-LINK-EXIT.
073900 2200-SCAN-OWNER-LINK-EXIT.
074000     EXIT.
074100
074200 2300-SCAN-ROLE-LINK.
074300     READ CUSTROLE NEXT RECORD
074400         AT END
074500             SET Scan-Is-Done TO TRUE
074600             GO TO 2300-SCAN-ROLE-LINK-EXIT
074700     END-READ
074800     MOVE RO-CUSTOMER-NUMBER TO Work-Customer-Number
074900     PERFORM 2910-FIND-IDENTITY THRU 2910-FIND-IDENTITY-EXIT
075000     IF Identity-Found-Sub = 0
075100         GO TO 2300-SCAN-ROLE-LINK-EXIT
075200     END-IF
075300     IF RO-ROLE-CUSTODIAN
075400         MOVE "CUSTODIAN" TO Work-Link-Text
075500     ELSE
075600         IF RO-ROLE-MINOR
075700             MOVE "MINOR" TO Work-Link-Text
075800         ELSE
075900             MOVE "ROLE " TO Work-Link-Text
076000             MOVE RO-ROLE-CODE TO Work-Link-Text (6:1)
076100         END-IF
076200     END-IF
076300     MOVE RO-ACCOUNT-NUMBER TO Work-Account-Number
076400     MOVE "CUSTROLE" TO Work-Link-Source
076500     PERFORM 2800-ADD-LINK THRU 2800-ADD-LINK-EXIT.
076600 2300-SCAN-ROLE-LINK-EXIT.
076700     EXIT.
076800
076900*> THE CUSTOMER NUMBER IS ALSO THE NUMBER OF THE CUSTOMER'S OWN
077000*> ACCOUNT. IT IS TAKEN WHEN IT IS ON THE MASTER AND CUSTREL
077100*> NAMES NO OWNER FOR IT - A CUSTREL OWNER, IF ONE OF THESE
077200*> NUMBERS, HAS ALREADY BROUGHT IT IN.
077300 2400-OWN-NUMBER-ACCOUNT.
077400     MOVE ID-CUSTOMER-NUMBER (Identity-Sub)
077500         TO Work-Account-Number
077600     MOVE Work-Account-Number TO RL-ACCOUNT-NUMBER
077700     READ CUSTREL
077800         INVALID KEY
077900             CONTINUE
078000         NOT INVALID KEY
078100             GO TO 2400-OWN-NUMBER-ACCOUNT-EXIT
078200     END-READ
078300     MOVE Work-Account-Number TO MF-ACCOUNT-NUMBER
078400     READ ACCTMSTR
078500         INVALID KEY
078600             GO TO 2400-OWN-NUMBER-ACCOUNT-EXIT
078700     END-READ
078800     MOVE Work-Account-Number TO Work-Customer-Number
078900     MOVE "OWN NUMBER" TO Work-Link-Text
079000     MOVE "ACCTMSTR" TO Work-Link-Source
079100     PERFORM 2800-ADD-LINK THRU 2800-ADD-LINK-EXIT.
079200 2400-OWN-NUMBER-ACCOUNT-EXIT.
079300     EXIT.
079400
079500 2800-ADD-LINK.
079600     IF Link-Count >= 100
079700         ADD 1 TO Entries-Dropped
079800         GO TO 2800-ADD-LINK-EXIT
079900     END-IF
080000     ADD 1 TO Link-Count
080100     MOVE Work-Account-Number TO Link-Account-Number (Link-Count)
080200     MOVE Work-Customer-Number
080300         TO Link-Customer-Number (Link-Count)
080400     MOVE Work-Link-Text TO Link-Text (Link-Count)
080500     MOVE Work-Link-Source TO Link-Source (Link-Count)
080600     PERFORM 2920-FIND-ACCOUNT THRU 2920-FIND-ACCOUNT-EXIT
080700     IF Account-Found-Sub > 0
080800         GO TO 2800-ADD-LINK-EXIT
080900     END-IF
081000     ADD 1 TO Account-Count
081100     MOVE Work-Account-Number
081200         TO AC-ACCOUNT-NUMBER (Account-Count).
081300 2800-ADD-LINK-EXIT.
081400     EXIT.
081500
081600 2900-ADD-IDENTITY.
081700     PERFORM 2910-FIND-IDENTITY THRU 2910-FIND-IDENTITY-EXIT
081800     IF Identity-Found-Sub > 0
081900         GO TO 2900-ADD-IDENTITY-EXIT
082000     END-IF
082100     IF Identity-Count >= 20
082200         ADD 1 TO Entries-Dropped
082300         GO TO 2900-ADD-IDENTITY-EXIT
082400     END-IF
082500     ADD 1 TO Identity-Count
082600     MOVE Work-Customer-Number
082700         TO ID-CUSTOMER-NUMBER (Identity-Count)
082800     MOVE Work-How-Tied TO ID-HOW-TIED (Identity-Count).
082900 2900-ADD-IDENTITY-EXIT.
083000     EXIT.
083100
083200 2910-FIND-IDENTITY.
083300     MOVE 0 TO Identity-Found-Sub
083400     PERFORM 2911-MATCH-IDENTITY THRU 2911-MATCH-IDENTITY-EXIT
083500         VARYING Match-Sub FROM 1 BY 1
083600         UNTIL Match-Sub > Identity-Count
083700            OR Identity-Found-Sub > 0.
083800 2910-FIND-IDENTITY-EXIT.
083900     EXIT.
084000
084100 2911-MATCH-IDENTITY.
084200     IF ID-CUSTOMER-NUMBER (Match-Sub) = Work-Customer-Number
084300         MOVE Match-Sub TO Identity-Found-Sub
084400     END-IF.
084500 2911-MATCH-IDENTITY-EXIT.
084600     EXIT.
084700
084800*> LINKS AND ACCOUNTS GROW TOGETHER, SO A FULL LINK TABLE HAS
084900*> ALREADY STOPPED ANY ACCOUNT FROM BEING DROPPED ON ITS OWN.
085000 2920-FIND-ACCOUNT.
085100     MOVE 0 TO Account-Found-Sub
085200     PERFORM 2921-MATCH-ACCOUNT THRU 2921-MATCH-ACCOUNT-EXIT
085300         VARYING Match-Sub FROM 1 BY 1
085400         UNTIL Match-Sub > Account-Count
085500            OR Account-Found-Sub > 0.
085600 2920-FIND-ACCOUNT-EXIT.
085700     EXIT.
085800
085900 2921-MATCH-ACCOUNT.
086000     IF AC-ACCOUNT-NUMBER (Match-Sub) = Work-Account-Number
086100         MOVE Match-Sub TO Account-Found-Sub
086200     END-IF.
086300 2921-MATCH-ACCOUNT-EXIT.
086400     EXIT.
086500
086600*****************************************************************
086700*    THE CUSTOMER-KEYED SOURCES: THE NUMBERS COVERED AND THEIR  *
086800*    MERGE STUBS, CUSTMSTR, CUSTADDR WITH ITS ADDRHIST CHANGES, *
086900*    AND THE CUSTAUD MAINTENANCE AUDIT.                         *
087000*****************************************************************
087100 3000-CUSTOMER-SECTIONS.
087200     MOVE "CUSTOMER NUMBERS COVERED" TO SL-SECTION-TEXT
087300     PERFORM 8100-WRITE-SECTION THRU 8100-WRITE-SECTION-EXIT
087400     PERFORM 3010-WRITE-IDENTITY THRU 3010-WRITE-IDENTITY-EXIT
087500         VARYING Identity-Sub FROM 1 BY 1
087600         UNTIL Identity-Sub > Identity-Count
087700     MOVE "CUSTXREF - CUSTOMER MERGES" TO SL-SECTION-TEXT
087800     PERFORM 8100-WRITE-SECTION THRU 8100-WRITE-SECTION-EXIT
087900     MOVE 0 TO Section-Count
088000     IF Xref-Absent
088100         MOVE "CUSTXREF NOT AVAILABLE TO THIS RUN" TO NL-NOTE-TEXT
088200         PERFORM 8200-WRITE-NOTE THRU 8200-WRITE-NOTE-EXIT
088300     ELSE
088400         MOVE LOW-VALUES TO XC-OLD-CUSTOMER-NUMBER
088500         SET Scan-Is-Active TO TRUE
088600         START CUSTXREF
088700             KEY IS NOT LESS THAN XC-OLD-CUSTOMER-NUMBER
088800             INVALID KEY
088900                 SET Scan-Is-Done TO TRUE
089000         END-START
089100         PERFORM 3020-NEXT-STUB THRU 3020-NEXT-STUB-EXIT
089200             UNTIL Scan-Is-Done
089300     END-IF
089400     MOVE Section-Count TO Count-Custxref
089500     PERFORM 8300-WRITE-SECTION-COUNT
089600         THRU 8300-WRITE-SECTION-COUNT-EXIT
089700     MOVE "CUSTMSTR - CUSTOMER MASTER" TO SL-SECTION-TEXT
089800     PERFORM 8100-WRITE-SECTION THRU 8100-WRITE-SECTION-EXIT
089900     MOVE 0 TO Section-Count
090000     PERFORM 3100-CUSTOMER-MASTER THRU 3100-CUSTOMER-MASTER-EXIT
090100         VARYING Identity-Sub FROM 1 BY 1
090200         UNTIL Identity-Sub > Identity-Count
090300     MOVE Section-Count TO Count-Custmstr
090400     PERFORM 8300-WRITE-SECTION-COUNT
090500         THRU 8300-WRITE-SECTION-COUNT-EXIT
090600     MOVE "CUSTADDR - NAME, ADDRESS AND PHONE" TO SL-SECTION-TEXT
090700     PERFORM 8100-WRITE-SECTION THRU 8100-WRITE-SECTION-EXIT
090800     MOVE 0 TO Section-Count
090900     PERFORM 3200-CUSTOMER-ADDRESS THRU 3200-CUSTOMER-ADDRESS-EXIT
091000         VARYING Identity-Sub FROM 1 BY 1
091100         UNTIL Identity-Sub > Identity-Count
091200     MOVE Section-Count TO Count-Custaddr
091300     PERFORM 8300-WRITE-SECTION-COUNT
091400         THRU 8300-WRITE-SECTION-COUNT-EXIT
091500     PERFORM 3300-CONTACT-HISTORY THRU 3300-CONTACT-HISTORY-EXIT
091600     PERFORM 3400-CUSTOMER-AUDIT THRU 3400-CUSTOMER-AUDIT-EXIT.
091700 3000-CUSTOMER-SECTIONS-EXIT.
091800     EXIT.
091900
092000 3010-WRITE-IDENTITY.
092100     MOVE ID-CUSTOMER-NUMBER (Identity-Sub) TO IL-CUSTOMER
092200     MOVE ID-HOW-TIED (Identity-Sub) TO IL-HOW-TIED
092300     MOVE Identity-Line TO DX-PRINT-LINE
092400     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.
092500 3010-WRITE-IDENTITY-EXIT.
092600     EXIT.
092700
092800 3020-NEXT-STUB.
092900     READ CUSTXREF NEXT RECORD
093000         AT END
093100             SET Scan-Is-Done TO TRUE
093200             GO TO 3020-NEXT-STUB-EXIT
093300     END-READ
093400     MOVE XC-OLD-CUSTOMER-NUMBER TO Work-Customer-Number
093500     PERFORM 2910-FIND-IDENTITY THRU 2910-FIND-IDENTITY-EXIT
093600     IF Identity-Found-Sub = 0
093700         MOVE XC-NEW-CUSTOMER-NUMBER TO Work-Customer-Number
093800         PERFORM 2910-FIND-IDENTITY THRU 2910-FIND-IDENTITY-EXIT
093900     END-IF
094000     IF Identity-Found-Sub = 0
094100         GO TO 3020-NEXT-STUB-EXIT
094200     END-IF
094300     ADD 1 TO Section-Count
094400     MOVE XC-OLD-CUSTOMER-NUMBER TO XL-OLD-CUSTOMER
094500     MOVE XC-NEW-CUSTOMER-NUMBER TO XL-NEW-CUSTOMER
094600     MOVE XC-MERGE-DATE TO XL-MERGE-DATE
094700     MOVE XC-MERGED-BY TO XL-MERGED-BY
094800     MOVE Xref-Line TO DX-PRINT-LINE
094900     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.
095000 3020-NEXT-STUB-EXIT.
095100     EXIT.
095200
095300 3100-CUSTOMER-MASTER.
095400     MOVE ID-CUSTOMER-NUMBER (Identity-Sub) TO CM-CUSTOMER-NUMBER
095500     READ CUSTMSTR
095600         INVALID KEY
095700             GO TO 3100-CUSTOMER-MASTER-EXIT
095800     END-READ
095900     ADD 1 TO Section-Count
096000     MOVE CM-CUSTOMER-NUMBER TO CM-LINE-CUSTOMER
096100     MOVE CM-CUSTOMER-TRUST-SCORE TO CM-LINE-TRUST
096200     MOVE CM-WITHHOLDING-FLAG TO CM-LINE-WITHHOLD
096300     MOVE CM-WITHHOLDING-RATE TO CM-LINE-RATE
096400     MOVE CM-BIRTH-DATE TO CM-LINE-BORN
096500     MOVE CM-MERGED-FLAG TO CM-LINE-MERGED
096600     MOVE CM-DECEASED-FLAG TO CM-LINE-DECEASED
096700     MOVE CM-DEPOSITOR-CLASS TO CM-LINE-CLASS
096800     MOVE Custmstr-Line TO DX-PRINT-LINE
096900     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.
097000 3100-CUSTOMER-MASTER-EXIT.
097100     EXIT.
097200
097300 3200-CUSTOMER-ADDRESS.
097400     MOVE ID-CUSTOMER-NUMBER (Identity-Sub) TO NA-CUSTOMER-NUMBER
097500     READ CUSTADDR
097600         INVALID KEY
097700             GO TO 3200-CUSTOMER-ADDRESS-EXIT
097800     END-READ
097900     ADD 1 TO Section-Count
098000     MOVE NA-CUSTOMER-NUMBER TO NM-LINE-CUSTOMER
098100     MOVE NA-CUSTOMER-NAME TO NM-LINE-NAME
098200     MOVE NA-PHONE-NUMBER TO NM-LINE-PHONE
098300     MOVE NA-BAD-ADDRESS-FLAG TO NM-LINE-BAD
098400     MOVE Name-Line TO DX-PRINT-LINE
098500     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
098600     MOVE "ADDRESS " TO CL-LINE-LABEL
098700     MOVE NA-STREET-ADDRESS TO CL-LINE-STREET
098800     MOVE NA-CITY TO CL-LINE-CITY
098900     MOVE NA-STATE TO CL-LINE-STATE
099000     MOVE NA-POSTAL-CODE TO CL-LINE-POSTAL
099100     MOVE SPACES TO CL-LINE-PHONE
099200     MOVE Contact-Line TO DX-PRINT-LINE
099300     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.
099400 3200-CUSTOMER-ADDRESS-EXIT.
099500     EXIT.
099600
099700*> ADDRHIST AND CUSTAUD ARE SEQUENTIAL LOGS - ONE PASS EACH,
099800*> MATCHING EVERY ROW AGAINST THE NUMBERS COVERED.
099900 3300-CONTACT-HISTORY.
100000     MOVE "ADDRHIST - CONTACT CHANGE HISTORY" TO SL-SECTION-TEXT
100100     PERFORM 8100-WRITE-SECTION THRU 8100-WRITE-SECTION-EXIT
100200     MOVE 0 TO Section-Count
100300     OPEN INPUT ADDRHIST
100400     IF NOT Addrhist-OK
100500         MOVE "ADDRHIST NOT AVAILABLE TO THIS RUN" TO NL-NOTE-TEXT
100600         PERFORM 8200-WRITE-NOTE THRU 8200-WRITE-NOTE-EXIT
100700         GO TO 3300-CONTACT-HISTORY-EXIT
100800     END-IF
100900     SET Scan-Is-Active TO TRUE
101000     PERFORM 3310-NEXT-CHANGE THRU 3310-NEXT-CHANGE-EXIT
101100         UNTIL Scan-Is-Done
101200     CLOSE ADDRHIST
101300     MOVE Section-Count TO Count-Addrhist
101400     PERFORM 8300-WRITE-SECTION-COUNT
101500         THRU 8300-WRITE-SECTION-COUNT-EXIT.
101600 3300-CONTACT-HISTORY-EXIT.
101700     EXIT.
101800
101900 3310-NEXT-CHANGE.
102000     READ ADDRHIST
102100         AT END
102200             SET Scan-Is-Done TO TRUE
102300             GO TO 3310-NEXT-CHANGE-EXIT
102400     END-READ
102500     MOVE AH-CUSTOMER-NUMBER TO Work-Customer-Number
102600     PERFORM 2910-FIND-IDENTITY THRU 2910-FIND-IDENTITY-EXIT
102700     IF Identity-Found-Sub = 0
102800         GO TO 3310-NEXT-CHANGE-EXIT
102900     END-IF
103000     ADD 1 TO Section-Count
103100     MOVE AH-CUSTOMER-NUMBER TO CG-LINE-CUSTOMER
103200     MOVE AH-CHANGE-DATE TO CG-LINE-DATE
103300     MOVE AH-CHANGE-TIME TO CG-LINE-TIME
103400     MOVE AH-CHANGE-KIND TO CG-LINE-KIND
103500     MOVE AH-REQUESTED-BY TO CG-LINE-BY
103600     MOVE Change-Line TO DX-PRINT-LINE
103700     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
103800     MOVE "WAS     " TO CL-LINE-LABEL
103900     MOVE AH-PRIOR-STREET TO CL-LINE-STREET
104000     MOVE AH-PRIOR-CITY TO CL-LINE-CITY
104100     MOVE AH-PRIOR-STATE TO CL-LINE-STATE
104200     MOVE AH-PRIOR-POSTAL-CODE TO CL-LINE-POSTAL
104300     MOVE AH-PRIOR-PHONE TO CL-LINE-PHONE
104400     MOVE Contact-Line TO DX-PRINT-LINE
104500     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
104600     MOVE "BECAME  " TO CL-LINE-LABEL
104700     MOVE AH-NEW-STREET TO CL-LINE-STREET
104800     MOVE SPACES TO CL-LINE-CITY
104900     MOVE SPACES TO CL-LINE-STATE
105000     MOVE SPACES TO CL-LINE-POSTAL
105100     MOVE AH-NEW-PHONE TO CL-LINE-PHONE
105200     MOVE Contact-Line TO DX-PRINT-LINE
105300     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.
105400 3310-NEXT-CHANGE-EXIT.
105500     EXIT.
105600
105700 3400-CUSTOMER-AUDIT.
105800     MOVE "CUSTAUD - CUSTOMER MAINTENANCE AUDIT"
105900         TO SL-SECTION-TEXT
106000     PERFORM 8100-WRITE-SECTION THRU 8100-WRITE-SECTION-EXIT
106100     MOVE 0 TO Section-Count
106200     OPEN INPUT CUSTAUD
106300     IF NOT Custaud-OK
106400         MOVE "CUSTAUD NOT AVAILABLE TO THIS RUN" TO NL-NOTE-TEXT
106500         PERFORM 8200-WRITE-NOTE THRU 8200-WRITE-NOTE-EXIT
106600         GO TO 3400-CUSTOMER-AUDIT-EXIT
106700     END-IF
106800     SET Scan-Is-Active TO TRUE
106900     PERFORM 3410-NEXT-AUDIT THRU 3410-NEXT-AUDIT-EXIT
107000         UNTIL Scan-Is-Done
107100     CLOSE CUSTAUD
107200     MOVE Section-Count TO Count-Custaud
107300     PERFORM 8300-WRITE-SECTION-COUNT
107400         THRU 8300-WRITE-SECTION-COUNT-EXIT.
107500 3400-CUSTOMER-AUDIT-EXIT.
107600     EXIT.
107700
107800 3410-NEXT-AUDIT.
107900     READ CUSTAUD
108000         AT END
108100             SET Scan-Is-Done TO TRUE
108200             GO TO 3410-NEXT-AUDIT-EXIT
108300     END-READ
108400     MOVE CA-CUSTOMER-NUMBER TO Work-Customer-Number
108500     PERFORM 2910-FIND-IDENTITY THRU 2910-FIND-IDENTITY-EXIT
108600     IF Identity-Found-Sub = 0
108700         GO TO 3410-NEXT-AUDIT-EXIT
108800     END-IF
108900     ADD 1 TO Section-Count
109000     MOVE CA-CUSTOMER-NUMBER TO CA-LINE-CUSTOMER
109100     MOVE CA-ACTION-CODE TO CA-LINE-ACTION
109200     MOVE CA-SCORE-BEFORE TO CA-LINE-BEFORE
109300     MOVE CA-SCORE-AFTER TO CA-LINE-AFTER
109400     MOVE CA-REQUESTED-BY TO CA-LINE-BY
109500     MOVE CA-RUN-DATE TO CA-LINE-DATE
109600     MOVE CA-RUN-TIME TO CA-LINE-TIME
109700     MOVE Custaud-Line TO DX-PRINT-LINE
109800     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.
109900 3410-NEXT-AUDIT-EXIT.
110000     EXIT.
110100
110200*****************************************************************
110300*    THE ACCOUNT-KEYED SOURCES: THE LINKS THAT BRING EACH       *
110400*    ACCOUNT IN, ACCTMSTR, MSTRJRNL, STMTPREF, ALERTSUB, THE    *
110500*    WATCH-LIST RESULTS, DISPCASE AND INQAUD.                   *
110600*****************************************************************
110700 4000-ACCOUNT-SECTIONS.
110800     MOVE "ACCOUNT LINKS - CUSTREL AND CUSTROLE"
110900         TO SL-SECTION-TEXT
111000     PERFORM 8100-WRITE-SECTION THRU 8100-WRITE-SECTION-EXIT
111100     IF Link-Count = 0
111200         MOVE "NO ACCOUNT IS LINKED TO THESE CUSTOMER NUMBERS"
111300             TO NL-NOTE-TEXT
111400         PERFORM 8200-WRITE-NOTE THRU 8200-WRITE-NOTE-EXIT
111500     END-IF
111600     PERFORM 4010-WRITE-LINK THRU 4010-WRITE-LINK-EXIT
111700         VARYING Link-Sub FROM 1 BY 1
111800         UNTIL Link-Sub > Link-Count
111900     MOVE "ACCTMSTR - ACCOUNT MASTER" TO SL-SECTION-TEXT
112000     PERFORM 8100-WRITE-SECTION THRU 8100-WRITE-SECTION-EXIT
112100     MOVE 0 TO Section-Count
112200     PERFORM 4100-ACCOUNT-MASTER THRU 4100-ACCOUNT-MASTER-EXIT
112300         VARYING Account-Sub FROM 1 BY 1
112400         UNTIL Account-Sub > Account-Count
112500     MOVE Section-Count TO Count-Acctmstr
112600     PERFORM 8300-WRITE-SECTION-COUNT
112700         THRU 8300-WRITE-SECTION-COUNT-EXIT
112800     PERFORM 4200-MASTER-JOURNAL THRU 4200-MASTER-JOURNAL-EXIT
112900     PERFORM 4300-STATEMENT-PREFS THRU 4300-STATEMENT-PREFS-EXIT
113000     PERFORM 4400-ALERT-SUBS THRU 4400-ALERT-SUBS-EXIT
113100     PERFORM 4500-WATCH-RESULTS THRU 4500-WATCH-RESULTS-EXIT
113200     PERFORM 4600-DISPUTE-CASES THRU 4600-DISPUTE-CASES-EXIT
113300     PERFORM 4700-ACCESS-RECORDS THRU 4700-ACCESS-RECORDS-EXIT.
113400 4000-ACCOUNT-SECTIONS-EXIT.
113500     EXIT.
113600
113700 4010-WRITE-LINK.
113800     IF Link-Source (Link-Sub) = "CUSTREL"
113900         ADD 1 TO Count-Custrel
114000     END-IF
114100     IF Link-Source (Link-Sub) = "CUSTROLE"
114200         ADD 1 TO Count-Custrole
114300     END-IF
114400     MOVE Link-Account-Number (Link-Sub) TO LL-ACCOUNT
114500     MOVE Link-Text (Link-Sub) TO LL-LINK-TEXT
114600     MOVE Link-Customer-Number (Link-Sub) TO LL-CUSTOMER
114700     MOVE Link-Source (Link-Sub) TO LL-SOURCE
114800     MOVE Link-Line TO DX-PRINT-LINE
114900     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.
115000 4010-WRITE-LINK-EXIT.
115100     EXIT.
115200
115300 4100-ACCOUNT-MASTER.
115400     MOVE AC-ACCOUNT-NUMBER (Account-Sub) TO MF-ACCOUNT-NUMBER
115500     READ ACCTMSTR
115600         INVALID KEY
115700             MOVE AC-ACCOUNT-NUMBER (Account-Sub) TO AL-ACCOUNT
115800             MOVE SPACES TO AL-BRANCH
115900             MOVE SPACES TO AL-PRODUCT
116000             MOVE SPACES TO AL-CURRENCY
116100             MOVE ZERO TO AL-BALANCE
116200             MOVE "NOT ON MASTER" TO AL-STATUS
116300             MOVE ZERO TO AL-OPENED
116400             MOVE Account-Line TO DX-PRINT-LINE
116500             PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
116600             GO TO 4100-ACCOUNT-MASTER-EXIT
116700     END-READ
116800     ADD 1 TO Section-Count
116900     MOVE MF-ACCOUNT-NUMBER TO AL-ACCOUNT
117000     MOVE MF-BRANCH-CODE TO AL-BRANCH
117100     MOVE MF-PRODUCT-CODE TO AL-PRODUCT
117200     MOVE MF-CURRENCY-CODE TO AL-CURRENCY
117300     MOVE MF-ACCOUNT-BALANCE TO AL-BALANCE
117400     MOVE MF-ACCOUNT-STATUS TO AL-STATUS
117500     MOVE MF-OPEN-DATE TO AL-OPENED
117600     MOVE Account-Line TO DX-PRINT-LINE
117700     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.
117800 4100-ACCOUNT-MASTER-EXIT.
117900     EXIT.
118000
118100 4200-MASTER-JOURNAL.
118200     MOVE "MSTRJRNL - ACCOUNT MASTER CHANGES" TO SL-SECTION-TEXT
118300     PERFORM 8100-WRITE-SECTION THRU 8100-WRITE-SECTION-EXIT
118400     MOVE 0 TO Section-Count
118500     OPEN INPUT MSTRJRNL
118600     IF NOT Mstrjrnl-OK
118700         MOVE "MSTRJRNL NOT AVAILABLE TO THIS RUN" TO NL-NOTE-TEXT
118800         PERFORM 8200-WRITE-NOTE THRU 8200-WRITE-NOTE-EXIT
118900         GO TO 4200-MASTER-JOURNAL-EXIT
119000     END-IF
119100     SET Scan-Is-Active TO TRUE
119200     PERFORM 4210-NEXT-JOURNAL THRU 4210-NEXT-JOURNAL-EXIT
119300         UNTIL Scan-Is-Done
119400     CLOSE MSTRJRNL
119500     MOVE Section-Count TO Count-Mstrjrnl
119600     PERFORM 8300-WRITE-SECTION-COUNT
119700         THRU 8300-WRITE-SECTION-COUNT-EXIT.
119800 4200-MASTER-JOURNAL-EXIT.
119900     EXIT.
120000
120100 4210-NEXT-JOURNAL.
120200     READ MSTRJRNL
120300         AT END
120400             SET Scan-Is-Done TO TRUE
120500             GO TO 4210-NEXT-JOURNAL-EXIT
120600     END-READ
120700     MOVE MJ-ACCOUNT-NUMBER TO Work-Account-Number
120800     PERFORM 2920-FIND-ACCOUNT THRU 2920-FIND-ACCOUNT-EXIT
120900     IF Account-Found-Sub = 0
121000         GO TO 4210-NEXT-JOURNAL-EXIT
121100     END-IF
121200     ADD 1 TO Section-Count
121300     MOVE MJ-ACCOUNT-NUMBER TO JL-ACCOUNT
121400     MOVE MJ-FIELD-NAME TO JL-FIELD
121500     MOVE MJ-BEFORE-IMAGE TO JL-BEFORE
121600     MOVE MJ-AFTER-IMAGE TO JL-AFTER
121700     MOVE MJ-OPERATOR-ID TO JL-OPERATOR
121800     MOVE MJ-CHANGE-DATE TO JL-DATE
121900     MOVE MJ-CHANGE-TIME TO JL-TIME
122000     MOVE Journal-Line TO DX-PRINT-LINE
122100     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.
122200 4210-NEXT-JOURNAL-EXIT.
122300     EXIT.
122400
122500 4300-STATEMENT-PREFS.
122600     MOVE "STMTPREF - STATEMENT DELIVERY" TO SL-SECTION-TEXT
122700     PERFORM 8100-WRITE-SECTION THRU 8100-WRITE-SECTION-EXIT
122800     MOVE 0 TO Section-Count
122900     OPEN INPUT STMTPREF
123000     IF NOT Stmtpref-OK
123100         MOVE "STMTPREF NOT AVAILABLE TO THIS RUN" TO NL-NOTE-TEXT
123200         PERFORM 8200-WRITE-NOTE THRU 8200-WRITE-NOTE-EXIT
123300         GO TO 4300-STATEMENT-PREFS-EXIT
123400     END-IF
123500     PERFORM 4310-ONE-PREF THRU 4310-ONE-PREF-EXIT
123600         VARYING Account-Sub FROM 1 BY 1
123700         UNTIL Account-Sub > Account-Count
123800     CLOSE STMTPREF
123900     MOVE Section-Count TO Count-Stmtpref
124000     PERFORM 8300-WRITE-SECTION-COUNT
124100         THRU 8300-WRITE-SECTION-COUNT-EXIT.
124200 4300-STATEMENT-PREFS-EXIT.
124300     EXIT.
124400
124500 4310-ONE-PREF.
124600     MOVE AC-ACCOUNT-NUMBER (Account-Sub) TO DP-ACCOUNT-NUMBER
124700     READ STMTPREF
124800         INVALID KEY
124900             GO TO 4310-ONE-PREF-EXIT
125000     END-READ
125100     ADD 1 TO Section-Count
125200     MOVE DP-ACCOUNT-NUMBER TO PL-ACCOUNT
125300     MOVE DP-DELIVERY-CODE TO PL-CODE
125400     EVALUATE TRUE
125500         WHEN DP-DELIVER-PAPER
125600             MOVE "PAPER" TO PL-CODE-TEXT
125700         WHEN DP-DELIVER-ELECTRONIC
125800             MOVE "ELECTRONIC" TO PL-CODE-TEXT
125900         WHEN DP-DELIVER-BOTH
126000             MOVE "PAPER AND E-MAIL" TO PL-CODE-TEXT
126100         WHEN DP-DELIVER-HOLD-BRANCH
126200             MOVE "HELD AT BRANCH" TO PL-CODE-TEXT
126300         WHEN OTHER
126400             MOVE SPACES TO PL-CODE-TEXT
126500     END-EVALUATE
126600     MOVE Pref-Line TO DX-PRINT-LINE
126700     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.
126800 4310-ONE-PREF-EXIT.
126900     EXIT.
127000
127100 4400-ALERT-SUBS.
127200     MOVE "ALERTSUB - ALERT SUBSCRIPTIONS" TO SL-SECTION-TEXT
127300     PERFORM 8100-WRITE-SECTION THRU 8100-WRITE-SECTION-EXIT
127400     MOVE 0 TO Section-Count
127500     OPEN INPUT ALERTSUB
127600     IF NOT Alertsub-OK
127700         MOVE "ALERTSUB NOT AVAILABLE TO THIS RUN" TO NL-NOTE-TEXT
127800         PERFORM 8200-WRITE-NOTE THRU 8200-WRITE-NOTE-EXIT
127900         GO TO 4400-ALERT-SUBS-EXIT
128000     END-IF
128100     PERFORM 4410-ACCOUNT-ALERTS THRU 4410-ACCOUNT-ALERTS-EXIT
128200         VARYING Account-Sub FROM 1 BY 1
128300         UNTIL Account-Sub > Account-Count
128400     CLOSE ALERTSUB
128500     MOVE Section-Count TO Count-Alertsub
128600     PERFORM 8300-WRITE-SECTION-COUNT
128700         THRU 8300-WRITE-SECTION-COUNT-EXIT.
128800 4400-ALERT-SUBS-EXIT.
128900     EXIT.
129000
129100 4410-ACCOUNT-ALERTS.
129200     MOVE AC-ACCOUNT-NUMBER (Account-Sub) TO Work-Account-Number
129300     MOVE Work-Account-Number TO AS-ACCOUNT-NUMBER
129400     MOVE LOW-VALUES TO AS-ALERT-TYPE
129500     SET Scan-Is-Active TO TRUE
129600     START ALERTSUB KEY IS NOT LESS THAN AS-ALERT-KEY
129700         INVALID KEY
129800             SET Scan-Is-Done TO TRUE
129900     END-START
130000     PERFORM 4420-NEXT-ALERT THRU 4420-NEXT-ALERT-EXIT
130100         UNTIL Scan-Is-Done.
130200 4410-ACCOUNT-ALERTS-EXIT.
130300     EXIT.
130400
130500 4420-NEXT-ALERT.
130600     READ ALERTSUB NEXT RECORD
130700         AT END
130800             SET Scan-Is-Done TO TRUE
130900             GO TO 4420-NEXT-ALERT-EXIT
131000     END-READ
131100     IF AS-ACCOUNT-NUMBER NOT = Work-Account-Number
131200         SET Scan-Is-Done TO TRUE
131300         GO TO 4420-NEXT-ALERT-EXIT
131400     END-IF
131500     ADD 1 TO Section-Count
131600     MOVE AS-ACCOUNT-NUMBER TO TA-ACCOUNT
131700     MOVE AS-ALERT-TYPE TO TA-TYPE
131800     MOVE AS-TRIGGER-AMOUNT TO TA-TRIGGER
131900     MOVE AS-DELIVERY-CHANNEL TO TA-CHANNEL
132000     MOVE AS-LAST-ALERTED-DATE TO TA-LAST-SENT
132100     MOVE AS-CONDITION-FLAG TO TA-CONDITION
132200     MOVE Alert-Line TO DX-PRINT-LINE
132300     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.
132400 4420-NEXT-ALERT-EXIT.
132500     EXIT.
132600
132700*> A SCREENING RESULT IS KEYED BY WHATEVER WAS SCREENED - THE
132800*> CUSTOMER AT MAINTENANCE, THE ACCOUNT AT OPENING - SO EACH
132900*> CUSTOMER NUMBER IS TRIED, THEN EACH ACCOUNT NOT ALREADY
133000*> TRIED UNDER THE SAME NUMBER.
133100 4500-WATCH-RESULTS.
133200     MOVE "WATCH-LIST SCREENING RESULTS" TO SL-SECTION-TEXT
133300     PERFORM 8100-WRITE-SECTION THRU 8100-WRITE-SECTION-EXIT
133400     MOVE 0 TO Section-Count
133500     OPEN INPUT WLPEND
133600     IF NOT Wlpend-OK
133700         MOVE "WLPEND NOT AVAILABLE TO THIS RUN" TO NL-NOTE-TEXT
133800         PERFORM 8200-WRITE-NOTE THRU 8200-WRITE-NOTE-EXIT
133900         GO TO 4500-WATCH-RESULTS-EXIT
134000     END-IF
134100     PERFORM 4510-IDENTITY-RESULT THRU 4510-IDENTITY-RESULT-EXIT
134200         VARYING Identity-Sub FROM 1 BY 1
134300         UNTIL Identity-Sub > Identity-Count
134400     PERFORM 4520-ACCOUNT-RESULT THRU 4520-ACCOUNT-RESULT-EXIT
134500         VARYING Account-Sub FROM 1 BY 1
134600         UNTIL Account-Sub > Account-Count
134700     CLOSE WLPEND
134800     MOVE Section-Count TO Count-Wlpend
134900     PERFORM 8300-WRITE-SECTION-COUNT
135000         THRU 8300-WRITE-SECTION-COUNT-EXIT.
135100 4500-WATCH-RESULTS-EXIT.
135200     EXIT.
135300
135400 4510-IDENTITY-RESULT.
135500     MOVE ID-CUSTOMER-NUMBER (Identity-Sub) TO WP-SUBJECT-NUMBER
135600     PERFORM 4530-READ-RESULT THRU 4530-READ-RESULT-EXIT.
135700 4510-IDENTITY-RESULT-EXIT.
135800     EXIT.
135900
136000 4520-ACCOUNT-RESULT.
136100     MOVE AC-ACCOUNT-NUMBER (Account-Sub) TO Work-Customer-Number
136200     PERFORM 2910-FIND-IDENTITY THRU 2910-FIND-IDENTITY-EXIT
136300     IF Identity-Found-Sub > 0
136400         GO TO 4520-ACCOUNT-RESULT-EXIT
136500     END-IF
136600     MOVE AC-ACCOUNT-NUMBER (Account-Sub) TO WP-SUBJECT-NUMBER
136700     PERFORM 4530-READ-RESULT THRU 4530-READ-RESULT-EXIT.
136800 4520-ACCOUNT-RESULT-EXIT.
136900     EXIT.
137000
137100 4530-READ-RESULT.
137200     READ WLPEND
137300         INVALID KEY
137400             GO TO 4530-READ-RESULT-EXIT
137500     END-READ
137600     ADD 1 TO Section-Count
137700     MOVE WP-SUBJECT-NUMBER TO WL-LINE-SUBJECT
137800     MOVE WP-SUBJECT-NAME TO WL-LINE-NAME
137900     MOVE WP-LIST-SOURCE TO WL-LINE-SOURCE
138000     MOVE Watch-Line TO DX-PRINT-LINE
138100     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
138200     MOVE WP-LISTED-NAME TO WR-LISTED-NAME
138300     MOVE WP-QUEUED-DATE TO WR-QUEUED
138400     EVALUATE TRUE
138500         WHEN WP-REVIEW-OPEN
138600             MOVE "OPEN" TO WR-STATUS-TEXT
138700         WHEN WP-REVIEW-CLEARED
138800             MOVE "CLEARED" TO WR-STATUS-TEXT
138900         WHEN WP-REVIEW-CONFIRMED
139000             MOVE "CONFIRMED" TO WR-STATUS-TEXT
139100         WHEN OTHER
139200             MOVE WP-PEND-STATUS TO WR-STATUS-TEXT
139300     END-EVALUATE
139400     MOVE WP-DISPOSITIONED-BY TO WR-BY
139500     MOVE WP-DISPOSITION-DATE TO WR-ON
139600     MOVE Watch-Result-Line TO DX-PRINT-LINE
139700     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.
139800 4530-READ-RESULT-EXIT.
139900     EXIT.
140000
140100*> DISPCASE IS KEYED BY CASE NUMBER - ONE FULL PASS.
140200 4600-DISPUTE-CASES.
140300     MOVE "DISPCASE - DISPUTE CASES" TO SL-SECTION-TEXT
140400     PERFORM 8100-WRITE-SECTION THRU 8100-WRITE-SECTION-EXIT
140500     MOVE 0 TO Section-Count
140600     OPEN INPUT DISPCASE
140700     IF NOT Dispcase-OK
140800         MOVE "DISPCASE NOT AVAILABLE TO THIS RUN" TO NL-NOTE-TEXT
140900         PERFORM 8200-WRITE-NOTE THRU 8200-WRITE-NOTE-EXIT
141000         GO TO 4600-DISPUTE-CASES-EXIT
141100     END-IF
141200     SET Scan-Is-Active TO TRUE
141300     PERFORM 4610-NEXT-CASE THRU 4610-NEXT-CASE-EXIT
141400         UNTIL Scan-Is-Done
141500     CLOSE DISPCASE
141600     MOVE Section-Count TO Count-Dispcase
141700     PERFORM 8300-WRITE-SECTION-COUNT
141800         THRU 8300-WRITE-SECTION-COUNT-EXIT.
141900 4600-DISPUTE-CASES-EXIT.
142000     EXIT.
142100
142200 4610-NEXT-CASE.
142300     READ DISPCASE NEXT RECORD
142400         AT END
142500             SET Scan-Is-Done TO TRUE
142600             GO TO 4610-NEXT-CASE-EXIT
142700     END-READ
142800     MOVE DS-ACCOUNT-NUMBER TO Work-Account-Number
142900     PERFORM 2920-FIND-ACCOUNT THRU 2920-FIND-ACCOUNT-EXIT
143000     IF Account-Found-Sub = 0
143100         GO TO 4610-NEXT-CASE-EXIT
143200     END-IF
143300     ADD 1 TO Section-Count
143400     MOVE DS-CASE-NUMBER TO DL-CASE
143500     MOVE DS-ACCOUNT-NUMBER TO DL-ACCOUNT
143600     MOVE DS-ITEM-DATE TO DL-ITEM-DATE
143700     MOVE DS-ITEM-AMOUNT TO DL-ITEM-AMOUNT
143800     MOVE DS-ITEM-TRACE-ID TO DL-TRACE-ID
143900     MOVE Case-Line TO DX-PRINT-LINE
144000     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
144100     MOVE DS-OPENED-DATE TO DL-OPENED
144200     MOVE DS-OPENED-BY TO DL-OPENED-BY
144300     MOVE DS-DEADLINE-DATE TO DL-DEADLINE
144400     MOVE DS-PROV-CREDIT-FLAG TO DL-PROV-CREDIT
144500     MOVE DS-CASE-STATUS TO DL-STATUS
144600     MOVE DS-RESOLVED-DATE TO DL-RESOLVED
144700     MOVE DS-RESOLVED-BY TO DL-RESOLVED-BY
144800     MOVE Case-Status-Line TO DX-PRINT-LINE
144900     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.
145000 4610-NEXT-CASE-EXIT.
145100     EXIT.
145200
145300*> READ BEFORE THIS RUN LOGS ITS OWN ACCESS, SO THE REPORT
145400*> SHOWS WHO LOOKED BEFORE THE REQUEST WAS WORKED.
145500 4700-ACCESS-RECORDS.
145600     MOVE "INQAUD - ACCOUNT ACCESS RECORDS" TO SL-SECTION-TEXT
145700     PERFORM 8100-WRITE-SECTION THRU 8100-WRITE-SECTION-EXIT
145800     MOVE 0 TO Section-Count
145900     OPEN INPUT INQAUD
146000     IF NOT Inqaud-OK
146100         MOVE "INQAUD NOT AVAILABLE TO THIS RUN" TO NL-NOTE-TEXT
146200         PERFORM 8200-WRITE-NOTE THRU 8200-WRITE-NOTE-EXIT
146300         GO TO 4700-ACCESS-RECORDS-EXIT
146400     END-IF
146500     SET Scan-Is-Active TO TRUE
146600     PERFORM 4710-NEXT-ACCESS THRU 4710-NEXT-ACCESS-EXIT
146700         UNTIL Scan-Is-Done
146800     CLOSE INQAUD
146900     MOVE Section-Count TO Count-Inqaud
147000     PERFORM 8300-WRITE-SECTION-COUNT
147100         THRU 8300-WRITE-SECTION-COUNT-EXIT.
147200 4700-ACCESS-RECORDS-EXIT.
147300     EXIT.
147400
147500 4710-NEXT-ACCESS.
147600     READ INQAUD
147700         AT END
147800             SET Scan-Is-Done TO TRUE
147900             GO TO 4710-NEXT-ACCESS-EXIT
148000     END-READ
148100     MOVE IQ-ACCOUNT-NUMBER TO Work-Account-Number
148200     PERFORM 2920-FIND-ACCOUNT THRU 2920-FIND-ACCOUNT-EXIT
148300     IF Account-Found-Sub = 0
148400         GO TO 4710-NEXT-ACCESS-EXIT
148500     END-IF
148600     ADD 1 TO Section-Count
148700     MOVE IQ-ACCOUNT-NUMBER TO QL-ACCOUNT
148800     MOVE IQ-OPERATOR-ID TO QL-OPERATOR
148900     MOVE IQ-TERMINAL-ID TO QL-TERMINAL
149000     MOVE IQ-SOURCE-PROGRAM TO QL-PROGRAM
149100     MOVE IQ-INQUIRY-DATE TO QL-DATE
149200     MOVE IQ-INQUIRY-TIME TO QL-TIME
149300     MOVE Inquiry-Line TO DX-PRINT-LINE
149400     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.
149500 4710-NEXT-ACCESS-EXIT.
149600     EXIT.
149700
149800*****************************************************************
149900*    THE RECORD COUNT PER SOURCE FILE FOR THE COMPLIANCE FILE.  *
150000*    NOTHING ON FILE AT ALL, OR LINKS LEFT OUT WHEN A TABLE     *
150100*    FILLED, IS FLAGGED AND ENDS THE RUN RC=4.                  *
150200*****************************************************************
150300 5000-COUNT-SUMMARY.
150400     MOVE "RECORD COUNT BY SOURCE FILE" TO SL-SECTION-TEXT
150500     PERFORM 8100-WRITE-SECTION THRU 8100-WRITE-SECTION-EXIT
150600     MOVE 0 TO Records-Total
150700     PERFORM 5100-WRITE-COUNT THRU 5100-WRITE-COUNT-EXIT
150800         VARYING Source-Sub FROM 1 BY 1
150900         UNTIL Source-Sub > 14
151000     MOVE "TOTAL RECORDS REPORTED" TO CT-SOURCE
151100     MOVE Records-Total TO CT-COUNT
151200     MOVE Count-Line TO DX-PRINT-LINE
151300     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
151400     IF Records-Total = 0
151500         MOVE "NOTHING IS ON FILE FOR THIS CUSTOMER NUMBER"
151600             TO NL-NOTE-TEXT
151700         PERFORM 8200-WRITE-NOTE THRU 8200-WRITE-NOTE-EXIT
151800         MOVE 4 TO RETURN-CODE
151900     END-IF
152000     IF Entries-Dropped > 0
152100         MOVE "** TABLE FULL - SOME NUMBERS OR LINKS LEFT OUT"
152200             TO NL-NOTE-TEXT
152300         PERFORM 8200-WRITE-NOTE THRU 8200-WRITE-NOTE-EXIT
152400         MOVE 4 TO RETURN-CODE
152500     END-IF.
152600 5000-COUNT-SUMMARY-EXIT.
152700     EXIT.
152800
152900 5100-WRITE-COUNT.
153000     MOVE Source-Name (Source-Sub) TO CT-SOURCE
153100     MOVE Source-Count (Source-Sub) TO CT-COUNT
153200     ADD Source-Count (Source-Sub) TO Records-Total
153300     MOVE Count-Line TO DX-PRINT-LINE
153400     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.
153500 5100-WRITE-COUNT-EXIT.
153600     EXIT.
153700
153800*> THIS RUN IS ITSELF AN ACCESS TO EVERY ACCOUNT IT REPORTED.
153900 6000-LOG-ACCESS.
154000     OPEN EXTEND INQAUD
154100     IF NOT Inqaud-OK
154200         DISPLAY "INQAUD open failed - " Inqaud-File-Status
154300             " - access not logged."
154400         MOVE 8 TO RETURN-CODE
154500         GO TO 6000-LOG-ACCESS-EXIT
154600     END-IF
154700     PERFORM 6100-LOG-ONE-ACCOUNT THRU 6100-LOG-ONE-ACCOUNT-EXIT
154800         VARYING Account-Sub FROM 1 BY 1
154900         UNTIL Account-Sub > Account-Count
155000     CLOSE INQAUD.
155100 6000-LOG-ACCESS-EXIT.
155200     EXIT.
155300
155400 6100-LOG-ONE-ACCOUNT.
155500     MOVE RQ-REQUESTED-BY TO IQ-OPERATOR-ID
155600     MOVE "BATCH" TO IQ-TERMINAL-ID
155700     MOVE AC-ACCOUNT-NUMBER (Account-Sub) TO IQ-ACCOUNT-NUMBER
155800     MOVE "CUSTDATA" TO IQ-SOURCE-PROGRAM
155900     MOVE Run-Date TO IQ-INQUIRY-DATE
156000     MOVE Run-Time TO IQ-INQUIRY-TIME
156100     WRITE IQ-INQUIRY-AUDIT-RECORD
156200     ADD 1 TO Accounts-Logged.
156300 6100-LOG-ONE-ACCOUNT-EXIT.
156400     EXIT.
156500
156600 8000-WRITE-LINE.
156700     MOVE RQ-CUSTOMER-NUMBER TO DX-CUSTOMER-NUMBER
156800     WRITE DX-ACCESS-REPORT-LINE
156900     ADD 1 TO Lines-Written.
157000 8000-WRITE-LINE-EXIT.
157100     EXIT.
157200
157300 8100-WRITE-SECTION.
157400     MOVE SPACES TO DX-PRINT-LINE
157500     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT
157600     MOVE Section-Line TO DX-PRINT-LINE
157700     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.
157800 8100-WRITE-SECTION-EXIT.
157900     EXIT.
158000
158100 8200-WRITE-NOTE.
158200     MOVE Note-Line TO DX-PRINT-LINE
158300     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.
158400 8200-WRITE-NOTE-EXIT.
158500     EXIT.
158600
158700 8300-WRITE-SECTION-COUNT.
158800     MOVE Section-Count TO SC-COUNT
158900     MOVE Section-Count-Line TO DX-PRINT-LINE
159000     PERFORM 8000-WRITE-LINE THRU 8000-WRITE-LINE-EXIT.
159100 8300-WRITE-SECTION-COUNT-EXIT.
159200     EXIT.
159300
159400 9000-TERMINATE.
159500     CLOSE CUSTMSTR
159600     CLOSE CUSTADDR
159700     CLOSE CUSTREL
159800     CLOSE CUSTROLE
159900     CLOSE ACCTMSTR
160000     IF Xref-Open
160100         CLOSE CUSTXREF
160200     END-IF
160300     CLOSE CDAPKG
160400     DISPLAY " "
160500     DISPLAY "CUSTOMER DATA ACCESS SUMMARY"
160600     DISPLAY "Customer requested  - " RQ-CUSTOMER-NUMBER
160700     DISPLAY "Requested by        - " RQ-REQUESTED-BY
160800     DISPLAY "Customer numbers    - " Identity-Count
160900     DISPLAY "Accounts reported   - " Account-Count
161000     DISPLAY "Records reported    - " Records-Total
161100     DISPLAY "Accesses logged     - " Accounts-Logged
161200     DISPLAY "Report lines        - " Lines-Written.
161300 9000-TERMINATE-EXIT.
161400     EXIT.
