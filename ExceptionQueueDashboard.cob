000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ExceptionQueueDashboard.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-13.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    EXCEPTIONQUEUEDASHBOARD                                    *
001100*                                                               *
001200*    THE SUPERVISORS' MORNING VIEW OF EVERY WORK QUEUE AT ONCE. *
001300*    EACH OUTSTANDING ITEM IS READ FROM ITS OWN QUEUE AND       *
001400*    REDUCED TO THE SAME FOUR FACTS - OWNER, AGE IN DAYS,       *
001500*    DOLLARS AND REGULATORY DEADLINE:                           *
001600*      POSTING SUSPENSE   SUSPTRN (THE CARRIED GENERATION),     *
001700*                         OWNED BY THE TRANSACTING BRANCH       *
001800*      POSITIVE PAY       SUSPTRN POSITIVE-PAY SUSPECTS - THE   *
001900*                         DECISION IS DUE THE NEXT BUSINESS     *
002000*                         MORNING AFTER THE ITEM POSTED         *
002100*      TRUST SUSPENSE     GTSUSP - NO QUEUE DATE, SO AGED BY    *
002200*                         ITS NIGHTLY RESUBMISSIONS             *
002300*      INCOMING WIRES     WIREQ PENDING - DUE BY VALUE DATE     *
002400*      WATCH-LIST REVIEW  WLPEND OPEN - DUE TEN DAYS AFTER      *
002500*                         QUEUEING (BLOCKING REPORT WINDOW)     *
002600*      RM ROUTING         RMQUEUE UNWORKED, AT THE BALANCE      *
002700*      THRESHOLD APPROVAL THRPEND PENDING - DUE BY EFFECTIVE    *
002800*                         DATE; NO QUEUE DATE, SO UNDATED       *
002900*      DISPUTE CASES      DISPCASE OPEN - DUE BY CASE DEADLINE  *
003000*      CHARGE-OFF REVIEW  ODAGING PAST THE CHGPARM AGE (NOT     *
003100*                         STAYED, NO PLAN) - DUE SIXTY DAYS     *
003200*                         AFTER FIRST OVERDRAWN                 *
003300*    PRINTS A ONE-PAGE AGING SUMMARY BY QUEUE AND AGE BUCKET    *
003400*    WITH THE BACKLOG TREND AGAINST THE PRIOR RUN AND THE SAME  *
003500*    DAY LAST WEEK (QUETRND, ONE ROW PER QUEUE PER MORNING),    *
003600*    THEN EVERY ITEM DUE WITHIN 24 HOURS OR ALREADY PAST ITS    *
003700*    DEADLINE. A QUEUE WHOSE FILE CANNOT BE OPENED IS SHOWN AS  *
003800*    NOT AVAILABLE RATHER THAN AS EMPTY.                        *
003900*                                                               *
004000*    MODIFICATION HISTORY                                      *
004100*    ------------------------------------------------------    *
004200*    DATE       INIT  DESCRIPTION                              *
004300*    ---------  ----  -----------------------------------      *
004400*    2026-10-13  RLB  ORIGINAL.                                *
004500*                                                               *
004600*****************************************************************
004700
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT SUSPENSE ASSIGN TO "SUSPTRN"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS Suspense-File-Status.
005400
005500     SELECT GTSUSP ASSIGN TO "GTSUSP"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS Gtsusp-File-Status.
005800
005900     SELECT WIREQ ASSIGN TO "WIREQ"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS SEQUENTIAL
006200         RECORD KEY IS WQ-WIRE-REFERENCE
006300         FILE STATUS IS Wireq-File-Status.
006400
006500     SELECT WLPEND ASSIGN TO "WLPEND"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS SEQUENTIAL
006800         RECORD KEY IS WP-SUBJECT-NUMBER
006900         FILE STATUS IS Wlpend-File-Status.
007000
007100     SELECT RMQUEUE ASSIGN TO "RMQUEUE"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS SEQUENTIAL
007400         RECORD KEY IS RQ-ACCOUNT-NUMBER
007500         FILE STATUS IS Rmqueue-File-Status.
007600
007700     SELECT THRPEND ASSIGN TO "THRPEND"
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS SEQUENTIAL
008000         RECORD KEY IS TH-PRODUCT-CODE
008100         FILE STATUS IS Thrpend-File-Status.
008200
008300     SELECT DISPCASE ASSIGN TO "DISPCASE"
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS SEQUENTIAL
008600         RECORD KEY IS DS-CASE-NUMBER
008700         FILE STATUS IS Dispcase-File-Status.
008800
008900     SELECT ODAGING ASSIGN TO "ODAGING"
009000         ORGANIZATION IS INDEXED
009100         ACCESS MODE IS SEQUENTIAL
009200         RECORD KEY IS OA-ACCOUNT-NUMBER
009300         FILE STATUS IS Odaging-File-Status.
009400
009500     SELECT CHGPARM ASSIGN TO "CHGPARM"
009600         ORGANIZATION IS SEQUENTIAL
009700         FILE STATUS IS Chgparm-File-Status.
009800
009900     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
010000         ORGANIZATION IS INDEXED
010100         ACCESS MODE IS RANDOM
010200         RECORD KEY IS MF-ACCOUNT-NUMBER
010300         FILE STATUS IS Acctmstr-File-Status.
010400
010500     SELECT HOLCAL ASSIGN TO "HOLCAL"
010600         ORGANIZATION IS INDEXED
010700         ACCESS MODE IS RANDOM
010800         RECORD KEY IS HC-HOLIDAY-DATE
010900         FILE STATUS IS Holcal-File-Status.
011000
011100     SELECT QUETRND ASSIGN TO "QUETRND"
011200         ORGANIZATION IS SEQUENTIAL
011300         FILE STATUS IS Quetrnd-File-Status.
011400
011500 DATA DIVISION.
011600 FILE SECTION.
011700 FD  SUSPENSE.
011800     COPY SUSPTRN.
011900
012000 FD  GTSUSP.
012100     COPY GTSUSP.
012200
012300 FD  WIREQ.
012400     COPY WIREQ.
012500
012600 FD  WLPEND.
012700     COPY WLPEND.
012800
012900 FD  RMQUEUE.
013000     COPY RMQUEUE.
013100
013200 FD  THRPEND.
013300     COPY THRPEND.
013400
013500 FD  DISPCASE.
013600     COPY DISPCASE.
013700
013800 FD  ODAGING.
013900     COPY ODAGING.
014000
014100 FD  CHGPARM.
014200     COPY CHGPARM.
014300
014400 FD  ACCTMSTR.
014500     COPY ACCTMSTR.
014600
014700 FD  HOLCAL.
014800     COPY HOLCAL.
014900
015000 FD  QUETRND.
015100     COPY QUETRND.
015200
015300 WORKING-STORAGE SECTION.
015400 01  Suspense-File-Status            PIC XX.
015500     88  Suspense-OK                 VALUE "00".
015600     88  Suspense-EOF                VALUE "10".
015700 01  Gtsusp-File-Status              PIC XX.
015800     88  Gtsusp-OK                   VALUE "00".
015900     88  Gtsusp-EOF                  VALUE "10".
016000 01  Wireq-File-Status               PIC XX.
016100     88  Wireq-OK                    VALUE "00".
016200     88  Wireq-EOF                   VALUE "10".
016300 01  Wlpend-File-Status              PIC XX.
016400     88  Wlpend-OK                   VALUE "00".
016500     88  Wlpend-EOF                  VALUE "10".
016600 01  Rmqueue-File-Status             PIC XX.
016700     88  Rmqueue-OK                  VALUE "00".
016800     88  Rmqueue-EOF                 VALUE "10".
016900 01  Thrpend-File-Status             PIC XX.
017000     88  Thrpend-OK                  VALUE "00".
017100     88  Thrpend-EOF                 VALUE "10".
017200 01  Dispcase-File-Status            PIC XX.
017300     88  Dispcase-OK                 VALUE "00".
017400     88  Dispcase-EOF                VALUE "10".
017500 01  Odaging-File-Status             PIC XX.
017600     88  Odaging-OK                  VALUE "00".
017700     88  Odaging-EOF                 VALUE "10".
017800 01  Chgparm-File-Status             PIC XX.
017900     88  Chgparm-OK                  VALUE "00".
018000 01  Acctmstr-File-Status            PIC XX.
018100     88  Acctmstr-OK                 VALUE "00".
018200 01  Holcal-File-Status              PIC XX.
018300     88  Holcal-OK                   VALUE "00".
018400     88  Holcal-Not-Found            VALUE "23".
018500 01  Quetrnd-File-Status             PIC XX.
018600     88  Quetrnd-OK                  VALUE "00".
018700     88  Quetrnd-EOF                 VALUE "10".
018800
018900*    QUEUE NUMBERS - THE ORDER OF THE QUEUE-NAMES TABLE BELOW.
019000 77  Suspense-Queue                  PIC 9(02) VALUE 1.
019100 77  Positive-Pay-Queue              PIC 9(02) VALUE 2.
019200 77  Trust-Suspense-Queue            PIC 9(02) VALUE 3.
019300 77  Wire-Queue                      PIC 9(02) VALUE 4.
019400 77  Watch-List-Queue                PIC 9(02) VALUE 5.
019500 77  Rm-Routing-Queue                PIC 9(02) VALUE 6.
019600 77  Threshold-Queue                 PIC 9(02) VALUE 7.
019700 77  Dispute-Queue                   PIC 9(02) VALUE 8.
019800 77  Chargeoff-Queue                 PIC 9(02) VALUE 9.
019900 77  Queue-Count                     PIC 9(02) VALUE 9.
020000 77  Total-Entry                     PIC 9(02) VALUE 10.
020100 77  Undated-Bucket                  PIC 9(01) VALUE 6.
020200 77  Watch-Review-Days               PIC 9(03) VALUE 10.
020300 77  Chargeoff-Limit-Days            PIC 9(03) VALUE 60.
020400 77  Chargeoff-Age-Days              PIC 9(03) VALUE 60.
020500 77  Trend-Week-Days                 PIC 9(03) VALUE 7.
020600 77  Detail-Limit                    PIC 9(03) VALUE 500.
020700
020800 01  Run-Date                        PIC 9(08).
020900 01  Run-Integer-Date                PIC 9(07).
021000 01  Week-Ago-Integer-Date           PIC 9(07).
021100 01  Trend-Integer-Date              PIC 9(07).
021200 01  Work-Integer-Date               PIC 9(07).
021300 01  Cutoff-Weekday                  PIC 9(01).
021400 01  Days-Overdrawn                  PIC S9(05).
021500
021600 01  Check-Date                      PIC 9(08).
021700 01  Check-Date-Parts REDEFINES Check-Date.
021800     05  Check-Year                  PIC 9(04).
021900     05  Check-Month                 PIC 9(02).
022000     05  Check-Day                   PIC 9(02).
022100 01  Date-Switch                     PIC X(01).
022200     88  Date-Is-Usable              VALUE "Y".
022300     88  Date-Is-Unusable            VALUE "N".
022400 01  Trend-Switch                    PIC X(01).
022500     88  Trend-Already-Recorded      VALUE "Y".
022600     88  Trend-Not-Recorded          VALUE "N".
022700
022800 01  Suspense-Amount-Text            PIC X(06).
022900 01  Suspense-Amount REDEFINES Suspense-Amount-Text
023000                                     PIC 9(06).
023100
023200 01  Stay-Result                     PIC X(01).
023300     88  Stay-Is-Active              VALUE "Y".
023400     88  Stay-Not-Active             VALUE "N".
023500 01  Stay-Customer-Number            PIC X(10).
023600 01  Stay-Case-Number                PIC X(15).
023700 01  Plan-Result                     PIC X(01).
023800     88  Plan-Is-Active              VALUE "Y".
023900     88  Plan-Not-Active             VALUE "N".
024000 01  Plan-Collector-Id               PIC X(08).
024100
024200*    ONE QUEUE ITEM, NORMALIZED BY THE GATHER PARAGRAPHS AND
024300*    TALLIED BY 5000-TALLY-ITEM.
024400 01  Queue-Item.
024500     05  QI-QUEUE-SUB                PIC 9(02).
024600     05  QI-OWNER                    PIC X(20).
024700     05  QI-REFERENCE                PIC X(12).
024800     05  QI-ACCOUNT-NUMBER           PIC X(10).
024900     05  QI-AGE-SOURCE               PIC X(01).
025000         88  QI-Aged-From-Date       VALUE "D".
025100         88  QI-Age-Supplied         VALUE "A".
025200         88  QI-Undated              VALUE "U".
025300     05  QI-QUEUED-DATE              PIC 9(08).
025400     05  QI-AGE-DAYS                 PIC 9(05).
025500     05  QI-AMOUNT                   PIC S9(9)V99.
025600     05  QI-DEADLINE-DATE            PIC 9(08).
025700 01  Item-Bucket                     PIC 9(01).
025800 01  Item-Age-Work                   PIC S9(05).
025900 01  Days-To-Deadline                PIC S9(05).
026000
026100*    THE NINE QUEUES IN REPORT ORDER, THEN THE TOTAL LINE.
026200 01  Queue-Names.
026300     05  FILLER          PIC X(28)
026400         VALUE "SUSPENSEPOSTING SUSPENSE".
026500     05  FILLER          PIC X(28) VALUE "POSPAY  POSITIVE PAY".
026600     05  FILLER          PIC X(28) VALUE "GTSUSP  TRUST SUSPENSE".
026700     05  FILLER          PIC X(28) VALUE "WIREQ   INCOMING WIRES".
026800     05  FILLER          PIC X(28)
026900         VALUE "WLPEND  WATCH-LIST REVIEW".
027000     05  FILLER          PIC X(28) VALUE "RMQUEUE RM ROUTING".
027100     05  FILLER          PIC X(28)
027200         VALUE "THRPEND THRESHOLD APPROVAL".
027300     05  FILLER          PIC X(28) VALUE "DISPCASEDISPUTE CASES".
027400     05  FILLER          PIC X(28)
027500         VALUE "CHGOFF  CHARGE-OFF REVIEW".
027600     05  FILLER          PIC X(28) VALUE "        ALL QUEUES".
027700 01  Queue-Name-Table REDEFINES Queue-Names.
027800     05  Queue-Name-Entry OCCURS 10 TIMES.
027900         10  Queue-Code              PIC X(08).
028000         10  Queue-Name              PIC X(20).
028100
028200 01  Queue-Roll-Table.
028300     05  Queue-Roll-Entry OCCURS 10 TIMES.
028400         10  QA-QUEUE-FLAG           PIC X(01).
028500             88  QA-Queue-Read       VALUE "Y".
028600             88  QA-Queue-Missing    VALUE "N".
028700         10  QA-BUCKET-COUNT         PIC 9(07) OCCURS 6 TIMES.
028800         10  QA-ITEM-COUNT           PIC 9(07).
028900         10  QA-ITEM-AMOUNT          PIC S9(11)V99.
029000         10  QA-OLDEST-AGE           PIC 9(05).
029100         10  QA-PAST-DEADLINE        PIC 9(07).
029200         10  QA-DUE-WITHIN-DAY       PIC 9(07).
029300         10  QA-PRIOR-DATE           PIC 9(08).
029400         10  QA-PRIOR-COUNT          PIC 9(07).
029500         10  QA-WEEK-DATE            PIC 9(08).
029600         10  QA-WEEK-COUNT           PIC 9(07).
029700 01  Queue-Sub                       PIC 9(02) COMP.
029800 01  Queue-Found-Sub                 PIC 9(02) COMP.
029900 01  Bucket-Sub                      PIC 9(01) COMP.
030000
030100*    ITEMS DUE WITHIN 24 HOURS OR PAST DUE, HELD FOR THE DETAIL
030200*    LIST THAT FOLLOWS THE ONE-PAGE SUMMARY.
030300 01  Deadline-Detail-Table.
030400     05  Detail-Count                PIC 9(03) COMP.
030500     05  Detail-Overflow             PIC 9(07) COMP.
030600     05  Deadline-Detail-Entry OCCURS 500 TIMES.
030700         10  ND-QUEUE-SUB            PIC 9(02).
030800         10  ND-OWNER                PIC X(20).
030900         10  ND-REFERENCE            PIC X(12).
031000         10  ND-ACCOUNT-NUMBER       PIC X(10).
031100         10  ND-AMOUNT               PIC S9(9)V99.
031200         10  ND-DEADLINE-DATE        PIC 9(08).
031300         10  ND-DAYS-LEFT            PIC S9(05).
031400 01  Detail-Sub                      PIC 9(03) COMP.
031500
031600 01  Summary-Heading-Line.
031700     05  FILLER          PIC X(20) VALUE "QUEUE".
031800     05  FILLER          PIC X(06) VALUE "   0-1".
031900     05  FILLER          PIC X(06) VALUE "   2-5".
032000     05  FILLER          PIC X(06) VALUE "  6-15".
032100     05  FILLER          PIC X(06) VALUE " 16-30".
032200     05  FILLER          PIC X(06) VALUE "   31+".
032300     05  FILLER          PIC X(06) VALUE " UNDTD".
032400     05  FILLER          PIC X(08) VALUE "   ITEMS".
032500     05  FILLER          PIC X(15) VALUE "        DOLLARS".
032600     05  FILLER          PIC X(07) VALUE " OLDEST".
032700     05  FILLER          PIC X(06) VALUE "  PAST".
032800     05  FILLER          PIC X(06) VALUE " DUE24".
032900 01  Summary-Line.
033000     05  SL-QUEUE-NAME               PIC X(20).
033100     05  SL-BUCKET-COUNT             PIC Z(5)9 OCCURS 6 TIMES.
033200     05  FILLER                      PIC X(01) VALUE SPACE.
033300     05  SL-ITEM-COUNT               PIC Z(6)9.
033400     05  FILLER                      PIC X(01) VALUE SPACE.
033500     05  SL-ITEM-AMOUNT              PIC Z(10)9.99.
033600     05  FILLER                      PIC X(01) VALUE SPACE.
033700     05  SL-OLDEST-AGE               PIC Z(5)9.
033800     05  SL-PAST-DEADLINE            PIC Z(5)9.
033900     05  SL-DUE-WITHIN-DAY           PIC Z(5)9.
034000
034100 01  Trend-Heading-Line.
034200     05  FILLER          PIC X(20) VALUE "BACKLOG TREND".
034300     05  FILLER          PIC X(08) VALUE "   TODAY".
034400     05  FILLER          PIC X(10) VALUE " PRIOR RUN".
034500     05  FILLER          PIC X(09) VALUE "   CHANGE".
034600     05  FILLER          PIC X(10) VALUE " LAST WEEK".
034700     05  FILLER          PIC X(09) VALUE "   CHANGE".
034800     05  FILLER          PIC X(11) VALUE "  DIRECTION".
034900 01  Trend-Line.
035000     05  TL-QUEUE-NAME               PIC X(20).
035100     05  TL-TODAY-COUNT              PIC Z(7)9.
035200     05  TL-PRIOR-COUNT              PIC X(10).
035300     05  TL-PRIOR-CHANGE             PIC X(09).
035400     05  TL-WEEK-COUNT               PIC X(10).
035500     05  TL-WEEK-CHANGE              PIC X(09).
035600     05  FILLER                      PIC X(02) VALUE SPACES.
035700     05  TL-DIRECTION                PIC X(09).
035800 01  Trend-Change                    PIC S9(07).
035900 01  Edited-Trend-Count              PIC Z(9)9.
036000 01  Edited-Trend-Change             PIC -(8)9.
036100
036200 01  Detail-Heading-Line.
036300     05  FILLER          PIC X(20) VALUE "QUEUE".
036400     05  FILLER          PIC X(21) VALUE "OWNER".
036500     05  FILLER          PIC X(13) VALUE "REFERENCE".
036600     05  FILLER          PIC X(11) VALUE "ACCOUNT".
036700     05  FILLER          PIC X(09) VALUE "DEADLINE".
036800     05  FILLER          PIC X(06) VALUE "  DAYS".
036900     05  FILLER          PIC X(15) VALUE "         AMOUNT".
037000 01  Detail-Line.
037100     05  DL-QUEUE-NAME               PIC X(20).
037200     05  DL-OWNER                    PIC X(20).
037300     05  FILLER                      PIC X(01) VALUE SPACE.
037400     05  DL-REFERENCE                PIC X(12).
037500     05  FILLER                      PIC X(01) VALUE SPACE.
037600     05  DL-ACCOUNT-NUMBER           PIC X(10).
037700     05  FILLER                      PIC X(01) VALUE SPACE.
037800     05  DL-DEADLINE-DATE            PIC 9(08).
037900     05  DL-DAYS-LEFT                PIC -(5)9.
038000     05  DL-AMOUNT                   PIC -(11)9.99.
038100
038200 PROCEDURE DIVISION.
038300
038400 0000-MAINLINE.
038500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
038600     PERFORM 2000-GATHER-SUSPENSE THRU 2000-GATHER-SUSPENSE-EXIT
038700     PERFORM 2100-GATHER-TRUST-SUSPENSE
038800         THRU 2100-GATHER-TRUST-SUSPENSE-EXIT
038900     PERFORM 2200-GATHER-WIRES THRU 2200-GATHER-WIRES-EXIT
039000     PERFORM 2300-GATHER-WATCH-LIST
039100         THRU 2300-GATHER-WATCH-LIST-EXIT
039200     PERFORM 2400-GATHER-RM-ROUTING
039300         THRU 2400-GATHER-RM-ROUTING-EXIT
039400     PERFORM 2500-GATHER-THRESHOLDS
039500         THRU 2500-GATHER-THRESHOLDS-EXIT
039600     PERFORM 2600-GATHER-DISPUTES THRU 2600-GATHER-DISPUTES-EXIT
039700     PERFORM 2700-GATHER-CHARGEOFFS
039800         THRU 2700-GATHER-CHARGEOFFS-EXIT
039900     PERFORM 3000-READ-TREND THRU 3000-READ-TREND-EXIT
040000     PERFORM 4000-PRINT-SUMMARY THRU 4000-PRINT-SUMMARY-EXIT
040100     PERFORM 4500-PRINT-DEADLINES THRU 4500-PRINT-DEADLINES-EXIT
040200     PERFORM 6000-RECORD-TREND THRU 6000-RECORD-TREND-EXIT
040300     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
040400     STOP RUN.
040500
040600 1000-INITIALIZE.
040700     INITIALIZE Queue-Roll-Table
040800     INITIALIZE Deadline-Detail-Table
040900     PERFORM 1100-MARK-QUEUE-MISSING
041000         THRU 1100-MARK-QUEUE-MISSING-EXIT
041100         VARYING Queue-Sub FROM 1 BY 1
041200         UNTIL Queue-Sub > Total-Entry
041300     SET QA-Queue-Read (Total-Entry) TO TRUE
041400     SET Trend-Not-Recorded TO TRUE
041500     ACCEPT Run-Date FROM DATE YYYYMMDD
041600     COMPUTE Run-Integer-Date =
041700         FUNCTION INTEGER-OF-DATE(Run-Date)
041800     COMPUTE Week-Ago-Integer-Date =
041900         Run-Integer-Date - Trend-Week-Days
042000     OPEN INPUT CHGPARM
042100     IF Chgparm-OK
042200         READ CHGPARM
042300             AT END
042400                 DISPLAY "CHGPARM empty; shop default age used."
042500             NOT AT END
042600                 IF CG-CHARGEOFF-AGE-DAYS NUMERIC
042700                     AND CG-CHARGEOFF-AGE-DAYS > 0
042800                     MOVE CG-CHARGEOFF-AGE-DAYS
042900                         TO Chargeoff-Age-Days
043000                 END-IF
043100         END-READ
043200         CLOSE CHGPARM
043300     END-IF
043400     OPEN INPUT ACCTMSTR
043500     OPEN INPUT HOLCAL.
043600 1000-INITIALIZE-EXIT.
043700     EXIT.
043800
043900 1100-MARK-QUEUE-MISSING.
044000     SET QA-Queue-Missing (Queue-Sub) TO TRUE.
044100 1100-MARK-QUEUE-MISSING-EXIT.
044200     EXIT.
044300
044400*****************************************************************
044500*    POSTING SUSPENSE AND POSITIVE PAY SHARE THE CARRIED        *
044600*    SUSPENSE FILE. A POSITIVE-PAY DECISION IS DUE BY THE       *
044700*    CUTOFF THE NEXT BUSINESS MORNING AFTER THE ITEM POSTED.    *
044800*****************************************************************
044900 2000-GATHER-SUSPENSE.
045000     OPEN INPUT SUSPENSE
045100     IF NOT Suspense-OK
045200         DISPLAY "SUSPTRN not available - " Suspense-File-Status
045300         GO TO 2000-GATHER-SUSPENSE-EXIT
045400     END-IF
045500     SET QA-Queue-Read (Suspense-Queue) TO TRUE
045600     SET QA-Queue-Read (Positive-Pay-Queue) TO TRUE
045700     READ SUSPENSE
045800         AT END
045900             SET Suspense-EOF TO TRUE
046000     END-READ
046100     PERFORM 2010-SUSPENSE-ITEM THRU 2010-SUSPENSE-ITEM-EXIT
046200         UNTIL Suspense-EOF
046300     CLOSE SUSPENSE.
046400 2000-GATHER-SUSPENSE-EXIT.
046500     EXIT.
046600
046700 2010-SUSPENSE-ITEM.
046800     PERFORM 5900-CLEAR-ITEM THRU 5900-CLEAR-ITEM-EXIT
046900     MOVE "BRANCH" TO QI-OWNER
047000     MOVE SP-BRANCH-CODE TO QI-OWNER (8:4)
047100     MOVE SP-TRACE-ID TO QI-REFERENCE
047200     MOVE SP-ACCOUNT-NUMBER TO QI-ACCOUNT-NUMBER
047300     MOVE SP-TRANS-AMOUNT TO Suspense-Amount-Text
047400     IF Suspense-Amount-Text NUMERIC
047500         MOVE Suspense-Amount TO QI-AMOUNT
047600     END-IF
047700     MOVE SP-TRANS-DATE TO Check-Date
047800     PERFORM 5100-CHECK-DATE THRU 5100-CHECK-DATE-EXIT
047900     IF Date-Is-Usable
048000         SET QI-Aged-From-Date TO TRUE
048100         MOVE Check-Date TO QI-QUEUED-DATE
048200     END-IF
048300     IF SP-REJECT-REASON (1:12) = "Positive pay"
048400         MOVE Positive-Pay-Queue TO QI-QUEUE-SUB
048500         IF Date-Is-Usable
048600             PERFORM 2020-POSITIVE-PAY-CUTOFF
048700                 THRU 2020-POSITIVE-PAY-CUTOFF-EXIT
048800         ELSE
048900             MOVE Run-Date TO QI-DEADLINE-DATE
049000         END-IF
049100     ELSE
049200         MOVE Suspense-Queue TO QI-QUEUE-SUB
049300     END-IF
049400     PERFORM 5000-TALLY-ITEM THRU 5000-TALLY-ITEM-EXIT
049500     READ SUSPENSE
049600         AT END
049700             SET Suspense-EOF TO TRUE
049800     END-READ.
049900 2010-SUSPENSE-ITEM-EXIT.
050000     EXIT.
050100
050200 2020-POSITIVE-PAY-CUTOFF.
050300     COMPUTE Work-Integer-Date =
050400         FUNCTION INTEGER-OF-DATE(QI-QUEUED-DATE) + 1
050500     PERFORM 2030-ROLL-PAST-CLOSED-DAY
050600         THRU 2030-ROLL-PAST-CLOSED-DAY-EXIT
050700     MOVE FUNCTION DATE-OF-INTEGER(Work-Integer-Date)
050800         TO QI-DEADLINE-DATE.
050900 2020-POSITIVE-PAY-CUTOFF-EXIT.
051000     EXIT.
051100
051200*> Weekends and HOLCAL holidays roll the cutoff forward, the
051300*> same test the suspense aging uses.
051400 2030-ROLL-PAST-CLOSED-DAY.
051500     COMPUTE Cutoff-Weekday = FUNCTION MOD(Work-Integer-Date, 7)
051600     MOVE FUNCTION DATE-OF-INTEGER(Work-Integer-Date)
051700         TO HC-HOLIDAY-DATE
051800     READ HOLCAL
051900         INVALID KEY
052000             CONTINUE
052100     END-READ
052200     IF Cutoff-Weekday = 6 OR Cutoff-Weekday = 0
052300             OR Holcal-OK
052400         ADD 1 TO Work-Integer-Date
052500         GO TO 2030-ROLL-PAST-CLOSED-DAY
052600     END-IF.
052700 2030-ROLL-PAST-CLOSED-DAY-EXIT.
052800     EXIT.
052900
053000 2100-GATHER-TRUST-SUSPENSE.
053100     OPEN INPUT GTSUSP
053200     IF NOT Gtsusp-OK
053300         DISPLAY "GTSUSP not available - " Gtsusp-File-Status
053400         GO TO 2100-GATHER-TRUST-SUSPENSE-EXIT
053500     END-IF
053600     SET QA-Queue-Read (Trust-Suspense-Queue) TO TRUE
053700     READ GTSUSP
053800         AT END
053900             SET Gtsusp-EOF TO TRUE
054000     END-READ
054100     PERFORM 2110-TRUST-SUSPENSE-ITEM
054200         THRU 2110-TRUST-SUSPENSE-ITEM-EXIT
054300         UNTIL Gtsusp-EOF
054400     CLOSE GTSUSP.
054500 2100-GATHER-TRUST-SUSPENSE-EXIT.
054600     EXIT.
054700
054800*> GTSUSP carries no queue date; each night in the queue is one
054900*> resubmission, so the retry count is the item's age.
055000 2110-TRUST-SUSPENSE-ITEM.
055100     PERFORM 5900-CLEAR-ITEM THRU 5900-CLEAR-ITEM-EXIT
055200     MOVE Trust-Suspense-Queue TO QI-QUEUE-SUB
055300     MOVE "TRUST REVIEW" TO QI-OWNER
055400     MOVE GT-ACCOUNT-NUMBER TO QI-ACCOUNT-NUMBER
055500     IF GT-RETRY-COUNT NUMERIC
055600         SET QI-Age-Supplied TO TRUE
055700         MOVE GT-RETRY-COUNT TO QI-AGE-DAYS
055800     END-IF
055900     PERFORM 5000-TALLY-ITEM THRU 5000-TALLY-ITEM-EXIT
056000     READ GTSUSP
056100         AT END
056200             SET Gtsusp-EOF TO TRUE
056300     END-READ.
056400 2110-TRUST-SUSPENSE-ITEM-EXIT.
056500     EXIT.
056600
056700 2200-GATHER-WIRES.
056800     OPEN INPUT WIREQ
056900     IF NOT Wireq-OK
057000         DISPLAY "WIREQ not available - " Wireq-File-Status
057100         GO TO 2200-GATHER-WIRES-EXIT
057200     END-IF
057300     SET QA-Queue-Read (Wire-Queue) TO TRUE
057400     READ WIREQ
057500         AT END
057600             SET Wireq-EOF TO TRUE
057700     END-READ
057800     PERFORM 2210-WIRE-ITEM THRU 2210-WIRE-ITEM-EXIT
057900         UNTIL Wireq-EOF
058000     CLOSE WIREQ.
058100 2200-GATHER-WIRES-EXIT.
058200     EXIT.
058300
058400 2210-WIRE-ITEM.
058500     IF NOT WQ-WIRE-PENDING
058600         GO TO 2210-READ-NEXT
058700     END-IF
058800     PERFORM 5900-CLEAR-ITEM THRU 5900-CLEAR-ITEM-EXIT
058900     MOVE Wire-Queue TO QI-QUEUE-SUB
059000     MOVE "WIRE ROOM" TO QI-OWNER
059100     MOVE WQ-WIRE-REFERENCE TO QI-REFERENCE
059200     MOVE WQ-ACCOUNT-NUMBER TO QI-ACCOUNT-NUMBER
059300     MOVE WQ-WIRE-AMOUNT TO QI-AMOUNT
059400     MOVE WQ-RECEIVED-DATE TO Check-Date
059500     PERFORM 5100-CHECK-DATE THRU 5100-CHECK-DATE-EXIT
059600     IF Date-Is-Usable
059700         SET QI-Aged-From-Date TO TRUE
059800         MOVE Check-Date TO QI-QUEUED-DATE
059900     END-IF
060000     MOVE WQ-VALUE-DATE TO QI-DEADLINE-DATE
060100     PERFORM 5000-TALLY-ITEM THRU 5000-TALLY-ITEM-EXIT.
060200
060300 2210-READ-NEXT.
060400     READ WIREQ
060500         AT END
060600             SET Wireq-EOF TO TRUE
060700     END-READ.
060800 2210-WIRE-ITEM-EXIT.
060900     EXIT.
061000
061100 2300-GATHER-WATCH-LIST.
061200     OPEN INPUT WLPEND
061300     IF NOT Wlpend-OK
061400         DISPLAY "WLPEND not available - " Wlpend-File-Status
061500         GO TO 2300-GATHER-WATCH-LIST-EXIT
061600     END-IF
061700     SET QA-Queue-Read (Watch-List-Queue) TO TRUE
061800     READ WLPEND
061900         AT END
062000             SET Wlpend-EOF TO TRUE
062100     END-READ
062200     PERFORM 2310-WATCH-LIST-ITEM THRU 2310-WATCH-LIST-ITEM-EXIT
062300         UNTIL Wlpend-EOF
062400     CLOSE WLPEND.
062500 2300-GATHER-WATCH-LIST-EXIT.
062600     EXIT.
062700
062800 2310-WATCH-LIST-ITEM.
062900     IF NOT WP-REVIEW-OPEN
063000         GO TO 2310-READ-NEXT
063100     END-IF
063200     PERFORM 5900-CLEAR-ITEM THRU 5900-CLEAR-ITEM-EXIT
063300     MOVE Watch-List-Queue TO QI-QUEUE-SUB
063400     MOVE "COMPLIANCE" TO QI-OWNER
063500     MOVE WP-LIST-SOURCE TO QI-REFERENCE
063600     MOVE WP-SUBJECT-NUMBER TO QI-ACCOUNT-NUMBER
063700     MOVE WP-QUEUED-DATE TO Check-Date
063800     PERFORM 5100-CHECK-DATE THRU 5100-CHECK-DATE-EXIT
063900     IF Date-Is-Usable
064000         SET QI-Aged-From-Date TO TRUE
064100         MOVE Check-Date TO QI-QUEUED-DATE
064200         COMPUTE Work-Integer-Date =
064300             FUNCTION INTEGER-OF-DATE(QI-QUEUED-DATE)
064400             + Watch-Review-Days
064500         MOVE FUNCTION DATE-OF-INTEGER(Work-Integer-Date)
064600             TO QI-DEADLINE-DATE
064700     END-IF
064800     PERFORM 5000-TALLY-ITEM THRU 5000-TALLY-ITEM-EXIT.
064900
065000 2310-READ-NEXT.
065100     READ WLPEND
065200         AT END
065300             SET Wlpend-EOF TO TRUE
065400     END-READ.
065500 2310-WATCH-LIST-ITEM-EXIT.
065600     EXIT.
065700
065800 2400-GATHER-RM-ROUTING.
065900     OPEN INPUT RMQUEUE
066000     IF NOT Rmqueue-OK
066100         DISPLAY "RMQUEUE not available - " Rmqueue-File-Status
066200         GO TO 2400-GATHER-RM-ROUTING-EXIT
066300     END-IF
066400     SET QA-Queue-Read (Rm-Routing-Queue) TO TRUE
066500     READ RMQUEUE
066600         AT END
066700             SET Rmqueue-EOF TO TRUE
066800     END-READ
066900     PERFORM 2410-RM-ROUTING-ITEM THRU 2410-RM-ROUTING-ITEM-EXIT
067000         UNTIL Rmqueue-EOF
067100     CLOSE RMQUEUE.
067200 2400-GATHER-RM-ROUTING-EXIT.
067300     EXIT.
067400
067500 2410-RM-ROUTING-ITEM.
067600     IF RQ-ENTRY-WORKED
067700         GO TO 2410-READ-NEXT
067800     END-IF
067900     PERFORM 5900-CLEAR-ITEM THRU 5900-CLEAR-ITEM-EXIT
068000     MOVE Rm-Routing-Queue TO QI-QUEUE-SUB
068100     MOVE RQ-RM-QUEUE-NAME TO QI-OWNER
068200     MOVE RQ-ACCOUNT-NUMBER TO QI-ACCOUNT-NUMBER
068300     MOVE RQ-ACCOUNT-NUMBER TO MF-ACCOUNT-NUMBER
068400     READ ACCTMSTR
068500         INVALID KEY
068600             CONTINUE
068700         NOT INVALID KEY
068800             MOVE MF-ACCOUNT-BALANCE TO QI-AMOUNT
068900     END-READ
069000     MOVE RQ-ROUTED-DATE TO Check-Date
069100     PERFORM 5100-CHECK-DATE THRU 5100-CHECK-DATE-EXIT
069200     IF Date-Is-Usable
069300         SET QI-Aged-From-Date TO TRUE
069400         MOVE Check-Date TO QI-QUEUED-DATE
069500     END-IF
069600     PERFORM 5000-TALLY-ITEM THRU 5000-TALLY-ITEM-EXIT.
069700
069800 2410-READ-NEXT.
069900     READ RMQUEUE
070000         AT END
070100             SET Rmqueue-EOF TO TRUE
070200     END-READ.
070300 2410-RM-ROUTING-ITEM-EXIT.
070400     EXIT.
070500
070600 2500-GATHER-THRESHOLDS.
070700     OPEN INPUT THRPEND
070800     IF NOT Thrpend-OK
070900         DISPLAY "THRPEND not available - " Thrpend-File-Status
071000         GO TO 2500-GATHER-THRESHOLDS-EXIT
071100     END-IF
071200     SET QA-Queue-Read (Threshold-Queue) TO TRUE
071300     READ THRPEND
071400         AT END
071500             SET Thrpend-EOF TO TRUE
071600     END-READ
071700     PERFORM 2510-THRESHOLD-ITEM THRU 2510-THRESHOLD-ITEM-EXIT
071800         UNTIL Thrpend-EOF
071900     CLOSE THRPEND.
072000 2500-GATHER-THRESHOLDS-EXIT.
072100     EXIT.
072200
072300*> A pending threshold change has no request date on file, so it
072400*> ages as undated; it is due by the date it is meant to apply.
072500 2510-THRESHOLD-ITEM.
072600     IF NOT TH-STATUS-PENDING
072700         GO TO 2510-READ-NEXT
072800     END-IF
072900     PERFORM 5900-CLEAR-ITEM THRU 5900-CLEAR-ITEM-EXIT
073000     MOVE Threshold-Queue TO QI-QUEUE-SUB
073100     MOVE TH-REQUESTED-BY TO QI-OWNER
073200     MOVE TH-PRODUCT-CODE TO QI-REFERENCE
073300     MOVE TH-EFFECTIVE-DATE TO QI-DEADLINE-DATE
073400     PERFORM 5000-TALLY-ITEM THRU 5000-TALLY-ITEM-EXIT.
073500
073600 2510-READ-NEXT.
073700     READ THRPEND
073800         AT END
073900             SET Thrpend-EOF TO TRUE
074000     END-READ.
074100 2510-THRESHOLD-ITEM-EXIT.
074200     EXIT.
074300
074400 2600-GATHER-DISPUTES.
074500     OPEN INPUT DISPCASE
074600     IF NOT Dispcase-OK
074700         DISPLAY "DISPCASE not available - " Dispcase-File-Status
074800         GO TO 2600-GATHER-DISPUTES-EXIT
074900     END-IF
075000     SET QA-Queue-Read (Dispute-Queue) TO TRUE
075100     READ DISPCASE
075200         AT END
075300             SET Dispcase-EOF TO TRUE
075400     END-READ
075500     PERFORM 2610-DISPUTE-ITEM THRU 2610-DISPUTE-ITEM-EXIT
075600         UNTIL Dispcase-EOF
075700     CLOSE DISPCASE.
075800 2600-GATHER-DISPUTES-EXIT.
075900     EXIT.
076000
076100 2610-DISPUTE-ITEM.
076200     IF NOT DS-CASE-OPEN
076300         GO TO 2610-READ-NEXT
076400     END-IF
076500     PERFORM 5900-CLEAR-ITEM THRU 5900-CLEAR-ITEM-EXIT
076600     MOVE Dispute-Queue TO QI-QUEUE-SUB
076700     MOVE DS-OPENED-BY TO QI-OWNER
076800     MOVE DS-CASE-NUMBER TO QI-REFERENCE
076900     MOVE DS-ACCOUNT-NUMBER TO QI-ACCOUNT-NUMBER
077000     MOVE DS-ITEM-AMOUNT TO QI-AMOUNT
077100     MOVE DS-OPENED-DATE TO Check-Date
077200     PERFORM 5100-CHECK-DATE THRU 5100-CHECK-DATE-EXIT
077300     IF Date-Is-Usable
077400         SET QI-Aged-From-Date TO TRUE
077500         MOVE Check-Date TO QI-QUEUED-DATE
077600     END-IF
077700     MOVE DS-DEADLINE-DATE TO QI-DEADLINE-DATE
077800     PERFORM 5000-TALLY-ITEM THRU 5000-TALLY-ITEM-EXIT.
077900
078000 2610-READ-NEXT.
078100     READ DISPCASE
078200         AT END
078300             SET Dispcase-EOF TO TRUE
078400     END-READ.
078500 2610-DISPUTE-ITEM-EXIT.
078600     EXIT.
078700
078800*****************************************************************
078900*    THE CHARGE-OFF CANDIDATE LIST IS REBUILT THE WAY THE       *
079000*    NIGHTLY AGING BUILDS IT: STILL OVERDRAWN AT THE CHGPARM    *
079100*    AGE, NOT ALREADY CHARGED OFF, NO BANKRUPTCY STAY AND NO    *
079200*    REPAYMENT PLAN BEING KEPT. DOLLARS ARE THE AMOUNT OVERDRAWN.*
079300*****************************************************************
079400 2700-GATHER-CHARGEOFFS.
079500     OPEN INPUT ODAGING
079600     IF NOT Odaging-OK
079700         DISPLAY "ODAGING not available - " Odaging-File-Status
079800         GO TO 2700-GATHER-CHARGEOFFS-EXIT
079900     END-IF
080000     SET QA-Queue-Read (Chargeoff-Queue) TO TRUE
080100     READ ODAGING
080200         AT END
080300             SET Odaging-EOF TO TRUE
080400     END-READ
080500     PERFORM 2710-CHARGEOFF-ITEM THRU 2710-CHARGEOFF-ITEM-EXIT
080600         UNTIL Odaging-EOF
080700     CLOSE ODAGING.
080800 2700-GATHER-CHARGEOFFS-EXIT.
080900     EXIT.
081000
081100 2710-CHARGEOFF-ITEM.
081200     MOVE OA-ACCOUNT-NUMBER TO MF-ACCOUNT-NUMBER
081300     READ ACCTMSTR
081400         INVALID KEY
081500             GO TO 2710-READ-NEXT
081600     END-READ
081700     IF MF-ACCOUNT-STATUS = "Charged Off"
081800         OR MF-ACCOUNT-BALANCE NOT < ZERO
081900         GO TO 2710-READ-NEXT
082000     END-IF
082100     MOVE OA-FIRST-OVERDRAWN-DATE TO Check-Date
082200     PERFORM 5100-CHECK-DATE THRU 5100-CHECK-DATE-EXIT
082300     IF Date-Is-Unusable
082400         GO TO 2710-READ-NEXT
082500     END-IF
082600     COMPUTE Days-Overdrawn = Run-Integer-Date
082700         - FUNCTION INTEGER-OF-DATE(OA-FIRST-OVERDRAWN-DATE) + 1
082800     IF Days-Overdrawn < Chargeoff-Age-Days
082900         GO TO 2710-READ-NEXT
083000     END-IF
083100     CALL "BankruptcyStayCheck" USING MF-ACCOUNT-NUMBER,
083200         Stay-Result, Stay-Customer-Number, Stay-Case-Number
083300     IF Stay-Is-Active
083400         GO TO 2710-READ-NEXT
083500     END-IF
083600     CALL "RepaymentPlanCheck" USING MF-ACCOUNT-NUMBER,
083700         Plan-Result, Plan-Collector-Id
083800     IF Plan-Is-Active
083900         GO TO 2710-READ-NEXT
084000     END-IF
084100     PERFORM 5900-CLEAR-ITEM THRU 5900-CLEAR-ITEM-EXIT
084200     MOVE Chargeoff-Queue TO QI-QUEUE-SUB
084300     MOVE "BRANCH" TO QI-OWNER
084400     MOVE MF-BRANCH-CODE TO QI-OWNER (8:4)
084500     MOVE MF-ACCOUNT-NUMBER TO QI-ACCOUNT-NUMBER
084600     COMPUTE QI-AMOUNT = ZERO - MF-ACCOUNT-BALANCE
084700     SET QI-Aged-From-Date TO TRUE
084800     MOVE OA-FIRST-OVERDRAWN-DATE TO QI-QUEUED-DATE
084900     COMPUTE Work-Integer-Date =
085000         FUNCTION INTEGER-OF-DATE(OA-FIRST-OVERDRAWN-DATE)
085100         + Chargeoff-Limit-Days
085200     MOVE FUNCTION DATE-OF-INTEGER(Work-Integer-Date)
085300         TO QI-DEADLINE-DATE
085400     PERFORM 5000-TALLY-ITEM THRU 5000-TALLY-ITEM-EXIT.
085500
085600 2710-READ-NEXT.
085700     READ ODAGING
085800         AT END
085900             SET Odaging-EOF TO TRUE
086000     END-READ.
086100 2710-CHARGEOFF-ITEM-EXIT.
086200     EXIT.
086300
086400*****************************************************************
086500*    THE TREND FILE GIVES EACH QUEUE'S COUNT AT THE MOST RECENT *
086600*    EARLIER RUN AND AT THE LATEST RUN A WEEK OR MORE AGO. ROWS *
086700*    ALREADY WRITTEN FOR TODAY MEAN THIS IS A RERUN, AND TODAY  *
086800*    IS NOT RECORDED TWICE.                                     *
086900*****************************************************************
087000 3000-READ-TREND.
087100     OPEN INPUT QUETRND
087200     IF NOT Quetrnd-OK
087300         DISPLAY "No QUETRND history yet - trend starts today."
087400         GO TO 3000-READ-TREND-EXIT
087500     END-IF
087600     READ QUETRND
087700         AT END
087800             SET Quetrnd-EOF TO TRUE
087900     END-READ
088000     PERFORM 3100-APPLY-TREND-ROW THRU 3100-APPLY-TREND-ROW-EXIT
088100         UNTIL Quetrnd-EOF
088200     CLOSE QUETRND.
088300 3000-READ-TREND-EXIT.
088400     EXIT.
088500
088600 3100-APPLY-TREND-ROW.
088700     IF QG-RUN-DATE = Run-Date
088800         SET Trend-Already-Recorded TO TRUE
088900         GO TO 3100-READ-NEXT
089000     END-IF
089100     IF QG-RUN-DATE > Run-Date
089200         GO TO 3100-READ-NEXT
089300     END-IF
089400     MOVE ZERO TO Queue-Found-Sub
089500     PERFORM 3200-MATCH-QUEUE THRU 3200-MATCH-QUEUE-EXIT
089600         VARYING Queue-Sub FROM 1 BY 1
089700         UNTIL Queue-Sub > Queue-Count
089800            OR Queue-Found-Sub > 0
089900     IF Queue-Found-Sub = 0
090000         GO TO 3100-READ-NEXT
090100     END-IF
090200     IF QG-RUN-DATE > QA-PRIOR-DATE (Queue-Found-Sub)
090300         MOVE QG-RUN-DATE TO QA-PRIOR-DATE (Queue-Found-Sub)
090400         MOVE QG-ITEM-COUNT TO QA-PRIOR-COUNT (Queue-Found-Sub)
090500     END-IF
090600     COMPUTE Trend-Integer-Date =
090700         FUNCTION INTEGER-OF-DATE(QG-RUN-DATE)
090800     IF Trend-Integer-Date <= Week-Ago-Integer-Date
090900         AND QG-RUN-DATE > QA-WEEK-DATE (Queue-Found-Sub)
091000         MOVE QG-RUN-DATE TO QA-WEEK-DATE (Queue-Found-Sub)
091100         MOVE QG-ITEM-COUNT TO QA-WEEK-COUNT (Queue-Found-Sub)
091200     END-IF.
091300
091400 3100-READ-NEXT.
091500     READ QUETRND
091600         AT END
091700             SET Quetrnd-EOF TO TRUE
091800     END-READ.
091900 3100-APPLY-TREND-ROW-EXIT.
092000     EXIT.
092100
092200 3200-MATCH-QUEUE.
092300     IF Queue-Code (Queue-Sub) = QG-QUEUE-CODE
092400         MOVE Queue-Sub TO Queue-Found-Sub
092500     END-IF.
092600 3200-MATCH-QUEUE-EXIT.
092700     EXIT.
092800
092900*****************************************************************
093000*    THE ONE-PAGE SUMMARY: ONE LINE PER QUEUE BY AGE BUCKET WITH*
093100*    ITEMS, DOLLARS, OLDEST AGE, PAST-DEADLINE AND DUE-WITHIN-  *
093200*    24-HOURS COUNTS, THE ALL-QUEUES TOTAL, THEN THE TREND.     *
093300*****************************************************************
093400 4000-PRINT-SUMMARY.
093500     DISPLAY "EXCEPTION QUEUE AGING DASHBOARD - " Run-Date
093600     DISPLAY "========================================="
093700     DISPLAY " "
093800     DISPLAY Summary-Heading-Line
093900     PERFORM 4100-PRINT-QUEUE-LINE THRU 4100-PRINT-QUEUE-LINE-EXIT
094000         VARYING Queue-Sub FROM 1 BY 1
094100         UNTIL Queue-Sub > Total-Entry
094200     DISPLAY " "
094300     DISPLAY Trend-Heading-Line
094400     PERFORM 4200-PRINT-TREND-LINE THRU 4200-PRINT-TREND-LINE-EXIT
094500         VARYING Queue-Sub FROM 1 BY 1
094600         UNTIL Queue-Sub > Queue-Count.
094700 4000-PRINT-SUMMARY-EXIT.
094800     EXIT.
094900
095000 4100-PRINT-QUEUE-LINE.
095100     IF Queue-Sub = Total-Entry
095200         DISPLAY " "
095300     END-IF
095400     IF QA-Queue-Missing (Queue-Sub)
095500         DISPLAY Queue-Name (Queue-Sub)
095600             "  ** NOT AVAILABLE THIS MORNING **"
095700         GO TO 4100-PRINT-QUEUE-LINE-EXIT
095800     END-IF
095900     MOVE Queue-Name (Queue-Sub) TO SL-QUEUE-NAME
096000     PERFORM 4110-EDIT-BUCKET THRU 4110-EDIT-BUCKET-EXIT
096100         VARYING Bucket-Sub FROM 1 BY 1
096200         UNTIL Bucket-Sub > Undated-Bucket
096300     MOVE QA-ITEM-COUNT (Queue-Sub) TO SL-ITEM-COUNT
096400     MOVE QA-ITEM-AMOUNT (Queue-Sub) TO SL-ITEM-AMOUNT
096500     MOVE QA-OLDEST-AGE (Queue-Sub) TO SL-OLDEST-AGE
096600     MOVE QA-PAST-DEADLINE (Queue-Sub) TO SL-PAST-DEADLINE
096700     MOVE QA-DUE-WITHIN-DAY (Queue-Sub) TO SL-DUE-WITHIN-DAY
096800     DISPLAY Summary-Line.
096900 4100-PRINT-QUEUE-LINE-EXIT.
097000     EXIT.
097100
097200 4110-EDIT-BUCKET.
097300     MOVE QA-BUCKET-COUNT (Queue-Sub, Bucket-Sub)
097400         TO SL-BUCKET-COUNT (Bucket-Sub).
097500 4110-EDIT-BUCKET-EXIT.
097600     EXIT.
097700
097800*> Direction follows the week-ago count when there is one, else
097900*> the prior run.
098000 4200-PRINT-TREND-LINE.
098100     IF QA-Queue-Missing (Queue-Sub)
098200         GO TO 4200-PRINT-TREND-LINE-EXIT
098300     END-IF
098400     MOVE Queue-Name (Queue-Sub) TO TL-QUEUE-NAME
098500     MOVE QA-ITEM-COUNT (Queue-Sub) TO TL-TODAY-COUNT
098600     MOVE "      NONE" TO TL-PRIOR-COUNT
098700     MOVE SPACES TO TL-PRIOR-CHANGE
098800     MOVE "      NONE" TO TL-WEEK-COUNT
098900     MOVE SPACES TO TL-WEEK-CHANGE
099000     MOVE SPACES TO TL-DIRECTION
099100     MOVE ZERO TO Trend-Change
099200     IF QA-PRIOR-DATE (Queue-Sub) > ZERO
099300         MOVE QA-PRIOR-COUNT (Queue-Sub) TO Edited-Trend-Count
099400         MOVE Edited-Trend-Count TO TL-PRIOR-COUNT
099500         COMPUTE Trend-Change = QA-ITEM-COUNT (Queue-Sub)
099600             - QA-PRIOR-COUNT (Queue-Sub)
099700         MOVE Trend-Change TO Edited-Trend-Change
099800         MOVE Edited-Trend-Change TO TL-PRIOR-CHANGE
099900     END-IF
100000     IF QA-WEEK-DATE (Queue-Sub) > ZERO
100100         MOVE QA-WEEK-COUNT (Queue-Sub) TO Edited-Trend-Count
100200         MOVE Edited-Trend-Count TO TL-WEEK-COUNT
100300         COMPUTE Trend-Change = QA-ITEM-COUNT (Queue-Sub)
100400             - QA-WEEK-COUNT (Queue-Sub)
100500         MOVE Trend-Change TO Edited-Trend-Change
100600         MOVE Edited-Trend-Change TO TL-WEEK-CHANGE
100700     END-IF
100800     IF QA-PRIOR-DATE (Queue-Sub) > ZERO
100900         EVALUATE TRUE
101000             WHEN Trend-Change > ZERO
101100                 MOVE "GROWING" TO TL-DIRECTION
101200             WHEN Trend-Change < ZERO
101300                 MOVE "SHRINKING" TO TL-DIRECTION
101400             WHEN OTHER
101500                 MOVE "STEADY" TO TL-DIRECTION
101600         END-EVALUATE
101700     END-IF
101800     DISPLAY Trend-Line.
101900 4200-PRINT-TREND-LINE-EXIT.
102000     EXIT.
102100
102200 4500-PRINT-DEADLINES.
102300     DISPLAY " "
102400     DISPLAY "DUE WITHIN 24 HOURS OR PAST THE DEADLINE"
102500     DISPLAY "----------------------------------------"
102600     DISPLAY Detail-Heading-Line
102700     IF Detail-Count = ZERO
102800         DISPLAY "  (NOTHING DUE WITHIN 24 HOURS)"
102900     END-IF
103000     PERFORM 4600-PRINT-DETAIL THRU 4600-PRINT-DETAIL-EXIT
103100         VARYING Detail-Sub FROM 1 BY 1
103200         UNTIL Detail-Sub > Detail-Count
103300     IF Detail-Overflow > ZERO
103400         DISPLAY "** " Detail-Overflow
103500             " MORE ITEMS DUE - LIST LIMIT REACHED; SEE THE "
103600             "QUEUE'S OWN REPORT **"
103700     END-IF.
103800 4500-PRINT-DEADLINES-EXIT.
103900     EXIT.
104000
104100 4600-PRINT-DETAIL.
104200     MOVE Queue-Name (ND-QUEUE-SUB (Detail-Sub))
104300         TO DL-QUEUE-NAME
104400     MOVE ND-OWNER (Detail-Sub) TO DL-OWNER
104500     MOVE ND-REFERENCE (Detail-Sub) TO DL-REFERENCE
104600     MOVE ND-ACCOUNT-NUMBER (Detail-Sub) TO DL-ACCOUNT-NUMBER
104700     MOVE ND-DEADLINE-DATE (Detail-Sub) TO DL-DEADLINE-DATE
104800     MOVE ND-DAYS-LEFT (Detail-Sub) TO DL-DAYS-LEFT
104900     MOVE ND-AMOUNT (Detail-Sub) TO DL-AMOUNT
105000     IF ND-DAYS-LEFT (Detail-Sub) < ZERO
105100         DISPLAY Detail-Line "  ** PAST DUE **"
105200     ELSE
105300         DISPLAY Detail-Line
105400     END-IF.
105500 4600-PRINT-DETAIL-EXIT.
105600     EXIT.
105700
105800*****************************************************************
105900*    AGE AND DEADLINE FOR ONE NORMALIZED ITEM, TALLIED TO ITS   *
106000*    QUEUE AND TO THE ALL-QUEUES LINE. AN ITEM DUE TODAY OR     *
106100*    TOMORROW (OR ALREADY PAST DUE) GOES ON THE DETAIL LIST.    *
106200*****************************************************************
106300 5000-TALLY-ITEM.
106400     EVALUATE TRUE
106500         WHEN QI-Aged-From-Date
106600             COMPUTE Item-Age-Work = Run-Integer-Date
106700                 - FUNCTION INTEGER-OF-DATE(QI-QUEUED-DATE)
106800             IF Item-Age-Work < ZERO
106900                 MOVE ZERO TO QI-AGE-DAYS
107000             ELSE
107100                 MOVE Item-Age-Work TO QI-AGE-DAYS
107200             END-IF
107300         WHEN QI-Age-Supplied
107400             CONTINUE
107500         WHEN OTHER
107600             MOVE ZERO TO QI-AGE-DAYS
107700     END-EVALUATE
107800     EVALUATE TRUE
107900         WHEN QI-Undated
108000             MOVE Undated-Bucket TO Item-Bucket
108100         WHEN QI-AGE-DAYS <= 1
108200             MOVE 1 TO Item-Bucket
108300         WHEN QI-AGE-DAYS <= 5
108400             MOVE 2 TO Item-Bucket
108500         WHEN QI-AGE-DAYS <= 15
108600             MOVE 3 TO Item-Bucket
108700         WHEN QI-AGE-DAYS <= 30
108800             MOVE 4 TO Item-Bucket
108900         WHEN OTHER
109000             MOVE 5 TO Item-Bucket
109100     END-EVALUATE
109200     MOVE QI-QUEUE-SUB TO Queue-Sub
109300     PERFORM 5200-ADD-TO-QUEUE THRU 5200-ADD-TO-QUEUE-EXIT
109400     MOVE Total-Entry TO Queue-Sub
109500     PERFORM 5200-ADD-TO-QUEUE THRU 5200-ADD-TO-QUEUE-EXIT
109600     IF QI-DEADLINE-DATE = ZERO
109700         GO TO 5000-TALLY-ITEM-EXIT
109800     END-IF
109900     MOVE QI-DEADLINE-DATE TO Check-Date
110000     PERFORM 5100-CHECK-DATE THRU 5100-CHECK-DATE-EXIT
110100     IF Date-Is-Unusable
110200         GO TO 5000-TALLY-ITEM-EXIT
110300     END-IF
110400     COMPUTE Days-To-Deadline =
110500         FUNCTION INTEGER-OF-DATE(QI-DEADLINE-DATE)
110600         - Run-Integer-Date
110700     IF Days-To-Deadline > 1
110800         GO TO 5000-TALLY-ITEM-EXIT
110900     END-IF
111000     IF Days-To-Deadline < ZERO
111100         ADD 1 TO QA-PAST-DEADLINE (QI-QUEUE-SUB)
111200         ADD 1 TO QA-PAST-DEADLINE (Total-Entry)
111300     ELSE
111400         ADD 1 TO QA-DUE-WITHIN-DAY (QI-QUEUE-SUB)
111500         ADD 1 TO QA-DUE-WITHIN-DAY (Total-Entry)
111600     END-IF
111700     IF Detail-Count >= Detail-Limit
111800         ADD 1 TO Detail-Overflow
111900         GO TO 5000-TALLY-ITEM-EXIT
112000     END-IF
112100     ADD 1 TO Detail-Count
112200     MOVE QI-QUEUE-SUB TO ND-QUEUE-SUB (Detail-Count)
112300     MOVE QI-OWNER TO ND-OWNER (Detail-Count)
112400     MOVE QI-REFERENCE TO ND-REFERENCE (Detail-Count)
112500     MOVE QI-ACCOUNT-NUMBER TO ND-ACCOUNT-NUMBER (Detail-Count)
112600     MOVE QI-AMOUNT TO ND-AMOUNT (Detail-Count)
112700     MOVE QI-DEADLINE-DATE TO ND-DEADLINE-DATE (Detail-Count)
112800     MOVE Days-To-Deadline TO ND-DAYS-LEFT (Detail-Count).
112900 5000-TALLY-ITEM-EXIT.
113000     EXIT.
113100
113200*> A date can be numeric and still not be a calendar date, and
113300*> INTEGER-OF-DATE will not take it.
113400 5100-CHECK-DATE.
113500     SET Date-Is-Unusable TO TRUE
113600     IF Check-Date NOT NUMERIC
113700         GO TO 5100-CHECK-DATE-EXIT
113800     END-IF
113900     IF Check-Year < 1601
114000         OR Check-Month < 01 OR Check-Month > 12
114100         OR Check-Day < 01 OR Check-Day > 31
114200         GO TO 5100-CHECK-DATE-EXIT
114300     END-IF
114400     SET Date-Is-Usable TO TRUE.
114500 5100-CHECK-DATE-EXIT.
114600     EXIT.
114700
114800 5200-ADD-TO-QUEUE.
114900     ADD 1 TO QA-BUCKET-COUNT (Queue-Sub, Item-Bucket)
115000     ADD 1 TO QA-ITEM-COUNT (Queue-Sub)
115100     ADD QI-AMOUNT TO QA-ITEM-AMOUNT (Queue-Sub)
115200     IF NOT QI-Undated
115300         AND QI-AGE-DAYS > QA-OLDEST-AGE (Queue-Sub)
115400         MOVE QI-AGE-DAYS TO QA-OLDEST-AGE (Queue-Sub)
115500     END-IF.
115600 5200-ADD-TO-QUEUE-EXIT.
115700     EXIT.
115800
115900 5900-CLEAR-ITEM.
116000     MOVE SPACES TO Queue-Item
116100     SET QI-Undated TO TRUE
116200     MOVE ZERO TO QI-QUEUE-SUB
116300                  QI-QUEUED-DATE
116400                  QI-AGE-DAYS
116500                  QI-AMOUNT
116600                  QI-DEADLINE-DATE.
116700 5900-CLEAR-ITEM-EXIT.
116800     EXIT.
116900
117000*****************************************************************
117100*    TODAY'S COUNTS ARE APPENDED TO QUETRND FOR TOMORROW'S      *
117200*    TREND, ONE ROW PER QUEUE THAT COULD BE READ.               *
117300*****************************************************************
117400 6000-RECORD-TREND.
117500     IF Trend-Already-Recorded
117600         DISPLAY "QUETRND already holds " Run-Date
117700             " - trend not recorded again."
117800         GO TO 6000-RECORD-TREND-EXIT
117900     END-IF
118000     OPEN EXTEND QUETRND
118100     IF NOT Quetrnd-OK
118200         OPEN OUTPUT QUETRND
118300     END-IF
118400     PERFORM 6100-WRITE-TREND-ROW THRU 6100-WRITE-TREND-ROW-EXIT
118500         VARYING Queue-Sub FROM 1 BY 1
118600         UNTIL Queue-Sub > Queue-Count
118700     CLOSE QUETRND.
118800 6000-RECORD-TREND-EXIT.
118900     EXIT.
119000
119100 6100-WRITE-TREND-ROW.
119200     IF QA-Queue-Missing (Queue-Sub)
119300         GO TO 6100-WRITE-TREND-ROW-EXIT
119400     END-IF
119500     MOVE SPACES TO QG-QUEUE-TREND-RECORD
119600     MOVE Run-Date TO QG-RUN-DATE
119700     MOVE Queue-Code (Queue-Sub) TO QG-QUEUE-CODE
119800     MOVE QA-ITEM-COUNT (Queue-Sub) TO QG-ITEM-COUNT
119900     MOVE QA-ITEM-AMOUNT (Queue-Sub) TO QG-ITEM-AMOUNT
120000     MOVE QA-PAST-DEADLINE (Queue-Sub) TO QG-PAST-DEADLINE
120100     MOVE QA-DUE-WITHIN-DAY (Queue-Sub) TO QG-DUE-WITHIN-DAY
120200     WRITE QG-QUEUE-TREND-RECORD.
120300 6100-WRITE-TREND-ROW-EXIT.
120400     EXIT.
120500
120600 9000-TERMINATE.
120700     CLOSE ACCTMSTR
120800     CLOSE HOLCAL
120900     DISPLAY " "
121000     DISPLAY "Items on all queues      - "
121100         QA-ITEM-COUNT (Total-Entry)
121200     DISPLAY "Past the deadline        - "
121300         QA-PAST-DEADLINE (Total-Entry)
121400     DISPLAY "Due within 24 hours      - "
121500         QA-DUE-WITHIN-DAY (Total-Entry).
121600 9000-TERMINATE-EXIT.
121700     EXIT.
