000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ExecutiveFlashReport.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-13.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    EXECUTIVEFLASHREPORT                                       *
001100*                                                               *
001200*    THE ONE-PAGE DAILY FLASH FOR EXECUTIVES, RUN EACH MORNING  *
001300*    AFTER THE NIGHTLY ACCTBAT STREAM. THE BUSINESS DATE IS THE *
001400*    ONE ON LAST NIGHT'S CONTROL TOTAL (CTLTOTIN, THE CURRENT   *
001500*    GENERATION). THE PAGE SHOWS:                               *
001600*      - TOTAL DEPOSITS (THE CONTROL TOTAL) WITH THE CHANGE     *
001700*        FROM THE PRIOR BUSINESS DAY AND FROM THE PRIOR         *
001800*        MONTH-END STATARCH SNAPSHOT;                           *
001900*      - ACCOUNTS OPENED (ACCTMSTR OPEN DATE) AND CLOSED        *
002000*        (CLSLOG);                                              *
002100*      - OVERDRAWN ACCOUNTS AND DOLLARS (ACCTMSTR);             *
002200*      - FEES AND INTEREST BOOKED (THE CUSTOMER LEGS ON         *
002300*        GLPOST);                                               *
002400*      - LARGE-TRANSACTION AND OTHER FRAUD ALERTS (FRAUDALT);   *
002500*      - THE TIME THE NIGHT'S BATCH FINISHED (BCHTIME).         *
002600*    EVERY FIGURE IS SET AGAINST THE SAME BUSINESS DAY LAST     *
002700*    MONTH AND LAST YEAR FROM FLASHHST, WHICH THIS PROGRAM      *
002800*    APPENDS TO EACH MORNING. WHEN THAT DAY WAS NOT A BUSINESS  *
002900*    DAY THE LATEST BUSINESS DAY BEFORE IT (WITHIN A WEEK) IS   *
003000*    USED. A SOURCE FILE THAT CANNOT BE READ PRINTS AS NOT      *
003100*    AVAILABLE RATHER THAN AS ZERO.                             *
003200*                                                               *
003300*    MODIFICATION HISTORY                                      *
003400*    ------------------------------------------------------    *
003500*    DATE       INIT  DESCRIPTION                              *
003600*    ---------  ----  -----------------------------------      *
003700*    2026-10-13  RLB  ORIGINAL.                                *
003701*    2026-10-15  RLB  XSWD FEE LEGS COUNT IN THE FEE INCOME    *
003702*                     LINE.                                    *
003800*                                                               *
003900*****************************************************************
004000
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT CTLTOTIN ASSIGN TO "CTLTOTIN"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS Ctltotin-File-Status.
004700
004800     SELECT CTLHIST ASSIGN TO "CTLHIST"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS Ctlhist-File-Status.
005100
005200     SELECT STATARCH ASSIGN TO "STATARCH"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS Statarch-File-Status.
005500
005600     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS SEQUENTIAL
005900         RECORD KEY IS MF-ACCOUNT-NUMBER
006000         FILE STATUS IS Acctmstr-File-Status.
006100
006200     SELECT CLSLOG ASSIGN TO "CLSLOG"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS Clslog-File-Status.
006500
006600     SELECT GLPOST ASSIGN TO "GLPOST"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS Glpost-File-Status.
006900
007000     SELECT FRAUDALT ASSIGN TO "FRAUDALT"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS Fraudalt-File-Status.
007300
007400     SELECT BCHTIME ASSIGN TO "BCHTIME"
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS Bchtime-File-Status.
007700
007800     SELECT FLASHHST ASSIGN TO "FLASHHST"
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS Flashhst-File-Status.
008100
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  CTLTOTIN.
008500     COPY CTLTOT.
008600
008700 FD  CTLHIST.
008800     COPY CTLTOT REPLACING
008900         ==CT-CONTROL-TOTAL-RECORD==
009000             BY ==CTH-CONTROL-TOTAL-RECORD==
009100         ==CT-CONTROL-DATE== BY ==CTH-CONTROL-DATE==
009200         ==CT-CONTROL-TOTAL== BY ==CTH-CONTROL-TOTAL==.
009300
009400 FD  STATARCH.
009500     COPY STATARCH.
009600
009700 FD  ACCTMSTR.
009800     COPY ACCTMSTR.
009900
010000 FD  CLSLOG.
010100     COPY CLSLOG.
010200
010300 FD  GLPOST.
010400     COPY GLPOST.
010500
010600 FD  FRAUDALT.
010700     COPY FRAUDALT.
010800
010900 FD  BCHTIME.
011000     COPY BCHTIME.
011100
011200 FD  FLASHHST.
011300     COPY FLASHHST.
011400
011500 WORKING-STORAGE SECTION.
011600 01  Ctltotin-File-Status            PIC XX.
011700     88  Ctltotin-OK                 VALUE "00".
011800 01  Ctlhist-File-Status             PIC XX.
011900     88  Ctlhist-OK                  VALUE "00".
012000     88  Ctlhist-EOF                 VALUE "10".
012100 01  Statarch-File-Status            PIC XX.
012200     88  Statarch-OK                 VALUE "00".
012300     88  Statarch-EOF                VALUE "10".
012400 01  Acctmstr-File-Status            PIC XX.
012500     88  Acctmstr-OK                 VALUE "00".
012600     88  Acctmstr-EOF                VALUE "10".
012700 01  Clslog-File-Status              PIC XX.
012800     88  Clslog-OK                   VALUE "00".
012900     88  Clslog-EOF                  VALUE "10".
013000 01  Glpost-File-Status              PIC XX.
013100     88  Glpost-OK                   VALUE "00".
013200     88  Glpost-EOF                  VALUE "10".
013300 01  Fraudalt-File-Status            PIC XX.
013400     88  Fraudalt-OK                 VALUE "00".
013500     88  Fraudalt-EOF                VALUE "10".
013600 01  Bchtime-File-Status             PIC XX.
013700     88  Bchtime-OK                  VALUE "00".
013800     88  Bchtime-EOF                 VALUE "10".
013900 01  Flashhst-File-Status            PIC XX.
014000     88  Flashhst-OK                 VALUE "00".
014100     88  Flashhst-EOF                VALUE "10".
014200
014300*    FIGURE NUMBERS - THE ORDER OF THE METRIC-NAMES TABLE BELOW
014400*    AND OF THE FIGURES ON FLASHHST.
014500 77  Deposits-Metric                 PIC 9(02) VALUE 1.
014600 77  Opened-Metric                   PIC 9(02) VALUE 2.
014700 77  Closed-Metric                   PIC 9(02) VALUE 3.
014800 77  Overdrawn-Count-Metric          PIC 9(02) VALUE 4.
014900 77  Overdrawn-Amount-Metric         PIC 9(02) VALUE 5.
015000 77  Fees-Metric                     PIC 9(02) VALUE 6.
015100 77  Interest-Metric                 PIC 9(02) VALUE 7.
015200 77  Large-Txn-Metric                PIC 9(02) VALUE 8.
015300 77  Fraud-Metric                    PIC 9(02) VALUE 9.
015400 77  Batch-End-Metric                PIC 9(02) VALUE 10.
015500 77  Metric-Count                    PIC 9(02) VALUE 10.
015600 77  Compare-Window-Days             PIC 9(02) VALUE 6.
015700 77  Minutes-Per-Day                 PIC 9(04) VALUE 1440.
015800 77  Fee-Code-Count                  PIC 9(02) VALUE 7.
015900 77  Interest-Code-Count             PIC 9(02) VALUE 2.
016000
016100 01  Metric-Names.
016200     05  FILLER          PIC X(25) VALUE "ATOTAL DEPOSITS".
016300     05  FILLER          PIC X(25) VALUE "CACCOUNTS OPENED".
016400     05  FILLER          PIC X(25) VALUE "CACCOUNTS CLOSED".
016500     05  FILLER          PIC X(25) VALUE "COVERDRAWN ACCOUNTS".
016600     05  FILLER          PIC X(25) VALUE "AOVERDRAWN DOLLARS".
016700     05  FILLER          PIC X(25) VALUE "AFEES BOOKED".
016800     05  FILLER          PIC X(25) VALUE "AINTEREST BOOKED".
016900     05  FILLER          PIC X(25)
017000                             VALUE "CLARGE-TRANSACTION ALERTS".
017100     05  FILLER          PIC X(25) VALUE "CFRAUD ALERTS".
017200     05  FILLER          PIC X(25) VALUE "TBATCH COMPLETE".
017300 01  Metric-Name-Table REDEFINES Metric-Names.
017400     05  Metric-Name-Entry OCCURS 10 TIMES.
017500         10  Metric-Kind             PIC X(01).
017600             88  Metric-Is-Amount    VALUE "A".
017700             88  Metric-Is-Count     VALUE "C".
017800             88  Metric-Is-Time      VALUE "T".
017900         10  Metric-Name             PIC X(24).
018000 01  Metric-Sub                      PIC 9(03) COMP.
018100
018200*    FEES ARE THE DEBIT LEGS AGAINST CUSTOMER ACCOUNTS UNDER
018300*    THESE CODES; INTEREST IS THE CREDIT LEGS UNDER THE OTHERS.
018400 01  Fee-Codes.
018500     05  FILLER          PIC X(28)
018600                             VALUE "FEE SVC RTNFCLRFACHFSDBXXSWD".
018700 01  Fee-Code-Table REDEFINES Fee-Codes.
018800     05  Fee-Code                    PIC X(04) OCCURS 7 TIMES.
018900 01  Interest-Codes.
019000     05  FILLER          PIC X(08) VALUE "INT TDIN".
019100 01  Interest-Code-Table REDEFINES Interest-Codes.
019200     05  Interest-Code               PIC X(04) OCCURS 2 TIMES.
019300 01  Code-Sub                        PIC 9(03) COMP.
019400 01  Code-Found-Sub                  PIC 9(03) COMP.
019500
019600*    TODAY'S FIGURES AND THE LAST-MONTH AND LAST-YEAR FIGURES
019700*    FROM FLASHHST, IN METRIC-NAMES ORDER.
019800 01  Flash-Metric-Table.
019900     05  Flash-Metric-Entry OCCURS 10 TIMES.
020000         10  FM-TODAY-VALUE          PIC S9(11)V99.
020100         10  FM-TODAY-STATUS         PIC X(01).
020200             88  FM-Today-Available  VALUE "Y".
020300             88  FM-Today-Unavailable VALUE "N".
020400         10  FM-MONTH-VALUE          PIC S9(11)V99.
020500         10  FM-MONTH-STATUS         PIC X(01).
020600             88  FM-Month-Available  VALUE "Y".
020700         10  FM-YEAR-VALUE           PIC S9(11)V99.
020800         10  FM-YEAR-STATUS          PIC X(01).
020900             88  FM-Year-Available   VALUE "Y".
021000
021100 01  Business-Date                   PIC 9(08).
021200 01  Month-Target-Date               PIC 9(08).
021300 01  Month-Window-Integer            PIC 9(07).
021400 01  Month-Compare-Date              PIC 9(08).
021500 01  Year-Target-Date                PIC 9(08).
021600 01  Year-Window-Integer             PIC 9(07).
021700 01  Year-Compare-Date               PIC 9(08).
021800 01  History-Integer-Date            PIC 9(07).
021900 01  Prior-Month                     PIC 9(06).
022000
022100 01  Compare-Date                    PIC 9(08).
022200 01  Compare-Date-Parts REDEFINES Compare-Date.
022300     05  Compare-Year                PIC 9(04).
022400     05  Compare-Month               PIC 9(02).
022500     05  Compare-Day                 PIC 9(02).
022600 01  Month-End-Work                  PIC 9(08).
022700 01  Month-End-Work-Parts REDEFINES Month-End-Work.
022800     05  Month-End-Year              PIC 9(04).
022900     05  Month-End-Month             PIC 9(02).
023000     05  Month-End-Day               PIC 9(02).
023100
023200 01  Prior-Day-Date                  PIC 9(08).
023300 01  Prior-Day-Total                 PIC S9(11)V99.
023400 01  Month-End-Date                  PIC 9(08).
023500 01  Month-End-Total                 PIC S9(11)V99.
023600 01  Month-End-Switch                PIC X(01).
023700     88  Month-End-Readable          VALUE "Y".
023800     88  Month-End-Unreadable        VALUE "N".
023900
024000 01  Batch-End-Date                  PIC 9(08).
024100 01  Batch-End-Time                  PIC 9(08).
024200 01  Batch-End-Time-Parts REDEFINES Batch-End-Time.
024300     05  Batch-End-Hour              PIC 9(02).
024400     05  Batch-End-Minute            PIC 9(02).
024500     05  FILLER                      PIC 9(04).
024600
024700 01  History-Switch                  PIC X(01).
024800     88  Flash-Already-Recorded      VALUE "Y".
024900     88  Flash-Not-Recorded          VALUE "N".
025000
025100*    EDITING WORK - 7000-EDIT-FIGURE TURNS EDIT-VALUE INTO
025200*    EDIT-RESULT BY THE CURRENT METRIC'S KIND.
025300 01  Edit-Value                      PIC S9(11)V99.
025400 01  Edit-Result                     PIC X(14).
025500 01  Edited-Amount                   PIC -(10)9.99.
025600 01  Edited-Count                    PIC -(13)9.
025700 01  Edited-Clock.
025800     05  FILLER                      PIC X(06) VALUE SPACES.
025900     05  EC-HOURS                    PIC 9(02).
026000     05  FILLER                      PIC X(01) VALUE ":".
026100     05  EC-MINUTES                  PIC 9(02).
026200     05  EC-DAY-MARK                 PIC X(03).
026300 01  Edited-Minutes.
026400     05  EM-MINUTES                  PIC -(9)9.
026500     05  FILLER                      PIC X(04) VALUE " MIN".
026600 01  Clock-Minutes                   PIC 9(07).
026700 01  Clock-Days                      PIC 9(01).
026800 01  Clock-Hours                     PIC 9(02).
026900 01  Clock-Remainder                 PIC 9(04).
027000 01  Edited-Deposit                  PIC -(12)9.99.
027100 01  Deposit-Change                  PIC S9(11)V99.
027200
027300 01  Deposit-Line.
027400     05  DP-LABEL                    PIC X(20).
027500     05  DP-DATE                     PIC X(10).
027600     05  DP-AMOUNT                   PIC X(16).
027700     05  FILLER                      PIC X(03) VALUE SPACES.
027800     05  DP-CHANGE-LABEL             PIC X(06).
027900     05  DP-CHANGE                   PIC X(16).
028000
028100 01  Flash-Heading-Line.
028200     05  FILLER          PIC X(24) VALUE "FIGURE".
028300     05  FILLER          PIC X(14) VALUE "         TODAY".
028400     05  FILLER          PIC X(15) VALUE "     LAST MONTH".
028500     05  FILLER          PIC X(14) VALUE "        CHANGE".
028600     05  FILLER          PIC X(15) VALUE "      LAST YEAR".
028700     05  FILLER          PIC X(14) VALUE "        CHANGE".
028800 01  Flash-Line.
028900     05  FL-METRIC-NAME              PIC X(24).
029000     05  FL-TODAY-VALUE              PIC X(14).
029100     05  FILLER                      PIC X(01) VALUE SPACE.
029200     05  FL-MONTH-VALUE              PIC X(14).
029300     05  FL-MONTH-CHANGE             PIC X(14).
029400     05  FILLER                      PIC X(01) VALUE SPACE.
029500     05  FL-YEAR-VALUE               PIC X(14).
029600     05  FL-YEAR-CHANGE              PIC X(14).
029700
029800 PROCEDURE DIVISION.
029900
030000 0000-MAINLINE.
030100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
030200     PERFORM 2000-READ-HISTORY THRU 2000-READ-HISTORY-EXIT
030300     PERFORM 2300-READ-CONTROL-HISTORY
030400         THRU 2300-READ-CONTROL-HISTORY-EXIT
030500     PERFORM 2500-READ-MONTH-END THRU 2500-READ-MONTH-END-EXIT
030600     PERFORM 3000-SCAN-MASTER THRU 3000-SCAN-MASTER-EXIT
030700     PERFORM 3200-SCAN-CLOSURES THRU 3200-SCAN-CLOSURES-EXIT
030800     PERFORM 3400-SCAN-GL THRU 3400-SCAN-GL-EXIT
030900     PERFORM 3600-SCAN-ALERTS THRU 3600-SCAN-ALERTS-EXIT
031000     PERFORM 3800-SCAN-BATCH-LOG THRU 3800-SCAN-BATCH-LOG-EXIT
031100     PERFORM 4000-PRINT-FLASH THRU 4000-PRINT-FLASH-EXIT
031200     PERFORM 6000-RECORD-HISTORY THRU 6000-RECORD-HISTORY-EXIT
031300     STOP RUN.
031400
031500*****************************************************************
031600*    THE BUSINESS DATE AND TOTAL DEPOSITS COME FROM LAST        *
031700*    NIGHT'S CONTROL TOTAL; WITHOUT IT THERE IS NO FLASH TO     *
031800*    PRINT. THE LAST-MONTH AND LAST-YEAR TARGET DATES ARE THE   *
031900*    SAME DAY OF THE MONTH, PULLED BACK TO THE MONTH'S LAST     *
032000*    DAY WHEN THE EARLIER MONTH IS SHORTER.                     *
032100*****************************************************************
032200 1000-INITIALIZE.
032300     INITIALIZE Flash-Metric-Table
032400     PERFORM 1100-CLEAR-METRIC THRU 1100-CLEAR-METRIC-EXIT
032500         VARYING Metric-Sub FROM 1 BY 1
032600         UNTIL Metric-Sub > Metric-Count
032700     SET Flash-Not-Recorded TO TRUE
032800     MOVE ZERO TO Month-Compare-Date
032900                  Year-Compare-Date
033000                  Prior-Day-Date
033100                  Prior-Day-Total
033200                  Month-End-Date
033300                  Month-End-Total
033400                  Batch-End-Date
033500                  Batch-End-Time
033600     OPEN INPUT CTLTOTIN
033700     IF NOT Ctltotin-OK
033800         DISPLAY "CTLTOTIN open failed - " Ctltotin-File-Status
033900         MOVE 16 TO RETURN-CODE
034000         STOP RUN
034100     END-IF
034200     READ CTLTOTIN
034300         AT END
034400             DISPLAY "CTLTOTIN is empty - no flash produced."
034500             MOVE 16 TO RETURN-CODE
034600             CLOSE CTLTOTIN
034700             STOP RUN
034800     END-READ
034900     MOVE CT-CONTROL-DATE TO Business-Date
035000     MOVE CT-CONTROL-TOTAL TO FM-TODAY-VALUE (Deposits-Metric)
035100     CLOSE CTLTOTIN
035200     MOVE Business-Date TO Compare-Date
035300     IF Compare-Month = 1
035400         MOVE 12 TO Compare-Month
035500         SUBTRACT 1 FROM Compare-Year
035600     ELSE
035700         SUBTRACT 1 FROM Compare-Month
035800     END-IF
035900     MOVE Compare-Date (1:6) TO Prior-Month
036000     PERFORM 1200-CLAMP-COMPARE-DAY
036100         THRU 1200-CLAMP-COMPARE-DAY-EXIT
036200     MOVE Compare-Date TO Month-Target-Date
036300     COMPUTE Month-Window-Integer =
036400         FUNCTION INTEGER-OF-DATE(Month-Target-Date)
036500         - Compare-Window-Days
036600     MOVE Business-Date TO Compare-Date
036700     SUBTRACT 1 FROM Compare-Year
036800     PERFORM 1200-CLAMP-COMPARE-DAY
036900         THRU 1200-CLAMP-COMPARE-DAY-EXIT
037000     MOVE Compare-Date TO Year-Target-Date
037100     COMPUTE Year-Window-Integer =
037200         FUNCTION INTEGER-OF-DATE(Year-Target-Date)
037300         - Compare-Window-Days.
037400 1000-INITIALIZE-EXIT.
037500     EXIT.
037600
037700 1100-CLEAR-METRIC.
037800     SET FM-Today-Available (Metric-Sub) TO TRUE
037900     MOVE "N" TO FM-MONTH-STATUS (Metric-Sub)
038000                 FM-YEAR-STATUS (Metric-Sub).
038100 1100-CLEAR-METRIC-EXIT.
038200     EXIT.
038300
038400 1200-CLAMP-COMPARE-DAY.
038500     IF Compare-Day <= 28
038600         GO TO 1200-CLAMP-COMPARE-DAY-EXIT
038700     END-IF
038800     MOVE Compare-Date TO Month-End-Work
038900     MOVE 1 TO Month-End-Day
039000     IF Month-End-Month = 12
039100         MOVE 1 TO Month-End-Month
039200         ADD 1 TO Month-End-Year
039300     ELSE
039400         ADD 1 TO Month-End-Month
039500     END-IF
039600     COMPUTE Month-End-Work = FUNCTION DATE-OF-INTEGER(
039700         FUNCTION INTEGER-OF-DATE(Month-End-Work) - 1)
039800     IF Compare-Day > Month-End-Day
039900         MOVE Month-End-Day TO Compare-Day
040000     END-IF.
040100 1200-CLAMP-COMPARE-DAY-EXIT.
040200     EXIT.
040300
040400*****************************************************************
040500*    FLASHHST GIVES THE PRIOR BUSINESS DAY'S CLOSING DEPOSITS   *
040600*    AND THE FULL SET OF FIGURES FOR THE LATEST BUSINESS DAY ON *
040700*    OR BEFORE EACH TARGET DATE, NO MORE THAN A WEEK BEFORE IT. *
040800*    A ROW ALREADY WRITTEN FOR TODAY MEANS THIS IS A RERUN, AND *
040900*    TODAY IS NOT RECORDED TWICE.                               *
041000*****************************************************************
041100 2000-READ-HISTORY.
041200     OPEN INPUT FLASHHST
041300     IF NOT Flashhst-OK
041400         DISPLAY "No FLASHHST history yet - "
041500             "comparisons start today."
041600         GO TO 2000-READ-HISTORY-EXIT
041700     END-IF
041800     READ FLASHHST
041900         AT END
042000             SET Flashhst-EOF TO TRUE
042100     END-READ
042200     PERFORM 2100-APPLY-HISTORY-ROW
042300         THRU 2100-APPLY-HISTORY-ROW-EXIT
042400         UNTIL Flashhst-EOF
042500     CLOSE FLASHHST.
042600 2000-READ-HISTORY-EXIT.
042700     EXIT.
042800
042900 2100-APPLY-HISTORY-ROW.
043000     IF FH-BUSINESS-DATE = Business-Date
043100         SET Flash-Already-Recorded TO TRUE
043200         GO TO 2100-READ-NEXT
043300     END-IF
043400     IF FH-BUSINESS-DATE > Business-Date
043500         GO TO 2100-READ-NEXT
043600     END-IF
043700     IF FH-BUSINESS-DATE > Prior-Day-Date
043800         AND FH-Metric-Available (Deposits-Metric)
043900         MOVE FH-BUSINESS-DATE TO Prior-Day-Date
044000         MOVE FH-TOTAL-DEPOSITS TO Prior-Day-Total
044100     END-IF
044200     COMPUTE History-Integer-Date =
044300         FUNCTION INTEGER-OF-DATE(FH-BUSINESS-DATE)
044400     IF FH-BUSINESS-DATE <= Month-Target-Date
044500         AND History-Integer-Date >= Month-Window-Integer
044600         AND FH-BUSINESS-DATE > Month-Compare-Date
044700         MOVE FH-BUSINESS-DATE TO Month-Compare-Date
044800         PERFORM 2110-LOAD-MONTH-FIGURE
044900             THRU 2110-LOAD-MONTH-FIGURE-EXIT
045000             VARYING Metric-Sub FROM 1 BY 1
045100             UNTIL Metric-Sub > Metric-Count
045200     END-IF
045300     IF FH-BUSINESS-DATE <= Year-Target-Date
045400         AND History-Integer-Date >= Year-Window-Integer
045500         AND FH-BUSINESS-DATE > Year-Compare-Date
045600         MOVE FH-BUSINESS-DATE TO Year-Compare-Date
045700         PERFORM 2120-LOAD-YEAR-FIGURE
045800             THRU 2120-LOAD-YEAR-FIGURE-EXIT
045900             VARYING Metric-Sub FROM 1 BY 1
046000             UNTIL Metric-Sub > Metric-Count
046100     END-IF.
046200
046300 2100-READ-NEXT.
046400     READ FLASHHST
046500         AT END
046600             SET Flashhst-EOF TO TRUE
046700     END-READ.
046800 2100-APPLY-HISTORY-ROW-EXIT.
046900     EXIT.
047000
047100 2110-LOAD-MONTH-FIGURE.
047200     MOVE FH-METRIC-VALUE (Metric-Sub)
047300         TO FM-MONTH-VALUE (Metric-Sub)
047400     MOVE FH-METRIC-STATUS (Metric-Sub)
047500         TO FM-MONTH-STATUS (Metric-Sub).
047600 2110-LOAD-MONTH-FIGURE-EXIT.
047700     EXIT.
047800
047900 2120-LOAD-YEAR-FIGURE.
048000     MOVE FH-METRIC-VALUE (Metric-Sub)
048100         TO FM-YEAR-VALUE (Metric-Sub)
048200     MOVE FH-METRIC-STATUS (Metric-Sub)
048300         TO FM-YEAR-STATUS (Metric-Sub).
048400 2120-LOAD-YEAR-FIGURE-EXIT.
048500     EXIT.
048600
048700*****************************************************************
048800*    WITH NO FLASH ROW FOR AN EARLIER DAY (THE FIRST MORNINGS), *
048900*    THE PRIOR DAY'S DEPOSITS COME FROM THE CTLHIST CONTROL-    *
049000*    TOTAL HISTORY INSTEAD. THE LAST CTLHIST ROW FOR A DATE     *
049100*    WINS, IN CASE THE NIGHT WAS RERUN.                         *
049200*****************************************************************
049300 2300-READ-CONTROL-HISTORY.
049400     IF Prior-Day-Date > ZERO
049500         GO TO 2300-READ-CONTROL-HISTORY-EXIT
049600     END-IF
049700     OPEN INPUT CTLHIST
049800     IF NOT Ctlhist-OK
049900         GO TO 2300-READ-CONTROL-HISTORY-EXIT
050000     END-IF
050100     READ CTLHIST
050200         AT END
050300             SET Ctlhist-EOF TO TRUE
050400     END-READ
050500     PERFORM 2400-APPLY-CONTROL-ROW
050600         THRU 2400-APPLY-CONTROL-ROW-EXIT
050700         UNTIL Ctlhist-EOF
050800     CLOSE CTLHIST.
050900 2300-READ-CONTROL-HISTORY-EXIT.
051000     EXIT.
051100
051200 2400-APPLY-CONTROL-ROW.
051300     IF CTH-CONTROL-DATE < Business-Date
051400         AND CTH-CONTROL-DATE >= Prior-Day-Date
051500         MOVE CTH-CONTROL-DATE TO Prior-Day-Date
051600         MOVE CTH-CONTROL-TOTAL TO Prior-Day-Total
051700     END-IF
051800     READ CTLHIST
051900         AT END
052000             SET Ctlhist-EOF TO TRUE
052100     END-READ.
052200 2400-APPLY-CONTROL-ROW-EXIT.
052300     EXIT.
052400
052500*****************************************************************
052600*    THE PRIOR MONTH-END IS THE LATEST STATARCH SNAPSHOT DATED  *
052700*    IN THE MONTH BEFORE THE BUSINESS DATE'S. CLOSED-ACCOUNT    *
052800*    ROWS (WRITTEN AS ACCOUNTS CLOSE) ARE NOT PART OF IT.       *
052900*****************************************************************
053000 2500-READ-MONTH-END.
053100     SET Month-End-Readable TO TRUE
053200     OPEN INPUT STATARCH
053300     IF NOT Statarch-OK
053400         SET Month-End-Unreadable TO TRUE
053500         GO TO 2500-READ-MONTH-END-EXIT
053600     END-IF
053700     READ STATARCH
053800         AT END
053900             SET Statarch-EOF TO TRUE
054000     END-READ
054100     PERFORM 2600-APPLY-SNAPSHOT-ROW
054200         THRU 2600-APPLY-SNAPSHOT-ROW-EXIT
054300         UNTIL Statarch-EOF
054400     CLOSE STATARCH.
054500 2500-READ-MONTH-END-EXIT.
054600     EXIT.
054700
054800 2600-APPLY-SNAPSHOT-ROW.
054900     IF SS-SNAPSHOT-DATE (1:6) NOT = Prior-Month
055000         OR SS-ACCOUNT-STATUS = "CLOSED"
055100         GO TO 2600-READ-NEXT
055200     END-IF
055300     IF SS-SNAPSHOT-DATE > Month-End-Date
055400         MOVE SS-SNAPSHOT-DATE TO Month-End-Date
055500         MOVE SS-ACCOUNT-BALANCE TO Month-End-Total
055600     ELSE
055700         IF SS-SNAPSHOT-DATE = Month-End-Date
055800             ADD SS-ACCOUNT-BALANCE TO Month-End-Total
055900         END-IF
056000     END-IF.
056100
056200 2600-READ-NEXT.
056300     READ STATARCH
056400         AT END
056500             SET Statarch-EOF TO TRUE
056600     END-READ.
056700 2600-APPLY-SNAPSHOT-ROW-EXIT.
056800     EXIT.
056900
057000*****************************************************************
057100*    ONE PASS OF THE MASTER COUNTS THE ACCOUNTS OPENED ON THE   *
057200*    BUSINESS DATE AND EVERY OPEN ACCOUNT BELOW ZERO. OVERDRAWN *
057300*    DOLLARS ARE SHOWN AS A POSITIVE FIGURE.                    *
057400*****************************************************************
057500 3000-SCAN-MASTER.
057600     OPEN INPUT ACCTMSTR
057700     IF NOT Acctmstr-OK
057800         SET FM-Today-Unavailable (Opened-Metric) TO TRUE
057900         SET FM-Today-Unavailable (Overdrawn-Count-Metric)
058000             TO TRUE
058100         SET FM-Today-Unavailable (Overdrawn-Amount-Metric)
058200             TO TRUE
058300         GO TO 3000-SCAN-MASTER-EXIT
058400     END-IF
058500     READ ACCTMSTR
058600         AT END
058700             SET Acctmstr-EOF TO TRUE
058800     END-READ
058900     PERFORM 3100-COUNT-ACCOUNT THRU 3100-COUNT-ACCOUNT-EXIT
059000         UNTIL Acctmstr-EOF
059100     CLOSE ACCTMSTR.
059200 3000-SCAN-MASTER-EXIT.
059300     EXIT.
059400
059500 3100-COUNT-ACCOUNT.
059600     IF MF-OPEN-DATE = Business-Date
059700         ADD 1 TO FM-TODAY-VALUE (Opened-Metric)
059800     END-IF
059900     IF NOT MF-Account-Is-Closed
060000         AND MF-ACCOUNT-BALANCE < ZERO
060100         ADD 1 TO FM-TODAY-VALUE (Overdrawn-Count-Metric)
060200         SUBTRACT MF-ACCOUNT-BALANCE
060300             FROM FM-TODAY-VALUE (Overdrawn-Amount-Metric)
060400     END-IF
060500     READ ACCTMSTR
060600         AT END
060700             SET Acctmstr-EOF TO TRUE
060800     END-READ.
060900 3100-COUNT-ACCOUNT-EXIT.
061000     EXIT.
061100
061200 3200-SCAN-CLOSURES.
061300     OPEN INPUT CLSLOG
061400     IF NOT Clslog-OK
061500         SET FM-Today-Unavailable (Closed-Metric) TO TRUE
061600         GO TO 3200-SCAN-CLOSURES-EXIT
061700     END-IF
061800     READ CLSLOG
061900         AT END
062000             SET Clslog-EOF TO TRUE
062100     END-READ
062200     PERFORM 3300-COUNT-CLOSURE THRU 3300-COUNT-CLOSURE-EXIT
062300         UNTIL Clslog-EOF
062400     CLOSE CLSLOG.
062500 3200-SCAN-CLOSURES-EXIT.
062600     EXIT.
062700
062800 3300-COUNT-CLOSURE.
062900     IF CZ-CLOSE-DATE = Business-Date
063000         ADD 1 TO FM-TODAY-VALUE (Closed-Metric)
063100     END-IF
063200     READ CLSLOG
063300         AT END
063400             SET Clslog-EOF TO TRUE
063500     END-READ.
063600 3300-COUNT-CLOSURE-EXIT.
063700     EXIT.
063800
063900*****************************************************************
064000*    FEES AND INTEREST BOOKED ARE TAKEN FROM THE CUSTOMER SIDE  *
064100*    OF EACH GLPOST PAIR DATED THE BUSINESS DATE - THE GL       *
064200*    CONTRA ACCOUNTS (GL...) ARE SKIPPED SO NO ENTRY COUNTS     *
064300*    TWICE. FEES ARE THE DEBIT LEGS UNDER THE FEE CODES,        *
064400*    INTEREST THE CREDIT LEGS UNDER THE INTEREST CODES.         *
064500*****************************************************************
064600 3400-SCAN-GL.
064700     OPEN INPUT GLPOST
064800     IF NOT Glpost-OK
064900         SET FM-Today-Unavailable (Fees-Metric) TO TRUE
065000         SET FM-Today-Unavailable (Interest-Metric) TO TRUE
065100         GO TO 3400-SCAN-GL-EXIT
065200     END-IF
065300     READ GLPOST
065400         AT END
065500             SET Glpost-EOF TO TRUE
065600     END-READ
065700     PERFORM 3500-BOOK-GL-ENTRY THRU 3500-BOOK-GL-ENTRY-EXIT
065800         UNTIL Glpost-EOF
065900     CLOSE GLPOST.
066000 3400-SCAN-GL-EXIT.
066100     EXIT.
066200
066300 3500-BOOK-GL-ENTRY.
066400     IF GL-POSTING-DATE NOT = Business-Date
066500         OR GL-ACCOUNT-NUMBER (1:2) = "GL"
066600         GO TO 3500-READ-NEXT
066700     END-IF
066800     MOVE ZERO TO Code-Found-Sub
066900     IF GL-Is-Debit
067000         PERFORM 3510-MATCH-FEE-CODE
067100             THRU 3510-MATCH-FEE-CODE-EXIT
067200             VARYING Code-Sub FROM 1 BY 1
067300             UNTIL Code-Sub > Fee-Code-Count
067400                OR Code-Found-Sub > 0
067500         IF Code-Found-Sub > 0
067600             ADD GL-ENTRY-AMOUNT TO FM-TODAY-VALUE (Fees-Metric)
067700         END-IF
067800     ELSE
067900         PERFORM 3520-MATCH-INTEREST-CODE
068000             THRU 3520-MATCH-INTEREST-CODE-EXIT
068100             VARYING Code-Sub FROM 1 BY 1
068200             UNTIL Code-Sub > Interest-Code-Count
068300                OR Code-Found-Sub > 0
068400         IF Code-Found-Sub > 0
068500             ADD GL-ENTRY-AMOUNT
068600                 TO FM-TODAY-VALUE (Interest-Metric)
068700         END-IF
068800     END-IF.
068900
069000 3500-READ-NEXT.
069100     READ GLPOST
069200         AT END
069300             SET Glpost-EOF TO TRUE
069400     END-READ.
069500 3500-BOOK-GL-ENTRY-EXIT.
069600     EXIT.
069700
069800 3510-MATCH-FEE-CODE.
069900     IF Fee-Code (Code-Sub) = GL-TRANSACTION-CODE
070000         MOVE Code-Sub TO Code-Found-Sub
070100     END-IF.
070200 3510-MATCH-FEE-CODE-EXIT.
070300     EXIT.
070400
070500 3520-MATCH-INTEREST-CODE.
070600     IF GL-Is-Credit
070700         AND Interest-Code (Code-Sub) = GL-TRANSACTION-CODE
070800         MOVE Code-Sub TO Code-Found-Sub
070900     END-IF.
071000 3520-MATCH-INTEREST-CODE-EXIT.
071100     EXIT.
071200
071300*****************************************************************
071400*    ALERTS RAISED FOR THE BUSINESS DATE. LARGE CASH AND LARGE  *
071500*    WIRE ALERTS ARE THE LARGE-TRANSACTION LINE; EVERY OTHER    *
071600*    REASON IS A FRAUD ALERT.                                   *
071700*****************************************************************
071800 3600-SCAN-ALERTS.
071900     OPEN INPUT FRAUDALT
072000     IF NOT Fraudalt-OK
072100         SET FM-Today-Unavailable (Large-Txn-Metric) TO TRUE
072200         SET FM-Today-Unavailable (Fraud-Metric) TO TRUE
072300         GO TO 3600-SCAN-ALERTS-EXIT
072400     END-IF
072500     READ FRAUDALT
072600         AT END
072700             SET Fraudalt-EOF TO TRUE
072800     END-READ
072900     PERFORM 3700-COUNT-ALERT THRU 3700-COUNT-ALERT-EXIT
073000         UNTIL Fraudalt-EOF
073100     CLOSE FRAUDALT.
073200 3600-SCAN-ALERTS-EXIT.
073300     EXIT.
073400
073500 3700-COUNT-ALERT.
073600     IF FA-ALERT-DATE = Business-Date
073700         IF FA-REASON-LARGE-CASH
073800             OR FA-REASON-LARGE-WIRE
073900             ADD 1 TO FM-TODAY-VALUE (Large-Txn-Metric)
074000         ELSE
074100             ADD 1 TO FM-TODAY-VALUE (Fraud-Metric)
074200         END-IF
074300     END-IF
074400     READ FRAUDALT
074500         AT END
074600             SET Fraudalt-EOF TO TRUE
074700     END-READ.
074800 3700-COUNT-ALERT-EXIT.
074900     EXIT.
075000
075100*****************************************************************
075200*    THE NIGHT'S BATCH FINISHED AT THE LATEST STEP END LOGGED   *
075300*    TO BCHTIME ON OR AFTER THE BUSINESS DATE. IT IS CARRIED AS *
075400*    MINUTES PAST MIDNIGHT OF THE BUSINESS DATE SO A RUN THAT   *
075500*    CROSSES MIDNIGHT STILL COMPARES IN ORDER.                  *
075600*****************************************************************
075700 3800-SCAN-BATCH-LOG.
075800     OPEN INPUT BCHTIME
075900     IF NOT Bchtime-OK
076000         SET FM-Today-Unavailable (Batch-End-Metric) TO TRUE
076100         GO TO 3800-SCAN-BATCH-LOG-EXIT
076200     END-IF
076300     READ BCHTIME
076400         AT END
076500             SET Bchtime-EOF TO TRUE
076600     END-READ
076700     PERFORM 3900-CHECK-EVENT THRU 3900-CHECK-EVENT-EXIT
076800         UNTIL Bchtime-EOF
076900     CLOSE BCHTIME
077000     IF Batch-End-Date = ZERO
077100         SET FM-Today-Unavailable (Batch-End-Metric) TO TRUE
077200         GO TO 3800-SCAN-BATCH-LOG-EXIT
077300     END-IF
077400     COMPUTE FM-TODAY-VALUE (Batch-End-Metric) =
077500         (FUNCTION INTEGER-OF-DATE(Batch-End-Date)
077600          - FUNCTION INTEGER-OF-DATE(Business-Date))
077700         * Minutes-Per-Day
077800         + Batch-End-Hour * 60 + Batch-End-Minute.
077900 3800-SCAN-BATCH-LOG-EXIT.
078000     EXIT.
078100
078200 3900-CHECK-EVENT.
078300     IF BT-Event-Is-End
078400         AND BT-EVENT-DATE >= Business-Date
078500         IF BT-EVENT-DATE > Batch-End-Date
078600             OR (BT-EVENT-DATE = Batch-End-Date
078700                 AND BT-EVENT-TIME > Batch-End-Time)
078800             MOVE BT-EVENT-DATE TO Batch-End-Date
078900             MOVE BT-EVENT-TIME TO Batch-End-Time
079000         END-IF
079100     END-IF
079200     READ BCHTIME
079300         AT END
079400             SET Bchtime-EOF TO TRUE
079500     END-READ.
079600 3900-CHECK-EVENT-EXIT.
079700     EXIT.
079800
079900*****************************************************************
080000*    THE PAGE: TOTAL DEPOSITS AGAINST THE PRIOR DAY AND THE     *
080100*    PRIOR MONTH-END, THEN EVERY FIGURE AGAINST THE SAME        *
080200*    BUSINESS DAY LAST MONTH AND LAST YEAR.                     *
080300*****************************************************************
080400 4000-PRINT-FLASH.
080500     DISPLAY "EXECUTIVE FLASH REPORT - BUSINESS DATE "
080600         Business-Date
080700     DISPLAY "========================================="
080800     DISPLAY " "
080900     MOVE SPACES TO Deposit-Line
081000     MOVE "TOTAL DEPOSITS" TO DP-LABEL
081100     MOVE FM-TODAY-VALUE (Deposits-Metric) TO Edited-Deposit
081200     MOVE Edited-Deposit TO DP-AMOUNT
081300     DISPLAY Deposit-Line
081400     MOVE SPACES TO Deposit-Line
081500     MOVE "  PRIOR DAY" TO DP-LABEL
081600     IF Prior-Day-Date > ZERO
081700         MOVE Prior-Day-Date TO DP-DATE
081800         MOVE Prior-Day-Total TO Edited-Deposit
081900         MOVE Edited-Deposit TO DP-AMOUNT
082000         COMPUTE Deposit-Change =
082100             FM-TODAY-VALUE (Deposits-Metric) - Prior-Day-Total
082200         MOVE "CHANGE" TO DP-CHANGE-LABEL
082300         MOVE Deposit-Change TO Edited-Deposit
082400         MOVE Edited-Deposit TO DP-CHANGE
082500     ELSE
082600         MOVE "     NOT ON FILE" TO DP-AMOUNT
082700     END-IF
082800     DISPLAY Deposit-Line
082900     MOVE SPACES TO Deposit-Line
083000     MOVE "  PRIOR MONTH-END" TO DP-LABEL
083100     EVALUATE TRUE
083200         WHEN Month-End-Unreadable
083300             MOVE "   NOT AVAILABLE" TO DP-AMOUNT
083400         WHEN Month-End-Date = ZERO
083500             MOVE "     NOT ON FILE" TO DP-AMOUNT
083600         WHEN OTHER
083700             MOVE Month-End-Date TO DP-DATE
083800             MOVE Month-End-Total TO Edited-Deposit
083900             MOVE Edited-Deposit TO DP-AMOUNT
084000             COMPUTE Deposit-Change =
084100                 FM-TODAY-VALUE (Deposits-Metric)
084200                 - Month-End-Total
084300             MOVE "CHANGE" TO DP-CHANGE-LABEL
084400             MOVE Deposit-Change TO Edited-Deposit
084500             MOVE Edited-Deposit TO DP-CHANGE
084600     END-EVALUATE
084700     DISPLAY Deposit-Line
084800     DISPLAY " "
084900     IF Month-Compare-Date > ZERO
085000         DISPLAY "LAST MONTH IS " Month-Compare-Date
085100     ELSE
085200         DISPLAY "LAST MONTH - NO FLASH ON FILE NEAR "
085300             Month-Target-Date
085400     END-IF
085500     IF Year-Compare-Date > ZERO
085600         DISPLAY "LAST YEAR IS  " Year-Compare-Date
085700     ELSE
085800         DISPLAY "LAST YEAR - NO FLASH ON FILE NEAR "
085900             Year-Target-Date
086000     END-IF
086100     DISPLAY " "
086200     DISPLAY Flash-Heading-Line
086300     PERFORM 4100-PRINT-METRIC-LINE
086400         THRU 4100-PRINT-METRIC-LINE-EXIT
086500         VARYING Metric-Sub FROM 1 BY 1
086600         UNTIL Metric-Sub > Metric-Count.
086700 4000-PRINT-FLASH-EXIT.
086800     EXIT.
086900
087000 4100-PRINT-METRIC-LINE.
087100     MOVE SPACES TO Flash-Line
087200     MOVE Metric-Name (Metric-Sub) TO FL-METRIC-NAME
087300     IF FM-Today-Unavailable (Metric-Sub)
087400         MOVE " NOT AVAILABLE" TO FL-TODAY-VALUE
087500         DISPLAY Flash-Line
087600         GO TO 4100-PRINT-METRIC-LINE-EXIT
087700     END-IF
087800     MOVE FM-TODAY-VALUE (Metric-Sub) TO Edit-Value
087900     PERFORM 7000-EDIT-FIGURE THRU 7000-EDIT-FIGURE-EXIT
088000     MOVE Edit-Result TO FL-TODAY-VALUE
088100     IF FM-Month-Available (Metric-Sub)
088200         MOVE FM-MONTH-VALUE (Metric-Sub) TO Edit-Value
088300         PERFORM 7000-EDIT-FIGURE THRU 7000-EDIT-FIGURE-EXIT
088400         MOVE Edit-Result TO FL-MONTH-VALUE
088500         COMPUTE Edit-Value = FM-TODAY-VALUE (Metric-Sub)
088600             - FM-MONTH-VALUE (Metric-Sub)
088700         PERFORM 7100-EDIT-CHANGE THRU 7100-EDIT-CHANGE-EXIT
088800         MOVE Edit-Result TO FL-MONTH-CHANGE
088900     ELSE
089000         MOVE "   NOT ON FILE" TO FL-MONTH-VALUE
089100     END-IF
089200     IF FM-Year-Available (Metric-Sub)
089300         MOVE FM-YEAR-VALUE (Metric-Sub) TO Edit-Value
089400         PERFORM 7000-EDIT-FIGURE THRU 7000-EDIT-FIGURE-EXIT
089500         MOVE Edit-Result TO FL-YEAR-VALUE
089600         COMPUTE Edit-Value = FM-TODAY-VALUE (Metric-Sub)
089700             - FM-YEAR-VALUE (Metric-Sub)
089800         PERFORM 7100-EDIT-CHANGE THRU 7100-EDIT-CHANGE-EXIT
089900         MOVE Edit-Result TO FL-YEAR-CHANGE
090000     ELSE
090100         MOVE "   NOT ON FILE" TO FL-YEAR-VALUE
090200     END-IF
090300     DISPLAY Flash-Line.
090400 4100-PRINT-METRIC-LINE-EXIT.
090500     EXIT.
090600
090700*****************************************************************
090800*    TODAY'S FIGURES ARE APPENDED TO FLASHHST FOR NEXT MONTH'S  *
090900*    AND NEXT YEAR'S COMPARISONS.                               *
091000*****************************************************************
091100 6000-RECORD-HISTORY.
091200     IF Flash-Already-Recorded
091300         DISPLAY "FLASHHST already holds " Business-Date
091400             " - flash not recorded again."
091500         GO TO 6000-RECORD-HISTORY-EXIT
091600     END-IF
091700     OPEN EXTEND FLASHHST
091800     IF NOT Flashhst-OK
091900         OPEN OUTPUT FLASHHST
092000     END-IF
092100     MOVE SPACES TO FH-FLASH-HISTORY-RECORD
092200     MOVE Business-Date TO FH-BUSINESS-DATE
092300     PERFORM 6100-STORE-FIGURE THRU 6100-STORE-FIGURE-EXIT
092400         VARYING Metric-Sub FROM 1 BY 1
092500         UNTIL Metric-Sub > Metric-Count
092600     WRITE FH-FLASH-HISTORY-RECORD
092700     CLOSE FLASHHST.
092800 6000-RECORD-HISTORY-EXIT.
092900     EXIT.
093000
093100 6100-STORE-FIGURE.
093200     MOVE FM-TODAY-VALUE (Metric-Sub)
093300         TO FH-METRIC-VALUE (Metric-Sub)
093400     MOVE FM-TODAY-STATUS (Metric-Sub)
093500         TO FH-METRIC-STATUS (Metric-Sub).
093600 6100-STORE-FIGURE-EXIT.
093700     EXIT.
093800
093900*****************************************************************
094000*    EDITING BY KIND: DOLLARS TO THE CENT, COUNTS WHOLE,        *
094100*    AND THE BATCH END AS A CLOCK TIME (+1 WHEN IT FINISHED     *
094200*    AFTER MIDNIGHT) WITH ITS CHANGE IN MINUTES.                *
094300*****************************************************************
094400 7000-EDIT-FIGURE.
094500     EVALUATE TRUE
094600         WHEN Metric-Is-Amount (Metric-Sub)
094700             MOVE Edit-Value TO Edited-Amount
094800             MOVE Edited-Amount TO Edit-Result
094900         WHEN Metric-Is-Count (Metric-Sub)
095000             MOVE Edit-Value TO Edited-Count
095100             MOVE Edited-Count TO Edit-Result
095200         WHEN OTHER
095300             MOVE Edit-Value TO Clock-Minutes
095400             DIVIDE Clock-Minutes BY Minutes-Per-Day
095500                 GIVING Clock-Days REMAINDER Clock-Remainder
095600             DIVIDE Clock-Remainder BY 60
095700                 GIVING Clock-Hours REMAINDER EC-MINUTES
095800             MOVE Clock-Hours TO EC-HOURS
095900             MOVE SPACES TO EC-DAY-MARK
096000             IF Clock-Days > ZERO
096100                 MOVE " +" TO EC-DAY-MARK (1:2)
096200                 MOVE Clock-Days TO EC-DAY-MARK (3:1)
096300             END-IF
096400             MOVE Edited-Clock TO Edit-Result
096500     END-EVALUATE.
096600 7000-EDIT-FIGURE-EXIT.
096700     EXIT.
096800
096900 7100-EDIT-CHANGE.
097000     IF Metric-Is-Time (Metric-Sub)
097100         MOVE Edit-Value TO EM-MINUTES
097200         MOVE Edited-Minutes TO Edit-Result
097300     ELSE
097400         PERFORM 7000-EDIT-FIGURE THRU 7000-EDIT-FIGURE-EXIT
097500     END-IF.
097600 7100-EDIT-CHANGE-EXIT.
097700     EXIT.
