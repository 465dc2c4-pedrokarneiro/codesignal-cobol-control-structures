000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    VaultCashForecast.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-13.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    VAULTCASHFORECAST                                          *
001100*                                                               *
001200*    WEEKLY BRANCH VAULT CASH FORECAST. RUNS ON THE LAST        *
001300*    BUSINESS DAY OF THE WEEK AND PLANS THE WEEK THAT OPENS ON  *
001400*    THE NEXT BUSINESS DAY. FOR EACH BRANCH ON VLTLIMIT:        *
001500*                                                               *
001600*    - THE CASH TAKEN IN AND PAID OUT ON EACH OF THE LAST       *
001700*      THIRTEEN WEEKS' BUSINESS DAYS COMES FROM THE PROVED      *
001800*      DRAWERS ON DRWRHIST. A BRANCH-DAY WITH NO PROVED DRAWER  *
001900*      FALLS BACK TO THE TELLER-WINDOW ITEMS ON TRNHIST (THESE  *
002000*      INCLUDE CHECKS, SO THEY OVERSTATE CASH).                 *
002100*    - THE AVERAGE IN AND OUT FOR EACH WEEKDAY OVER THE         *
002200*      LOOKBACK WEEKS IS PROJECTED ONTO THE COMING WEEK, WITH   *
002300*      THE PAY-OUT RAISED ON PAYDAYS, BEFORE A HOLIDAY AND ON   *
002400*      THE LAST BUSINESS DAY OF THE MONTH.                      *
002500*    - THE VAULT COUNT ON VLTLIMIT, PLUS SHIPMENTS RECORDED     *
002600*      SINCE, PLUS THE NET FLOW SINCE, IS THE OPENING CASH.     *
002700*    - IF THE PROJECTED LOW POINT FALLS UNDER THE BRANCH        *
002800*      MINIMUM AN ORDER IS RECOMMENDED; IF THE WEEK CLOSES      *
002900*      OVER THE MAXIMUM A RETURN IS. THE AMOUNT IS SPLIT BY     *
003000*      THE BRANCH'S DENOMINATION MIX, COIN TAKING THE ODD       *
003100*      DOLLARS.                                                 *
003200*    - THE LAST FORECAST ON VLTFCST IS MEASURED AGAINST WHAT    *
003300*      ACTUALLY MOVED THROUGH THE DRAWERS AND WHAT WAS SHIPPED  *
003400*      (VLTSHIP, KEYED THROUGH VAULTSHIPMENTENTRY).             *
003500*                                                               *
003600*    EACH FORECAST IS APPENDED TO VLTFCST. A RERUN FOR THE SAME *
003700*    BUSINESS DATE REPRINTS BUT DOES NOT WRITE AGAIN. ON OTHER  *
003800*    NIGHTS THE STEP ENDS RC=4. RC=4 ALSO FLAGS A BRANCH WHOSE  *
003900*    VAULT COUNT IS MISSING OR OLDER THAN THE HISTORY WINDOW -  *
004000*    NO RECOMMENDATION CAN BE MADE FOR IT.                      *
004100*                                                               *
004200*    MODIFICATION HISTORY                                      *
004300*    ------------------------------------------------------    *
004400*    DATE       INIT  DESCRIPTION                              *
004500*    ---------  ----  -----------------------------------      *
004600*    2026-10-13  RLB  ORIGINAL.                                *
004700*                                                               *
004800*****************************************************************
004900
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS Runctlin-File-Status.
005600
005700     SELECT VLTPARM ASSIGN TO "VLTPARM"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS Vltparm-File-Status.
006000
006100     SELECT VLTLIMIT ASSIGN TO "VLTLIMIT"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS Vltlimit-File-Status.
006400
006500     SELECT HOLCAL ASSIGN TO "HOLCAL"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS RANDOM
006800         RECORD KEY IS HC-HOLIDAY-DATE
006900         FILE STATUS IS Holcal-File-Status.
007000
007100     SELECT DRWRHIST ASSIGN TO "DRWRHIST"
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS Drwrhist-File-Status.
007400
007500     SELECT TRANHIST ASSIGN TO "TRANHIST"
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS SEQUENTIAL
007800         RECORD KEY IS HT-HISTORY-KEY
007900         FILE STATUS IS Tranhist-File-Status.
008000
008100     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS RANDOM
008400         RECORD KEY IS MF-ACCOUNT-NUMBER
008500         FILE STATUS IS Acctmstr-File-Status.
008600
008700     SELECT VLTSHIP ASSIGN TO "VLTSHIP"
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS Vltship-File-Status.
009000
009100     SELECT VLTFCST ASSIGN TO "VLTFCST"
009200         ORGANIZATION IS SEQUENTIAL
009300         FILE STATUS IS Vltfcst-File-Status.
009400
009500 DATA DIVISION.
009600 FILE SECTION.
009700 FD  RUNCTLIN.
009800     COPY RUNCTL REPLACING
009900         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
010000         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
010100         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
010200         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.
010300
010400 FD  VLTPARM.
010500     COPY VLTPARM.
010600
010700 FD  VLTLIMIT.
010800     COPY VLTLIMIT.
010900
011000 FD  HOLCAL.
011100     COPY HOLCAL.
011200
011300 FD  DRWRHIST.
011400     COPY DRWRHIST.
011500
011600 FD  TRANHIST.
011700     COPY TRNHIST.
011800
011900 FD  ACCTMSTR.
012000     COPY ACCTMSTR.
012100
012200 FD  VLTSHIP.
012300     COPY VLTSHIP.
012400
012500 FD  VLTFCST.
012600     COPY VLTFCST.
012700
012800 WORKING-STORAGE SECTION.
012900 01  Runctlin-File-Status            PIC XX.
013000     88  Runctlin-OK                 VALUE "00".
013100     88  Runctlin-Not-Found          VALUE "35".
013200 01  Vltparm-File-Status             PIC XX.
013300     88  Vltparm-OK                  VALUE "00".
013400 01  Vltlimit-File-Status            PIC XX.
013500     88  Vltlimit-OK                 VALUE "00".
013600     88  Vltlimit-EOF                VALUE "10".
013700 01  Holcal-File-Status              PIC XX.
013800     88  Holcal-OK                   VALUE "00".
013900     88  Holcal-Not-Found            VALUE "23".
014000 01  Holcal-File-Switch              PIC X(01).
014100     88  Holcal-File-Open            VALUE "Y".
014200     88  Holcal-File-Absent          VALUE "N".
014300 01  Drwrhist-File-Status            PIC XX.
014400     88  Drwrhist-OK                 VALUE "00".
014500     88  Drwrhist-EOF                VALUE "10".
014600 01  Tranhist-File-Status            PIC XX.
014700     88  Tranhist-OK                 VALUE "00".
014800     88  Tranhist-EOF                VALUE "10".
014900 01  Acctmstr-File-Status            PIC XX.
015000     88  Acctmstr-OK                 VALUE "00".
015100     88  Acctmstr-Not-Found          VALUE "23".
015200 01  Acctmstr-File-Switch            PIC X(01).
015300     88  Acctmstr-File-Open          VALUE "Y".
015400     88  Acctmstr-File-Absent        VALUE "N".
015500 01  Vltship-File-Status             PIC XX.
015600     88  Vltship-OK                  VALUE "00".
015700     88  Vltship-EOF                 VALUE "10".
015800 01  Vltfcst-File-Status             PIC XX.
015900     88  Vltfcst-OK                  VALUE "00".
016000     88  Vltfcst-EOF                 VALUE "10".
016100
016200*    SHOP DEFAULTS, USED WHEN VLTPARM IS ABSENT OR A FIELD ON IT
016300*    IS ZERO.
016400 77  Default-Lookback-Weeks          PIC 9(02) VALUE 8.
016500 77  Default-Payday-Day-1            PIC 9(02) VALUE 1.
016600 77  Default-Payday-Day-2            PIC 9(02) VALUE 15.
016700 77  Default-Payday-Out-Pct          PIC 9(03) VALUE 25.
016800 77  Default-Holiday-Out-Pct         PIC 9(03) VALUE 20.
016900 77  Default-Monthend-Out-Pct        PIC 9(03) VALUE 10.
017000 77  Default-Shipment-Unit           PIC 9(07) VALUE 1000.
017100*    THE HISTORY TABLE HOLDS THIRTEEN WEEKS ENDING ON THE RUN
017200*    DATE: THE LONGEST LOOKBACK, AND THE OLDEST VAULT COUNT THE
017300*    POSITION CAN BE CARRIED FORWARD FROM.
017400 77  History-Days                    PIC 9(03) VALUE 91.
017500 77  Max-Lookback-Weeks              PIC 9(02) VALUE 12.
017600 77  Max-Branches                    PIC 9(03) VALUE 100.
017700*    TELLER-WINDOW ITEMS ON TRNHIST. A BLANK CHANNEL IS THE
017800*    BRANCH FEED AS WELL.
017900 77  Teller-Channel                  PIC X(03) VALUE "BRN".
018000
018100 01  Forecast-Parms.
018200     05  Lookback-Weeks              PIC 9(02).
018300     05  Payday-Day-1                PIC 9(02).
018400     05  Payday-Day-2                PIC 9(02).
018500     05  Payday-Out-Pct              PIC 9(03).
018600     05  Holiday-Out-Pct             PIC 9(03).
018700     05  Monthend-Out-Pct            PIC 9(03).
018800     05  Shipment-Unit               PIC 9(07).
018900
019000 01  As-Of-Date                      PIC 9(08).
019100 01  As-Of-Integer                   PIC 9(07).
019200 01  As-Of-Day-Of-Week               PIC 9(01).
019300 01  Window-Start-Integer            PIC 9(07).
019400 01  Window-Start-Date               PIC 9(08).
019500 01  Count-Floor-Date                PIC 9(08).
019600 01  Lookback-Start-Sub              PIC 9(03) COMP.
019700 01  Week-Start-Integer              PIC 9(07).
019800 01  Week-Start-Date                 PIC 9(08).
019900 01  Week-End-Date                   PIC 9(08).
020000 01  Next-Business-Integer           PIC 9(07).
020100 01  Scan-Integer-Date               PIC 9(07).
020200 01  Horizon-Integer-Date            PIC 9(07).
020300 01  Horizon-Month                   PIC 9(02).
020400 01  Candidate-Integer-Date          PIC 9(07).
020500 01  Candidate-Day-Of-Week           PIC 9(01).
020600 01  Candidate-Date                  PIC 9(08).
020700 01  Candidate-Date-View REDEFINES Candidate-Date.
020800     05  Candidate-Year              PIC 9(04).
020900     05  Candidate-Month             PIC 9(02).
021000     05  Candidate-Day               PIC 9(02).
021100 01  Business-Day-Switch             PIC X(01).
021200     88  Is-Business-Day             VALUE "Y".
021300     88  Not-Business-Day            VALUE "N".
021400 01  Holiday-Switch                  PIC X(01).
021500     88  Is-Holiday                  VALUE "Y".
021600     88  Not-Holiday                 VALUE "N".
021700 01  Week-End-Switch                 PIC X(01).
021800     88  Is-Week-End                 VALUE "Y".
021900     88  Not-Week-End                VALUE "N".
022000
022100*    DAY NAMES BY DAY OF WEEK PLUS ONE (SUNDAY FIRST).
022200 01  Day-Name-Values                 PIC X(21)
022300         VALUE "SUNMONTUEWEDTHUFRISAT".
022400 01  Day-Name-Table REDEFINES Day-Name-Values.
022500     05  Day-Name                    PIC X(03) OCCURS 7 TIMES.
022600 01  Day-Name-Sub                    PIC 9(01) COMP.
022700
022800*    ONE ENTRY PER CALENDAR DAY OF THE HISTORY WINDOW, OLDEST
022900*    FIRST. ENTRY 91 IS THE RUN DATE.
023000 01  History-Calendar.
023100     05  History-Day OCCURS 91 TIMES.
023200         10  KD-DAY-OF-WEEK          PIC 9(01).
023300         10  KD-OPEN-FLAG            PIC X(01).
023400 01  Day-Sub                         PIC 9(03) COMP.
023500 01  First-Day-Sub                   PIC 9(03) COMP.
023600 01  Last-Day-Sub                    PIC 9(03) COMP.
023700
023800*    THE SEVEN CALENDAR DAYS OF THE COMING WEEK. A DAY'S PAYDAY
023900*    AND HOLIDAY FLAGS COVER THE CLOSED DAYS THAT FOLLOW IT -
024000*    THE CASH FOR THEM GOES OUT OVER ITS COUNTER.
024100 01  Horizon-Table.
024200     05  Horizon-Day OCCURS 7 TIMES.
024300         10  HZ-DATE                 PIC 9(08).
024400         10  HZ-DAY-OF-WEEK          PIC 9(01).
024500         10  HZ-OPEN-FLAG            PIC X(01).
024600         10  HZ-PAYDAY-FLAG          PIC X(01).
024700         10  HZ-HOLIDAY-EVE-FLAG     PIC X(01).
024800         10  HZ-MONTH-END-FLAG       PIC X(01).
024900         10  HZ-UPLIFT-PCT           PIC 9(03).
025000 01  Horizon-Sub                     PIC 9(01) COMP.
025100
025200*    ONE ENTRY PER VLTLIMIT BRANCH, IN FILE ORDER.
025300 01  Branch-Table.
025400     05  Branch-Count                PIC 9(03) COMP.
025500     05  Branch-Entry OCCURS 100 TIMES.
025600         10  BR-BRANCH-CODE          PIC X(04).
025700         10  BR-MIN-CASH             PIC 9(09).
025800         10  BR-MAX-CASH             PIC 9(09).
025900         10  BR-COUNTED-CASH         PIC 9(09).
026000         10  BR-COUNT-DATE           PIC 9(08).
026100         10  BR-DENOMINATION-MIX.
026200             15  BR-MIX-PCT          PIC 9(03) OCCURS 4 TIMES.
026300         10  BR-SHIPPED-SINCE-COUNT  PIC S9(09).
026400         10  BR-FORECAST-DONE-FLAG   PIC X(01).
026500         10  BR-PRIOR-FOUND-FLAG     PIC X(01).
026600         10  BR-PRIOR-FORECAST-DATE  PIC 9(08).
026700         10  BR-PRIOR-WEEK-START     PIC 9(08).
026800         10  BR-PRIOR-WEEK-END       PIC 9(08).
026900         10  BR-PRIOR-PROJECTED-IN   PIC 9(09).
027000         10  BR-PRIOR-PROJECTED-OUT  PIC 9(09).
027100         10  BR-PRIOR-RECOMMENDATION PIC X(01).
027200         10  BR-PRIOR-RECOMMENDED    PIC 9(09).
027300         10  BR-PRIOR-SHIPPED-NET    PIC S9(09).
027400         10  BR-DAY OCCURS 91 TIMES.
027500             15  BR-DRAWER-IN        PIC S9(9)V99.
027600             15  BR-DRAWER-OUT       PIC S9(9)V99.
027700             15  BR-ITEM-IN          PIC S9(9)V99.
027800             15  BR-ITEM-OUT         PIC S9(9)V99.
027900             15  BR-DRAWER-FLAG      PIC X(01).
028000 01  Branch-Sub                      PIC 9(03) COMP.
028100 01  Table-Sub                       PIC 9(03) COMP.
028200 01  Found-Sub                       PIC 9(03) COMP.
028300 01  Search-Branch-Code              PIC X(04).
028400 01  Search-Done-Switch              PIC X(01).
028500     88  Search-Is-Done              VALUE "Y".
028600     88  Search-Is-Active            VALUE "N".
028700
028800*    WEEKDAY AVERAGES FOR THE BRANCH IN HAND, MONDAY FIRST.
028900 01  Weekday-Table.
029000     05  Weekday-Entry OCCURS 5 TIMES.
029100         10  WK-IN-TOTAL             PIC S9(11)V99.
029200         10  WK-OUT-TOTAL            PIC S9(11)V99.
029300         10  WK-DAYS                 PIC 9(03) COMP.
029400 01  Weekday-Sub                     PIC 9(01) COMP.
029500
029600 01  Branch-Work.
029700     05  Day-In-Amount               PIC S9(9)V99.
029800     05  Day-Out-Amount              PIC S9(9)V99.
029900     05  Projected-Day-In            PIC S9(9)V99.
030000     05  Projected-Day-Out           PIC S9(9)V99.
030100     05  Opening-Cash                PIC S9(11)V99.
030200     05  Running-Cash                PIC S9(11)V99.
030300     05  Projected-Low               PIC S9(11)V99.
030400     05  Projected-In-Total          PIC S9(11)V99.
030500     05  Projected-Out-Total         PIC S9(11)V99.
030600     05  Shipment-Amount             PIC S9(11)V99.
030700     05  Recommended-Amount          PIC 9(09).
030800     05  Unit-Count                  PIC 9(09).
030900     05  Mix-Total                   PIC 9(04).
031000     05  Group-Allotted              PIC 9(09).
031100     05  Group-Amount                PIC 9(09) OCCURS 4 TIMES.
031200     05  Drawer-Day-Count            PIC 9(03) COMP.
031300     05  Item-Day-Count              PIC 9(03) COMP.
031400     05  Prior-Actual-In             PIC S9(11)V99.
031500     05  Prior-Actual-Out            PIC S9(11)V99.
031600     05  Prior-Projected-Net         PIC S9(11).
031700     05  Prior-Actual-Net            PIC S9(11).
031800     05  Prior-Error-Work            PIC S9(07)V9.
031900 01  Group-Sub                       PIC 9(01) COMP.
032000 01  Position-Switch                 PIC X(01).
032100     88  Position-Known              VALUE "Y".
032200     88  Position-Stale              VALUE "N".
032300 01  Recommendation                  PIC X(01).
032400     88  Recommend-Order             VALUE "O".
032500     88  Recommend-Return            VALUE "R".
032600     88  Recommend-None              VALUE "N".
032700 01  Measure-Switch                  PIC X(01).
032800     88  Prior-Measured              VALUE "Y".
032900     88  Prior-Not-Measured          VALUE "N".
033000
033100*    GROUP NAMES FOR THE PRINTED SPLIT, IN VLTLIMIT ORDER.
033200 01  Group-Name-Values.
033300     05  FILLER                      PIC X(12) VALUE "HUNDREDS".
033400     05  FILLER                      PIC X(12) VALUE "50S/20S".
033500     05  FILLER                      PIC X(12) VALUE "10S/5S/1S".
033600     05  FILLER                      PIC X(12) VALUE "COIN".
033700 01  Group-Name-Table REDEFINES Group-Name-Values.
033800     05  Group-Name                  PIC X(12) OCCURS 4 TIMES.
033900
034000 01  Edited-Cash                     PIC -(9)9.
034100 01  Edited-Cash-2                   PIC -(9)9.
034200 01  Edited-Pct                      PIC -(3)9.9.
034300 01  Edited-Count                    PIC ZZ9.
034400 01  Flag-Text                       PIC X(30).
034500
034600 01  Run-Counters.
034700     05  Limit-Rows-Read             PIC 9(7) COMP.
034800     05  Branches-Planned            PIC 9(7) COMP.
034900     05  Orders-Recommended          PIC 9(7) COMP.
035000     05  Returns-Recommended         PIC 9(7) COMP.
035100     05  No-Shipment-Needed          PIC 9(7) COMP.
035200     05  Stale-Counts                PIC 9(7) COMP.
035300     05  Drawer-Rows-Used            PIC 9(7) COMP.
035400     05  Teller-Items-Used           PIC 9(7) COMP.
035500     05  Shipments-Used              PIC 9(7) COMP.
035600     05  Unknown-Branch-Rows         PIC 9(7) COMP.
035700     05  Forecasts-Measured          PIC 9(7) COMP.
035800     05  Forecasts-Written           PIC 9(7) COMP.
035900     05  Rerun-Not-Written           PIC 9(7) COMP.
036000     05  Branch-Overflow-Count       PIC 9(7) COMP.
036100 01  Run-Totals.
036200     05  Order-Total                 PIC 9(11).
036300     05  Return-Total                PIC 9(11).
036400     05  Abs-Error-Total             PIC 9(07)V9.
036500 01  Mean-Abs-Error                  PIC 9(05)V9.
036600
036700 PROCEDURE DIVISION.
036800
036900 0000-MAINLINE.
037000     CALL "BatchStepTimer" USING "STEP012D", "S"
037100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
037200     IF Is-Week-End
037300         PERFORM 2000-LOAD-LIMITS THRU 2000-LOAD-LIMITS-EXIT
037400         PERFORM 3000-LOAD-DRAWER-HISTORY
037500             THRU 3000-LOAD-DRAWER-HISTORY-EXIT
037600         PERFORM 3500-LOAD-TELLER-ITEMS
037700             THRU 3500-LOAD-TELLER-ITEMS-EXIT
037800         PERFORM 4000-LOAD-PRIOR-FORECASTS
037900             THRU 4000-LOAD-PRIOR-FORECASTS-EXIT
038000         PERFORM 4500-LOAD-SHIPMENTS THRU 4500-LOAD-SHIPMENTS-EXIT
038100         PERFORM 5000-FORECAST-BRANCHES
038200             THRU 5000-FORECAST-BRANCHES-EXIT
038300         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
038400         IF Stale-Counts > 0 OR Branch-Overflow-Count > 0
038500             MOVE 4 TO RETURN-CODE
038600         END-IF
038700     ELSE
038800         MOVE 4 TO RETURN-CODE
038900     END-IF
039000     IF Holcal-File-Open
039100         CLOSE HOLCAL
039200     END-IF
039300     CALL "BatchStepTimer" USING "STEP012D", "E"
039400     STOP RUN.
039500
039600*****************************************************************
039700*    ONLY THE LAST BUSINESS DAY OF THE WEEK RUNS: THE NIGHT     *
039800*    WHOSE NEXT BUSINESS DAY FALLS IN THE FOLLOWING WEEK. THE   *
039900*    CALENDAR FOR THE HISTORY WINDOW AND THE COMING WEEK IS     *
040000*    BUILT HERE ONCE FOR ALL BRANCHES.                          *
040100*****************************************************************
040200 1000-INITIALIZE.
040300     INITIALIZE Run-Counters
040400     INITIALIZE Run-Totals
040500     MOVE ZERO TO Branch-Count
040600     SET Not-Week-End TO TRUE
040700*> The week is planned from the shop business date, not the
040800*> wall clock.
040900     OPEN INPUT RUNCTLIN
041000     IF Runctlin-OK
041100         READ RUNCTLIN
041200             AT END
041300                 SET Runctlin-Not-Found TO TRUE
041400         END-READ
041500     END-IF
041600     IF Runctlin-OK
041700         MOVE RI-BUSINESS-DATE TO As-Of-Date
041800         CLOSE RUNCTLIN
041900     ELSE
042000         ACCEPT As-Of-Date FROM DATE YYYYMMDD
042100     END-IF
042200     PERFORM 1100-TAKE-PARMS THRU 1100-TAKE-PARMS-EXIT
042300     OPEN INPUT HOLCAL
042400     IF Holcal-OK
042500         SET Holcal-File-Open TO TRUE
042600     ELSE
042700         SET Holcal-File-Absent TO TRUE
042800         DISPLAY "HOLCAL not available - weekends only are"
042900             " closed."
043000     END-IF
043100     COMPUTE As-Of-Integer = FUNCTION INTEGER-OF-DATE(As-Of-Date)
043200     COMPUTE As-Of-Day-Of-Week = FUNCTION MOD(As-Of-Integer, 7)
043300     MOVE As-Of-Integer TO Scan-Integer-Date
043400     PERFORM 1300-FIND-NEXT-BUSINESS-DAY
043500         THRU 1300-FIND-NEXT-BUSINESS-DAY-EXIT
043600     IF As-Of-Day-Of-Week + Next-Business-Integer - As-Of-Integer
043700             < 7
043800         DISPLAY "VAULT CASH FORECAST - " As-Of-Date
043900             " is not the last business day of the week"
044000             " - skipping."
044100         GO TO 1000-INITIALIZE-EXIT
044200     END-IF
044300     SET Is-Week-End TO TRUE
044400
044500     MOVE Next-Business-Integer TO Week-Start-Integer
044600     MOVE FUNCTION DATE-OF-INTEGER(Week-Start-Integer)
044700         TO Week-Start-Date
044800     MOVE FUNCTION DATE-OF-INTEGER(Week-Start-Integer + 6)
044900         TO Week-End-Date
045000     COMPUTE Window-Start-Integer =
045100         As-Of-Integer - History-Days + 1
045200     MOVE FUNCTION DATE-OF-INTEGER(Window-Start-Integer)
045300         TO Window-Start-Date
045400     MOVE FUNCTION DATE-OF-INTEGER(Window-Start-Integer - 1)
045500         TO Count-Floor-Date
045600     COMPUTE Lookback-Start-Sub =
045700         History-Days - Lookback-Weeks * 7 + 1
045800     PERFORM 1400-BUILD-CALENDAR-DAY
045900         THRU 1400-BUILD-CALENDAR-DAY-EXIT
046000         VARYING Day-Sub FROM 1 BY 1
046100         UNTIL Day-Sub > History-Days
046200     PERFORM 1500-BUILD-HORIZON-DAY
046300         THRU 1500-BUILD-HORIZON-DAY-EXIT
046400         VARYING Horizon-Sub FROM 1 BY 1
046500         UNTIL Horizon-Sub > 7
046600     DISPLAY "VAULT CASH FORECAST - WEEK OF " Week-Start-Date
046700         " THROUGH " Week-End-Date " (AS OF " As-Of-Date ")"
046800     DISPLAY "=================================================="
046900     MOVE Lookback-Weeks TO Edited-Count
047000     DISPLAY "Lookback weeks " Edited-Count
047100         "   paydays " Payday-Day-1 " and " Payday-Day-2
047200         "   shipment unit " Shipment-Unit.
047300 1000-INITIALIZE-EXIT.
047400     EXIT.
047500
047600*****************************************************************
047700*    VLTPARM IS OPTIONAL. A ZERO FIELD TAKES THE SHOP DEFAULT.  *
047800*****************************************************************
047900 1100-TAKE-PARMS.
048000     MOVE Default-Lookback-Weeks TO Lookback-Weeks
048100     MOVE Default-Payday-Day-1 TO Payday-Day-1
048200     MOVE Default-Payday-Day-2 TO Payday-Day-2
048300     MOVE Default-Payday-Out-Pct TO Payday-Out-Pct
048400     MOVE Default-Holiday-Out-Pct TO Holiday-Out-Pct
048500     MOVE Default-Monthend-Out-Pct TO Monthend-Out-Pct
048600     MOVE Default-Shipment-Unit TO Shipment-Unit
048700     OPEN INPUT VLTPARM
048800     IF NOT Vltparm-OK
048900         GO TO 1100-TAKE-PARMS-EXIT
049000     END-IF
049100     READ VLTPARM
049200         AT END
049300             CLOSE VLTPARM
049400             GO TO 1100-TAKE-PARMS-EXIT
049500     END-READ
049600     CLOSE VLTPARM
049700     IF VT-LOOKBACK-WEEKS NUMERIC AND VT-LOOKBACK-WEEKS > 0
049800         MOVE VT-LOOKBACK-WEEKS TO Lookback-Weeks
049900     END-IF
050000     IF Lookback-Weeks > Max-Lookback-Weeks
050100         MOVE Max-Lookback-Weeks TO Lookback-Weeks
050200     END-IF
050300     IF VT-PAYDAY-DAY-1 NUMERIC AND VT-PAYDAY-DAY-1 > 0
050400         MOVE VT-PAYDAY-DAY-1 TO Payday-Day-1
050500     END-IF
050600     IF VT-PAYDAY-DAY-2 NUMERIC AND VT-PAYDAY-DAY-2 > 0
050700         MOVE VT-PAYDAY-DAY-2 TO Payday-Day-2
050800     END-IF
050900     IF VT-PAYDAY-OUT-PCT NUMERIC AND VT-PAYDAY-OUT-PCT > 0
051000         MOVE VT-PAYDAY-OUT-PCT TO Payday-Out-Pct
051100     END-IF
051200     IF VT-HOLIDAY-OUT-PCT NUMERIC AND VT-HOLIDAY-OUT-PCT > 0
051300         MOVE VT-HOLIDAY-OUT-PCT TO Holiday-Out-Pct
051400     END-IF
051500     IF VT-MONTHEND-OUT-PCT NUMERIC AND VT-MONTHEND-OUT-PCT > 0
051600         MOVE VT-MONTHEND-OUT-PCT TO Monthend-Out-Pct
051700     END-IF
051800     IF VT-SHIPMENT-UNIT NUMERIC AND VT-SHIPMENT-UNIT > 0
051900         MOVE VT-SHIPMENT-UNIT TO Shipment-Unit
052000     END-IF.
052100 1100-TAKE-PARMS-EXIT.
052200     EXIT.
052300
052400*> Weekends and HOLCAL holidays are closed.
052500 1200-TEST-BUSINESS-DAY.
052600     MOVE FUNCTION DATE-OF-INTEGER(Candidate-Integer-Date)
052700         TO Candidate-Date
052800     COMPUTE Candidate-Day-Of-Week =
052900         FUNCTION MOD(Candidate-Integer-Date, 7)
053000     SET Not-Holiday TO TRUE
053100     IF Holcal-File-Open
053200         MOVE Candidate-Date TO HC-HOLIDAY-DATE
053300         READ HOLCAL
053400             INVALID KEY
053500                 CONTINUE
053600             NOT INVALID KEY
053700                 SET Is-Holiday TO TRUE
053800         END-READ
053900     END-IF
054000     IF Candidate-Day-Of-Week = 6 OR Candidate-Day-Of-Week = 0
054100             OR Is-Holiday
054200         SET Not-Business-Day TO TRUE
054300     ELSE
054400         SET Is-Business-Day TO TRUE
054500     END-IF.
054600 1200-TEST-BUSINESS-DAY-EXIT.
054700     EXIT.
054800
054900*> The first business day after Scan-Integer-Date.
055000 1300-FIND-NEXT-BUSINESS-DAY.
055100     MOVE Scan-Integer-Date TO Candidate-Integer-Date
055200     SET Not-Business-Day TO TRUE
055300     PERFORM 1310-STEP-ONE-DAY THRU 1310-STEP-ONE-DAY-EXIT
055400         UNTIL Is-Business-Day
055500     MOVE Candidate-Integer-Date TO Next-Business-Integer.
055600 1300-FIND-NEXT-BUSINESS-DAY-EXIT.
055700     EXIT.
055800
055900 1310-STEP-ONE-DAY.
056000     ADD 1 TO Candidate-Integer-Date
056100     PERFORM 1200-TEST-BUSINESS-DAY
056200         THRU 1200-TEST-BUSINESS-DAY-EXIT.
056300 1310-STEP-ONE-DAY-EXIT.
056400     EXIT.
056500
056600 1400-BUILD-CALENDAR-DAY.
056700     COMPUTE Candidate-Integer-Date =
056800         Window-Start-Integer + Day-Sub - 1
056900     PERFORM 1200-TEST-BUSINESS-DAY
057000         THRU 1200-TEST-BUSINESS-DAY-EXIT
057100     MOVE Candidate-Day-Of-Week TO KD-DAY-OF-WEEK (Day-Sub)
057200     IF Is-Business-Day
057300         MOVE "Y" TO KD-OPEN-FLAG (Day-Sub)
057400     ELSE
057500         MOVE "N" TO KD-OPEN-FLAG (Day-Sub)
057600     END-IF.
057700 1400-BUILD-CALENDAR-DAY-EXIT.
057800     EXIT.
057900
058000*****************************************************************
058100*    AN OPEN DAY OF THE COMING WEEK IS A PAYDAY IF IT, OR ANY   *
058200*    CLOSED DAY BEFORE THE NEXT BUSINESS DAY, IS ONE OF THE     *
058300*    PAYDAY DAYS OF THE MONTH; IT IS A HOLIDAY EVE IF A HOLCAL  *
058400*    HOLIDAY FALLS BEFORE THE NEXT BUSINESS DAY; IT IS MONTH-   *
058500*    END IF THE NEXT BUSINESS DAY IS IN ANOTHER MONTH. THE      *
058600*    UPLIFTS ADD.                                               *
058700*****************************************************************
058800 1500-BUILD-HORIZON-DAY.
058900     COMPUTE Candidate-Integer-Date =
059000         Week-Start-Integer + Horizon-Sub - 1
059100     PERFORM 1200-TEST-BUSINESS-DAY
059200         THRU 1200-TEST-BUSINESS-DAY-EXIT
059300     MOVE Candidate-Date TO HZ-DATE (Horizon-Sub)
059400     MOVE Candidate-Day-Of-Week TO HZ-DAY-OF-WEEK (Horizon-Sub)
059500     MOVE "N" TO HZ-PAYDAY-FLAG (Horizon-Sub)
059600     MOVE "N" TO HZ-HOLIDAY-EVE-FLAG (Horizon-Sub)
059700     MOVE "N" TO HZ-MONTH-END-FLAG (Horizon-Sub)
059800     MOVE ZERO TO HZ-UPLIFT-PCT (Horizon-Sub)
059900     IF Not-Business-Day
060000         MOVE "N" TO HZ-OPEN-FLAG (Horizon-Sub)
060100         GO TO 1500-BUILD-HORIZON-DAY-EXIT
060200     END-IF
060300     MOVE "Y" TO HZ-OPEN-FLAG (Horizon-Sub)
060400     MOVE Candidate-Month TO Horizon-Month
060500     MOVE Candidate-Integer-Date TO Horizon-Integer-Date
060600     MOVE Candidate-Integer-Date TO Scan-Integer-Date
060700     PERFORM 1300-FIND-NEXT-BUSINESS-DAY
060800         THRU 1300-FIND-NEXT-BUSINESS-DAY-EXIT
060900     MOVE Horizon-Integer-Date TO Candidate-Integer-Date
061000     PERFORM 1510-CHECK-COVERED-DAY
061100         THRU 1510-CHECK-COVERED-DAY-EXIT
061200         UNTIL Candidate-Integer-Date NOT < Next-Business-Integer
061300     MOVE FUNCTION DATE-OF-INTEGER(Next-Business-Integer)
061400         TO Candidate-Date
061500     IF Candidate-Month NOT = Horizon-Month
061600         MOVE "Y" TO HZ-MONTH-END-FLAG (Horizon-Sub)
061700         ADD Monthend-Out-Pct TO HZ-UPLIFT-PCT (Horizon-Sub)
061800     END-IF
061900     IF HZ-PAYDAY-FLAG (Horizon-Sub) = "Y"
062000         ADD Payday-Out-Pct TO HZ-UPLIFT-PCT (Horizon-Sub)
062100     END-IF
062200     IF HZ-HOLIDAY-EVE-FLAG (Horizon-Sub) = "Y"
062300         ADD Holiday-Out-Pct TO HZ-UPLIFT-PCT (Horizon-Sub)
062400     END-IF.
062500 1500-BUILD-HORIZON-DAY-EXIT.
062600     EXIT.
062700
062800 1510-CHECK-COVERED-DAY.
062900     PERFORM 1200-TEST-BUSINESS-DAY
063000         THRU 1200-TEST-BUSINESS-DAY-EXIT
063100     IF Candidate-Day = Payday-Day-1
063200             OR Candidate-Day = Payday-Day-2
063300         MOVE "Y" TO HZ-PAYDAY-FLAG (Horizon-Sub)
063400     END-IF
063500     IF Is-Holiday
063600             AND Candidate-Integer-Date > Horizon-Integer-Date
063700         MOVE "Y" TO HZ-HOLIDAY-EVE-FLAG (Horizon-Sub)
063800     END-IF
063900     ADD 1 TO Candidate-Integer-Date.
064000 1510-CHECK-COVERED-DAY-EXIT.
064100     EXIT.
064200
064300*****************************************************************
064400*    VLTLIMIT - ONE ROW PER BRANCH THAT KEEPS A VAULT, WITH ITS *
064500*    LIMITS, LAST VAULT COUNT AND DENOMINATION MIX.             *
064600*****************************************************************
064700 2000-LOAD-LIMITS.
064800     OPEN INPUT VLTLIMIT
064900     IF NOT Vltlimit-OK
065000         DISPLAY "VLTLIMIT open failed - " Vltlimit-File-Status
065100         MOVE 16 TO RETURN-CODE
065200         STOP RUN
065300     END-IF
065400     READ VLTLIMIT
065500         AT END
065600             SET Vltlimit-EOF TO TRUE
065700     END-READ
065800     PERFORM 2100-LOAD-ONE-LIMIT THRU 2100-LOAD-ONE-LIMIT-EXIT
065900         UNTIL Vltlimit-EOF
066000     CLOSE VLTLIMIT.
066100 2000-LOAD-LIMITS-EXIT.
066200     EXIT.
066300
066400 2100-LOAD-ONE-LIMIT.
066500     ADD 1 TO Limit-Rows-Read
066600     IF Branch-Count NOT < Max-Branches
066700         ADD 1 TO Branch-Overflow-Count
066800         DISPLAY "VLTLIMIT: branch table full - " VL-BRANCH-CODE
066900             " not forecast."
067000         GO TO 2100-READ-NEXT
067100     END-IF
067200     ADD 1 TO Branch-Count
067300     MOVE Branch-Count TO Branch-Sub
067400     INITIALIZE Branch-Entry (Branch-Sub)
067500     MOVE VL-BRANCH-CODE TO BR-BRANCH-CODE (Branch-Sub)
067600     IF VL-MIN-CASH NUMERIC
067700         MOVE VL-MIN-CASH TO BR-MIN-CASH (Branch-Sub)
067800     END-IF
067900     IF VL-MAX-CASH NUMERIC
068000         MOVE VL-MAX-CASH TO BR-MAX-CASH (Branch-Sub)
068100     END-IF
068200     IF VL-COUNTED-CASH NUMERIC AND VL-COUNT-DATE NUMERIC
068300         MOVE VL-COUNTED-CASH TO BR-COUNTED-CASH (Branch-Sub)
068400         MOVE VL-COUNT-DATE TO BR-COUNT-DATE (Branch-Sub)
068500     END-IF
068600     IF VL-DENOMINATION-MIX NUMERIC
068700         MOVE VL-DENOMINATION-MIX
068800             TO BR-DENOMINATION-MIX (Branch-Sub)
068900     END-IF
069000     MOVE "N" TO BR-FORECAST-DONE-FLAG (Branch-Sub)
069100     MOVE "N" TO BR-PRIOR-FOUND-FLAG (Branch-Sub).
069200
069300 2100-READ-NEXT.
069400     READ VLTLIMIT
069500         AT END
069600             SET Vltlimit-EOF TO TRUE
069700     END-READ.
069800 2100-LOAD-ONE-LIMIT-EXIT.
069900     EXIT.
070000
070100*****************************************************************
070200*    DRWRHIST - ONE ROW PER PROVED DRAWER. ROWS WRITTEN BEFORE  *
070300*    THE CASH FIGURES WERE CARRIED HAVE NO CASH IN OR OUT AND   *
070400*    ARE PASSED OVER.                                           *
070500*****************************************************************
070600 3000-LOAD-DRAWER-HISTORY.
070700     OPEN INPUT DRWRHIST
070800     IF NOT Drwrhist-OK
070900         DISPLAY "DRWRHIST not available - teller items stand in."
071000         GO TO 3000-LOAD-DRAWER-HISTORY-EXIT
071100     END-IF
071200     READ DRWRHIST
071300         AT END
071400             SET Drwrhist-EOF TO TRUE
071500     END-READ
071600     PERFORM 3100-TAKE-DRAWER-ROW THRU 3100-TAKE-DRAWER-ROW-EXIT
071700         UNTIL Drwrhist-EOF
071800     CLOSE DRWRHIST.
071900 3000-LOAD-DRAWER-HISTORY-EXIT.
072000     EXIT.
072100
072200 3100-TAKE-DRAWER-ROW.
072300     IF DH-PROOF-DATE NOT NUMERIC
072400             OR DH-CASH-IN NOT NUMERIC
072500             OR DH-CASH-OUT NOT NUMERIC
072600         GO TO 3100-READ-NEXT
072700     END-IF
072800     IF DH-PROOF-DATE < Window-Start-Date
072900             OR DH-PROOF-DATE > As-Of-Date
073000         GO TO 3100-READ-NEXT
073100     END-IF
073200     MOVE DH-BRANCH-CODE TO Search-Branch-Code
073300     PERFORM 6000-FIND-BRANCH THRU 6000-FIND-BRANCH-EXIT
073400     IF Found-Sub = 0
073500         ADD 1 TO Unknown-Branch-Rows
073600         GO TO 3100-READ-NEXT
073700     END-IF
073800     COMPUTE Day-Sub = FUNCTION INTEGER-OF-DATE(DH-PROOF-DATE)
073900         - Window-Start-Integer + 1
074000     ADD DH-CASH-IN TO BR-DRAWER-IN (Found-Sub, Day-Sub)
074100     ADD DH-CASH-OUT TO BR-DRAWER-OUT (Found-Sub, Day-Sub)
074200     MOVE "Y" TO BR-DRAWER-FLAG (Found-Sub, Day-Sub)
074300     ADD 1 TO Drawer-Rows-Used.
074400
074500 3100-READ-NEXT.
074600     READ DRWRHIST
074700         AT END
074800             SET Drwrhist-EOF TO TRUE
074900     END-READ.
075000 3100-TAKE-DRAWER-ROW-EXIT.
075100     EXIT.
075200
075300*****************************************************************
075400*    TRNHIST TELLER-WINDOW ITEMS, USED FOR ANY BRANCH-DAY WITH  *
075500*    NO PROVED DRAWER. AN ITEM WITH NO BRANCH CODE BELONGS TO   *
075600*    THE ACCOUNT'S HOME BRANCH.                                 *
075700*****************************************************************
075800 3500-LOAD-TELLER-ITEMS.
075900     OPEN INPUT TRANHIST
076000     IF NOT Tranhist-OK
076100         DISPLAY "TRANHIST not available - drawer history only."
076200         GO TO 3500-LOAD-TELLER-ITEMS-EXIT
076300     END-IF
076400     OPEN INPUT ACCTMSTR
076500     IF Acctmstr-OK
076600         SET Acctmstr-File-Open TO TRUE
076700     ELSE
076800         SET Acctmstr-File-Absent TO TRUE
076900     END-IF
077000     READ TRANHIST
077100         AT END
077200             SET Tranhist-EOF TO TRUE
077300     END-READ
077400     PERFORM 3600-TAKE-TELLER-ITEM THRU 3600-TAKE-TELLER-ITEM-EXIT
077500         UNTIL Tranhist-EOF
077600     CLOSE TRANHIST
077700     IF Acctmstr-File-Open
077800         CLOSE ACCTMSTR
077900     END-IF.
078000 3500-LOAD-TELLER-ITEMS-EXIT.
078100     EXIT.
078200
078300 3600-TAKE-TELLER-ITEM.
078400     IF HT-TRANS-DATE < Window-Start-Date
078500             OR HT-TRANS-DATE > As-Of-Date
078600         GO TO 3600-READ-NEXT
078700     END-IF
078800     IF HT-SOURCE-CHANNEL NOT = Teller-Channel
078900             AND HT-SOURCE-CHANNEL NOT = SPACES
079000         GO TO 3600-READ-NEXT
079100     END-IF
079200     IF HT-BRANCH-CODE = SPACES OR HT-BRANCH-CODE = LOW-VALUES
079300         IF Acctmstr-File-Absent
079400             GO TO 3600-READ-NEXT
079500         END-IF
079600         MOVE HT-ACCOUNT-NUMBER TO MF-ACCOUNT-NUMBER
079700         READ ACCTMSTR
079800             INVALID KEY
079900                 CONTINUE
080000         END-READ
080100         IF NOT Acctmstr-OK
080200             GO TO 3600-READ-NEXT
080300         END-IF
080400         MOVE MF-BRANCH-CODE TO Search-Branch-Code
080500     ELSE
080600         MOVE HT-BRANCH-CODE TO Search-Branch-Code
080700     END-IF
080800     PERFORM 6000-FIND-BRANCH THRU 6000-FIND-BRANCH-EXIT
080900     IF Found-Sub = 0
081000         GO TO 3600-READ-NEXT
081100     END-IF
081200     COMPUTE Day-Sub = FUNCTION INTEGER-OF-DATE(HT-TRANS-DATE)
081300         - Window-Start-Integer + 1
081400     IF HT-DEPOSIT
081500         ADD HT-TRANS-AMOUNT TO BR-ITEM-IN (Found-Sub, Day-Sub)
081600         ADD 1 TO Teller-Items-Used
081700     END-IF
081800     IF HT-WITHDRAWAL
081900         ADD HT-TRANS-AMOUNT TO BR-ITEM-OUT (Found-Sub, Day-Sub)
082000         ADD 1 TO Teller-Items-Used
082100     END-IF.
082200
082300 3600-READ-NEXT.
082400     READ TRANHIST
082500         AT END
082600             SET Tranhist-EOF TO TRUE
082700     END-READ.
082800 3600-TAKE-TELLER-ITEM-EXIT.
082900     EXIT.
083000
083100*****************************************************************
083200*    VLTFCST - THE LATEST FORECAST FOR EACH BRANCH WHOSE WEEK   *
083300*    HAS BEGUN IS THE ONE MEASURED TONIGHT. A ROW ALREADY       *
083400*    WRITTEN FOR TONIGHT'S DATE MEANS THIS IS A RERUN.          *
083500*****************************************************************
083600 4000-LOAD-PRIOR-FORECASTS.
083700     OPEN INPUT VLTFCST
083800     IF NOT Vltfcst-OK
083900         DISPLAY "VLTFCST not on file - no prior forecast to"
084000             " measure."
084100         GO TO 4000-LOAD-PRIOR-FORECASTS-EXIT
084200     END-IF
084300     READ VLTFCST
084400         AT END
084500             SET Vltfcst-EOF TO TRUE
084600     END-READ
084700     PERFORM 4100-TAKE-PRIOR-FORECAST
084800         THRU 4100-TAKE-PRIOR-FORECAST-EXIT
084900         UNTIL Vltfcst-EOF
085000     CLOSE VLTFCST.
085100 4000-LOAD-PRIOR-FORECASTS-EXIT.
085200     EXIT.
085300
085400 4100-TAKE-PRIOR-FORECAST.
085500     MOVE VF-BRANCH-CODE TO Search-Branch-Code
085600     PERFORM 6000-FIND-BRANCH THRU 6000-FIND-BRANCH-EXIT
085700     IF Found-Sub = 0
085800         GO TO 4100-READ-NEXT
085900     END-IF
086000     IF VF-FORECAST-DATE = As-Of-Date
086100         MOVE "Y" TO BR-FORECAST-DONE-FLAG (Found-Sub)
086200         GO TO 4100-READ-NEXT
086300     END-IF
086400     IF VF-FORECAST-DATE > As-Of-Date
086500             OR VF-WEEK-START-DATE > As-Of-Date
086600         GO TO 4100-READ-NEXT
086700     END-IF
086800     IF BR-PRIOR-FOUND-FLAG (Found-Sub) = "Y"
086900             AND VF-FORECAST-DATE
087000                 NOT > BR-PRIOR-FORECAST-DATE (Found-Sub)
087100         GO TO 4100-READ-NEXT
087200     END-IF
087300     MOVE "Y" TO BR-PRIOR-FOUND-FLAG (Found-Sub)
087400     MOVE VF-FORECAST-DATE TO BR-PRIOR-FORECAST-DATE (Found-Sub)
087500     MOVE VF-WEEK-START-DATE TO BR-PRIOR-WEEK-START (Found-Sub)
087600     MOVE VF-WEEK-END-DATE TO BR-PRIOR-WEEK-END (Found-Sub)
087700     MOVE VF-PROJECTED-IN TO BR-PRIOR-PROJECTED-IN (Found-Sub)
087800     MOVE VF-PROJECTED-OUT TO BR-PRIOR-PROJECTED-OUT (Found-Sub)
087900     MOVE VF-RECOMMENDATION TO BR-PRIOR-RECOMMENDATION (Found-Sub)
088000     MOVE VF-RECOMMENDED-AMOUNT
088100         TO BR-PRIOR-RECOMMENDED (Found-Sub).
088200
088300 4100-READ-NEXT.
088400     READ VLTFCST
088500         AT END
088600             SET Vltfcst-EOF TO TRUE
088700     END-READ.
088800 4100-TAKE-PRIOR-FORECAST-EXIT.
088900     EXIT.
089000
089100*****************************************************************
089200*    VLTSHIP - A SHIPMENT AFTER THE VAULT COUNT MOVES THE       *
089300*    OPENING POSITION; ONE AFTER THE PRIOR FORECAST WAS MADE    *
089400*    AND WITHIN ITS WEEK IS WHAT WAS DONE WITH THAT FORECAST.   *
089500*    ORDERS ADD, RETURNS SUBTRACT.                              *
089600*****************************************************************
089700 4500-LOAD-SHIPMENTS.
089800     OPEN INPUT VLTSHIP
089900     IF NOT Vltship-OK
090000         DISPLAY "VLTSHIP not on file - no shipments recorded."
090100         GO TO 4500-LOAD-SHIPMENTS-EXIT
090200     END-IF
090300     READ VLTSHIP
090400         AT END
090500             SET Vltship-EOF TO TRUE
090600     END-READ
090700     PERFORM 4600-TAKE-SHIPMENT THRU 4600-TAKE-SHIPMENT-EXIT
090800         UNTIL Vltship-EOF
090900     CLOSE VLTSHIP.
091000 4500-LOAD-SHIPMENTS-EXIT.
091100     EXIT.
091200
091300 4600-TAKE-SHIPMENT.
091400     IF VS-SHIP-DATE NOT NUMERIC OR VS-TOTAL-AMOUNT NOT NUMERIC
091500         GO TO 4600-READ-NEXT
091600     END-IF
091700     IF VS-SHIP-DATE > As-Of-Date
091800         GO TO 4600-READ-NEXT
091900     END-IF
092000     MOVE VS-BRANCH-CODE TO Search-Branch-Code
092100     PERFORM 6000-FIND-BRANCH THRU 6000-FIND-BRANCH-EXIT
092200     IF Found-Sub = 0
092300         GO TO 4600-READ-NEXT
092400     END-IF
092500     IF VS-Order-Received
092600         MOVE VS-TOTAL-AMOUNT TO Shipment-Amount
092700     ELSE
092800         COMPUTE Shipment-Amount = 0 - VS-TOTAL-AMOUNT
092900     END-IF
093000     ADD 1 TO Shipments-Used
093100     IF VS-SHIP-DATE > BR-COUNT-DATE (Found-Sub)
093200         ADD Shipment-Amount TO BR-SHIPPED-SINCE-COUNT (Found-Sub)
093300     END-IF
093400     IF BR-PRIOR-FOUND-FLAG (Found-Sub) = "Y"
093500             AND VS-SHIP-DATE > BR-PRIOR-FORECAST-DATE (Found-Sub)
093600             AND VS-SHIP-DATE NOT > BR-PRIOR-WEEK-END (Found-Sub)
093700         ADD Shipment-Amount TO BR-PRIOR-SHIPPED-NET (Found-Sub)
093800     END-IF.
093900
094000 4600-READ-NEXT.
094100     READ VLTSHIP
094200         AT END
094300             SET Vltship-EOF TO TRUE
094400     END-READ.
094500 4600-TAKE-SHIPMENT-EXIT.
094600     EXIT.
094700
094800 5000-FORECAST-BRANCHES.
094900     OPEN EXTEND VLTFCST
095000     PERFORM 5100-FORECAST-BRANCH THRU 5100-FORECAST-BRANCH-EXIT
095100         VARYING Branch-Sub FROM 1 BY 1
095200         UNTIL Branch-Sub > Branch-Count
095300     CLOSE VLTFCST.
095400 5000-FORECAST-BRANCHES-EXIT.
095500     EXIT.
095600
095700 5100-FORECAST-BRANCH.
095800     ADD 1 TO Branches-Planned
095900     INITIALIZE Branch-Work
096000     DISPLAY " "
096100     MOVE BR-MIN-CASH (Branch-Sub) TO Edited-Cash
096200     MOVE BR-MAX-CASH (Branch-Sub) TO Edited-Cash-2
096300     DISPLAY "BRANCH " BR-BRANCH-CODE (Branch-Sub)
096400         "   MINIMUM " Edited-Cash "   MAXIMUM " Edited-Cash-2
096500     PERFORM 5200-AVERAGE-WEEKDAYS THRU 5200-AVERAGE-WEEKDAYS-EXIT
096600     PERFORM 5300-OPENING-POSITION THRU 5300-OPENING-POSITION-EXIT
096700     PERFORM 5400-PROJECT-WEEK THRU 5400-PROJECT-WEEK-EXIT
096800     PERFORM 5500-RECOMMEND THRU 5500-RECOMMEND-EXIT
096900     PERFORM 5600-MEASURE-PRIOR THRU 5600-MEASURE-PRIOR-EXIT
097000     PERFORM 5700-WRITE-FORECAST THRU 5700-WRITE-FORECAST-EXIT.
097100 5100-FORECAST-BRANCH-EXIT.
097200     EXIT.
097300
097400*> In and out averaged by weekday over the open lookback days.
097500 5200-AVERAGE-WEEKDAYS.
097600     INITIALIZE Weekday-Table
097700     PERFORM 5210-AVERAGE-ONE-DAY THRU 5210-AVERAGE-ONE-DAY-EXIT
097800         VARYING Day-Sub FROM Lookback-Start-Sub BY 1
097900         UNTIL Day-Sub > History-Days
098000     MOVE Drawer-Day-Count TO Edited-Count
098100     DISPLAY "  HISTORY: " Edited-Count
098200         " DAYS FROM PROVED DRAWERS"
098300         WITH NO ADVANCING
098400     MOVE Item-Day-Count TO Edited-Count
098500     DISPLAY ", " Edited-Count " FROM TELLER ITEMS".
098600 5200-AVERAGE-WEEKDAYS-EXIT.
098700     EXIT.
098800
098900 5210-AVERAGE-ONE-DAY.
099000     IF KD-OPEN-FLAG (Day-Sub) NOT = "Y"
099100         GO TO 5210-AVERAGE-ONE-DAY-EXIT
099200     END-IF
099300     PERFORM 5900-DAY-FLOWS THRU 5900-DAY-FLOWS-EXIT
099400     MOVE KD-DAY-OF-WEEK (Day-Sub) TO Weekday-Sub
099500     ADD Day-In-Amount TO WK-IN-TOTAL (Weekday-Sub)
099600     ADD Day-Out-Amount TO WK-OUT-TOTAL (Weekday-Sub)
099700     ADD 1 TO WK-DAYS (Weekday-Sub).
099800 5210-AVERAGE-ONE-DAY-EXIT.
099900     EXIT.
100000
100100*****************************************************************
100200*    OPENING CASH: THE LAST VAULT COUNT, PLUS SHIPMENTS SINCE,  *
100300*    PLUS THE NET FLOW OF EVERY DAY AFTER THE COUNT THROUGH     *
100400*    TONIGHT. A COUNT OLDER THAN THE HISTORY WINDOW CANNOT BE   *
100500*    CARRIED FORWARD.                                           *
100600*****************************************************************
100700 5300-OPENING-POSITION.
100800     SET Position-Known TO TRUE
100900     IF BR-COUNT-DATE (Branch-Sub) = ZERO
101000             OR BR-COUNT-DATE (Branch-Sub) < Count-Floor-Date
101100             OR BR-COUNT-DATE (Branch-Sub) > As-Of-Date
101200         SET Position-Stale TO TRUE
101300         ADD 1 TO Stale-Counts
101400         DISPLAY "  *** VAULT COUNT DATED "
101500             BR-COUNT-DATE (Branch-Sub)
101600             " CANNOT BE CARRIED FORWARD -"
101700             " RECOUNT AND UPDATE VLTLIMIT"
101800         GO TO 5300-OPENING-POSITION-EXIT
101900     END-IF
102000     COMPUTE First-Day-Sub =
102100         FUNCTION INTEGER-OF-DATE(BR-COUNT-DATE (Branch-Sub))
102200         - Window-Start-Integer + 2
102300     COMPUTE Opening-Cash = BR-COUNTED-CASH (Branch-Sub)
102400         + BR-SHIPPED-SINCE-COUNT (Branch-Sub)
102500     PERFORM 5310-CARRY-ONE-DAY THRU 5310-CARRY-ONE-DAY-EXIT
102600         VARYING Day-Sub FROM First-Day-Sub BY 1
102700         UNTIL Day-Sub > History-Days
102800     MOVE BR-COUNTED-CASH (Branch-Sub) TO Edited-Cash
102900     MOVE Opening-Cash TO Edited-Cash-2
103000     DISPLAY "  COUNTED " Edited-Cash
103100         " ON " BR-COUNT-DATE (Branch-Sub)
103200         "   OPENING CASH " Edited-Cash-2.
103300 5300-OPENING-POSITION-EXIT.
103400     EXIT.
103500
103600 5310-CARRY-ONE-DAY.
103700     PERFORM 5900-DAY-FLOWS THRU 5900-DAY-FLOWS-EXIT
103800     ADD Day-In-Amount TO Opening-Cash
103900     SUBTRACT Day-Out-Amount FROM Opening-Cash.
104000 5310-CARRY-ONE-DAY-EXIT.
104100     EXIT.
104200
104300*> Each open day of the coming week takes its weekday average,
104400*> the pay-out raised by the day's uplift.
104500 5400-PROJECT-WEEK.
104600     MOVE Opening-Cash TO Running-Cash
104700     MOVE Opening-Cash TO Projected-Low
104800     DISPLAY "  DAY DATE             IN        OUT      CLOSE"
104900     PERFORM 5410-PROJECT-ONE-DAY THRU 5410-PROJECT-ONE-DAY-EXIT
105000         VARYING Horizon-Sub FROM 1 BY 1
105100         UNTIL Horizon-Sub > 7.
105200 5400-PROJECT-WEEK-EXIT.
105300     EXIT.
105400
105500 5410-PROJECT-ONE-DAY.
105600     IF HZ-OPEN-FLAG (Horizon-Sub) NOT = "Y"
105700         GO TO 5410-PROJECT-ONE-DAY-EXIT
105800     END-IF
105900     MOVE HZ-DAY-OF-WEEK (Horizon-Sub) TO Weekday-Sub
106000     IF WK-DAYS (Weekday-Sub) = 0
106100         MOVE ZERO TO Projected-Day-In
106200         MOVE ZERO TO Projected-Day-Out
106300     ELSE
106400         COMPUTE Projected-Day-In ROUNDED =
106500             WK-IN-TOTAL (Weekday-Sub) / WK-DAYS (Weekday-Sub)
106600         COMPUTE Projected-Day-Out ROUNDED =
106700             WK-OUT-TOTAL (Weekday-Sub) / WK-DAYS (Weekday-Sub)
106800             * (100 + HZ-UPLIFT-PCT (Horizon-Sub)) / 100
106900     END-IF
107000     ADD Projected-Day-In TO Projected-In-Total
107100     ADD Projected-Day-Out TO Projected-Out-Total
107200     ADD Projected-Day-In TO Running-Cash
107300     SUBTRACT Projected-Day-Out FROM Running-Cash
107400     IF Running-Cash < Projected-Low
107500         MOVE Running-Cash TO Projected-Low
107600     END-IF
107700     MOVE SPACES TO Flag-Text
107800     IF HZ-PAYDAY-FLAG (Horizon-Sub) = "Y"
107900         MOVE "PAYDAY" TO Flag-Text (1:7)
108000     END-IF
108100     IF HZ-HOLIDAY-EVE-FLAG (Horizon-Sub) = "Y"
108200         MOVE "HOLIDAY-EVE" TO Flag-Text (8:12)
108300     END-IF
108400     IF HZ-MONTH-END-FLAG (Horizon-Sub) = "Y"
108500         MOVE "MONTH-END" TO Flag-Text (20:10)
108600     END-IF
108700     COMPUTE Day-Name-Sub = HZ-DAY-OF-WEEK (Horizon-Sub) + 1
108800     MOVE Projected-Day-In TO Edited-Cash
108900     MOVE Projected-Day-Out TO Edited-Cash-2
109000     DISPLAY "  " Day-Name (Day-Name-Sub)
109100         " " HZ-DATE (Horizon-Sub)
109200         " " Edited-Cash " " Edited-Cash-2 WITH NO ADVANCING
109300     MOVE Running-Cash TO Edited-Cash
109400     DISPLAY " " Edited-Cash " " Flag-Text.
109500 5410-PROJECT-ONE-DAY-EXIT.
109600     EXIT.
109700
109800*****************************************************************
109900*    ORDER ENOUGH, IN WHOLE SHIPMENT UNITS, TO KEEP THE LOW     *
110000*    POINT AT THE MINIMUM. OTHERWISE RETURN WHAT THE CLOSE      *
110100*    RUNS OVER THE MAXIMUM, BUT NEVER SO MUCH THAT THE LOW      *
110200*    POINT WOULD FALL UNDER THE MINIMUM.                        *
110300*****************************************************************
110400 5500-RECOMMEND.
110500     SET Recommend-None TO TRUE
110600     IF Position-Stale
110700         GO TO 5500-RECOMMEND-EXIT
110800     END-IF
110900     IF Projected-Low < BR-MIN-CASH (Branch-Sub)
111000         COMPUTE Shipment-Amount =
111100             BR-MIN-CASH (Branch-Sub) - Projected-Low
111200         COMPUTE Unit-Count = Shipment-Amount / Shipment-Unit
111300         IF Unit-Count * Shipment-Unit < Shipment-Amount
111400             ADD 1 TO Unit-Count
111500         END-IF
111600         COMPUTE Recommended-Amount = Unit-Count * Shipment-Unit
111700         SET Recommend-Order TO TRUE
111800         ADD 1 TO Orders-Recommended
111900         ADD Recommended-Amount TO Order-Total
112000     ELSE
112100         IF Running-Cash > BR-MAX-CASH (Branch-Sub)
112200             COMPUTE Shipment-Amount =
112300                 Running-Cash - BR-MAX-CASH (Branch-Sub)
112400             IF Projected-Low - BR-MIN-CASH (Branch-Sub)
112500                     < Shipment-Amount
112600                 COMPUTE Shipment-Amount =
112700                     Projected-Low - BR-MIN-CASH (Branch-Sub)
112800             END-IF
112900             COMPUTE Unit-Count = Shipment-Amount / Shipment-Unit
113000             COMPUTE Recommended-Amount =
113100                 Unit-Count * Shipment-Unit
113200             IF Recommended-Amount > 0
113300                 SET Recommend-Return TO TRUE
113400                 ADD 1 TO Returns-Recommended
113500                 ADD Recommended-Amount TO Return-Total
113600             END-IF
113700         END-IF
113800     END-IF
113900     IF Recommend-None
114000         ADD 1 TO No-Shipment-Needed
114100     ELSE
114200         PERFORM 5510-SPLIT-BY-GROUP THRU 5510-SPLIT-BY-GROUP-EXIT
114300     END-IF.
114400 5500-RECOMMEND-EXIT.
114500     EXIT.
114600
114700*> Split by the branch's mix; coin takes what the percentages
114800*> leave over. With no mix on file it all goes as 50s/20s.
114900 5510-SPLIT-BY-GROUP.
115000     COMPUTE Mix-Total = BR-MIX-PCT (Branch-Sub, 1)
115100         + BR-MIX-PCT (Branch-Sub, 2) + BR-MIX-PCT (Branch-Sub, 3)
115200         + BR-MIX-PCT (Branch-Sub, 4)
115300     IF Mix-Total = 0
115400         MOVE Recommended-Amount TO Group-Amount (2)
115500         GO TO 5510-SPLIT-BY-GROUP-EXIT
115600     END-IF
115700     MOVE ZERO TO Group-Allotted
115800     PERFORM 5520-SPLIT-ONE-GROUP THRU 5520-SPLIT-ONE-GROUP-EXIT
115900         VARYING Group-Sub FROM 1 BY 1
116000         UNTIL Group-Sub > 3
116100     COMPUTE Group-Amount (4) =
116200         Recommended-Amount - Group-Allotted.
116300 5510-SPLIT-BY-GROUP-EXIT.
116400     EXIT.
116500
116600 5520-SPLIT-ONE-GROUP.
116700     COMPUTE Group-Amount (Group-Sub) = Recommended-Amount
116800         * BR-MIX-PCT (Branch-Sub, Group-Sub) / Mix-Total
116900     ADD Group-Amount (Group-Sub) TO Group-Allotted.
117000 5520-SPLIT-ONE-GROUP-EXIT.
117100     EXIT.
117200
117300*****************************************************************
117400*    LAST FORECAST AGAINST WHAT HAPPENED: THE NET FLOW IT       *
117500*    PROJECTED AGAINST THE NET FLOW THROUGH THE DRAWERS FROM    *
117600*    ITS WEEK START TO TONIGHT, THE MISS AS A PERCENT OF THE    *
117700*    PAY-OUT IT PROJECTED, AND WHAT WAS ACTUALLY SHIPPED        *
117800*    AGAINST WHAT IT RECOMMENDED.                               *
117900*****************************************************************
118000 5600-MEASURE-PRIOR.
118100     SET Prior-Not-Measured TO TRUE
118200     IF BR-PRIOR-FOUND-FLAG (Branch-Sub) NOT = "Y"
118300             OR BR-PRIOR-WEEK-START (Branch-Sub)
118400                 < Window-Start-Date
118500         GO TO 5600-MEASURE-PRIOR-EXIT
118600     END-IF
118700     COMPUTE First-Day-Sub =
118800         FUNCTION INTEGER-OF-DATE(
118900             BR-PRIOR-WEEK-START (Branch-Sub))
119000         - Window-Start-Integer + 1
119100     IF BR-PRIOR-WEEK-END (Branch-Sub) < As-Of-Date
119200         COMPUTE Last-Day-Sub =
119300             FUNCTION INTEGER-OF-DATE(
119400                 BR-PRIOR-WEEK-END (Branch-Sub))
119500             - Window-Start-Integer + 1
119600     ELSE
119700         MOVE History-Days TO Last-Day-Sub
119800     END-IF
119900     PERFORM 5610-MEASURE-ONE-DAY THRU 5610-MEASURE-ONE-DAY-EXIT
120000         VARYING Day-Sub FROM First-Day-Sub BY 1
120100         UNTIL Day-Sub > Last-Day-Sub
120200     SET Prior-Measured TO TRUE
120300     ADD 1 TO Forecasts-Measured
120400     COMPUTE Prior-Projected-Net =
120500         BR-PRIOR-PROJECTED-IN (Branch-Sub)
120600         - BR-PRIOR-PROJECTED-OUT (Branch-Sub)
120700     COMPUTE Prior-Actual-Net ROUNDED =
120800         Prior-Actual-In - Prior-Actual-Out
120900     IF BR-PRIOR-PROJECTED-OUT (Branch-Sub) > 0
121000         COMPUTE Prior-Error-Work ROUNDED =
121100             (Prior-Actual-Net - Prior-Projected-Net) * 100
121200             / BR-PRIOR-PROJECTED-OUT (Branch-Sub)
121300             ON SIZE ERROR
121400                 MOVE 999.9 TO Prior-Error-Work
121500         END-COMPUTE
121600     END-IF
121700     IF Prior-Error-Work > 999.9
121800         MOVE 999.9 TO Prior-Error-Work
121900     END-IF
122000     IF Prior-Error-Work < -999.9
122100         MOVE -999.9 TO Prior-Error-Work
122200     END-IF
122300     IF Prior-Error-Work < 0
122400         SUBTRACT Prior-Error-Work FROM Abs-Error-Total
122500     ELSE
122600         ADD Prior-Error-Work TO Abs-Error-Total
122700     END-IF
122800     MOVE Prior-Projected-Net TO Edited-Cash
122900     MOVE Prior-Actual-Net TO Edited-Cash-2
123000     MOVE Prior-Error-Work TO Edited-Pct
123100     DISPLAY "  LAST FORECAST "
123200         BR-PRIOR-FORECAST-DATE (Branch-Sub)
123300         ": NET PROJECTED " Edited-Cash "  ACTUAL " Edited-Cash-2
123400         "  MISS " Edited-Pct "%"
123500     MOVE BR-PRIOR-RECOMMENDED (Branch-Sub) TO Edited-Cash
123600     MOVE BR-PRIOR-SHIPPED-NET (Branch-Sub) TO Edited-Cash-2
123700     DISPLAY "    RECOMMENDED "
123800         BR-PRIOR-RECOMMENDATION (Branch-Sub)
123900         " " Edited-Cash "   SHIPPED NET " Edited-Cash-2.
124000 5600-MEASURE-PRIOR-EXIT.
124100     EXIT.
124200
124300 5610-MEASURE-ONE-DAY.
124400     PERFORM 5900-DAY-FLOWS THRU 5900-DAY-FLOWS-EXIT
124500     ADD Day-In-Amount TO Prior-Actual-In
124600     ADD Day-Out-Amount TO Prior-Actual-Out.
124700 5610-MEASURE-ONE-DAY-EXIT.
124800     EXIT.
124900
125000 5700-WRITE-FORECAST.
125100     MOVE Projected-Low TO Edited-Cash
125200     MOVE Running-Cash TO Edited-Cash-2
125300     DISPLAY "  PROJECTED LOW " Edited-Cash
125400         "   WEEK CLOSE " Edited-Cash-2
125500     MOVE Recommended-Amount TO Edited-Cash
125600     EVALUATE TRUE
125700         WHEN Recommend-Order
125800             DISPLAY "  >>> ORDER  " Edited-Cash
125900         WHEN Recommend-Return
126000             DISPLAY "  >>> RETURN " Edited-Cash
126100         WHEN Position-Stale
126200             DISPLAY "  >>> NO RECOMMENDATION - POSITION UNKNOWN"
126300         WHEN OTHER
126400             DISPLAY "  >>> NO SHIPMENT NEEDED"
126500     END-EVALUATE
126600     IF NOT Recommend-None
126700         PERFORM 5710-PRINT-GROUP THRU 5710-PRINT-GROUP-EXIT
126800             VARYING Group-Sub FROM 1 BY 1
126900             UNTIL Group-Sub > 4
127000     END-IF
127100     IF BR-FORECAST-DONE-FLAG (Branch-Sub) = "Y"
127200         ADD 1 TO Rerun-Not-Written
127300         DISPLAY "  (already on VLTFCST for " As-Of-Date
127400             " - not written again)"
127500         GO TO 5700-WRITE-FORECAST-EXIT
127600     END-IF
127700     MOVE SPACES TO VF-VAULT-FORECAST-RECORD
127800     MOVE BR-BRANCH-CODE (Branch-Sub) TO VF-BRANCH-CODE
127900     MOVE As-Of-Date TO VF-FORECAST-DATE
128000     MOVE Week-Start-Date TO VF-WEEK-START-DATE
128100     MOVE Week-End-Date TO VF-WEEK-END-DATE
128200     MOVE Opening-Cash TO VF-OPENING-CASH
128300     MOVE Projected-In-Total TO VF-PROJECTED-IN
128400     MOVE Projected-Out-Total TO VF-PROJECTED-OUT
128500     MOVE Projected-Low TO VF-PROJECTED-LOW
128600     MOVE Running-Cash TO VF-PROJECTED-CLOSE
128700     MOVE Recommendation TO VF-RECOMMENDATION
128800     MOVE Recommended-Amount TO VF-RECOMMENDED-AMOUNT
128900     MOVE Group-Amount (1) TO VF-GROUP-AMOUNT (1)
129000     MOVE Group-Amount (2) TO VF-GROUP-AMOUNT (2)
129100     MOVE Group-Amount (3) TO VF-GROUP-AMOUNT (3)
129200     MOVE Group-Amount (4) TO VF-GROUP-AMOUNT (4)
129300     IF Prior-Measured
129400         MOVE Prior-Projected-Net TO VF-PRIOR-PROJECTED-NET
129500         MOVE Prior-Actual-Net TO VF-PRIOR-ACTUAL-NET
129600         MOVE Prior-Error-Work TO VF-PRIOR-ERROR-PCT
129700         MOVE BR-PRIOR-SHIPPED-NET (Branch-Sub)
129800             TO VF-PRIOR-SHIPPED-NET
129900     ELSE
130000         MOVE ZERO TO VF-PRIOR-PROJECTED-NET
130100         MOVE ZERO TO VF-PRIOR-ACTUAL-NET
130200         MOVE ZERO TO VF-PRIOR-ERROR-PCT
130300         MOVE ZERO TO VF-PRIOR-SHIPPED-NET
130400     END-IF
130500     WRITE VF-VAULT-FORECAST-RECORD
130600     ADD 1 TO Forecasts-Written.
130700 5700-WRITE-FORECAST-EXIT.
130800     EXIT.
130900
131000 5710-PRINT-GROUP.
131100     MOVE Group-Amount (Group-Sub) TO Edited-Cash
131200     DISPLAY "      " Group-Name (Group-Sub) " " Edited-Cash.
131300 5710-PRINT-GROUP-EXIT.
131400     EXIT.
131500
131600*> A proved drawer is the cash figure; teller items stand in for
131700*> a branch-day that has none.
131800 5900-DAY-FLOWS.
131900     IF BR-DRAWER-FLAG (Branch-Sub, Day-Sub) = "Y"
132000         MOVE BR-DRAWER-IN (Branch-Sub, Day-Sub) TO Day-In-Amount
132100         MOVE BR-DRAWER-OUT (Branch-Sub, Day-Sub)
132200             TO Day-Out-Amount
132300         ADD 1 TO Drawer-Day-Count
132400     ELSE
132500         MOVE BR-ITEM-IN (Branch-Sub, Day-Sub) TO Day-In-Amount
132600         MOVE BR-ITEM-OUT (Branch-Sub, Day-Sub) TO Day-Out-Amount
132700         ADD 1 TO Item-Day-Count
132800     END-IF.
132900 5900-DAY-FLOWS-EXIT.
133000     EXIT.
133100
133200 6000-FIND-BRANCH.
133300     MOVE 0 TO Found-Sub
133400     SET Search-Is-Active TO TRUE
133500     PERFORM 6100-SCAN-BRANCH THRU 6100-SCAN-BRANCH-EXIT
133600         VARYING Table-Sub FROM 1 BY 1
133700         UNTIL Table-Sub > Branch-Count
133800             OR Search-Is-Done.
133900 6000-FIND-BRANCH-EXIT.
134000     EXIT.
134100
134200 6100-SCAN-BRANCH.
134300     IF BR-BRANCH-CODE (Table-Sub) = Search-Branch-Code
134400         MOVE Table-Sub TO Found-Sub
134500         SET Search-Is-Done TO TRUE
134600     END-IF.
134700 6100-SCAN-BRANCH-EXIT.
134800     EXIT.
134900
135000 9000-TERMINATE.
135100     DISPLAY " "
135200     DISPLAY "VAULT CASH FORECAST SUMMARY"
135300     DISPLAY "Vault limit rows read     - " Limit-Rows-Read
135400     DISPLAY "Branches forecast         - " Branches-Planned
135500     DISPLAY "Drawer proofs used        - " Drawer-Rows-Used
135600     DISPLAY "Teller items used         - " Teller-Items-Used
135700     DISPLAY "Shipments applied         - " Shipments-Used
135800     DISPLAY "Drawers, no vault limits  - " Unknown-Branch-Rows
135900     DISPLAY "Orders recommended        - " Orders-Recommended
136000     MOVE Order-Total TO Edited-Cash
136100     DISPLAY "  Order dollars           - " Edited-Cash
136200     DISPLAY "Returns recommended       - " Returns-Recommended
136300     MOVE Return-Total TO Edited-Cash
136400     DISPLAY "  Return dollars          - " Edited-Cash
136500     DISPLAY "No shipment needed        - " No-Shipment-Needed
136600     DISPLAY "Stale vault counts        - " Stale-Counts
136700     DISPLAY "Branch table overflow     - " Branch-Overflow-Count
136800     DISPLAY "Prior forecasts measured  - " Forecasts-Measured
136900     IF Forecasts-Measured > 0
137000         COMPUTE Mean-Abs-Error ROUNDED =
137100             Abs-Error-Total / Forecasts-Measured
137200         MOVE Mean-Abs-Error TO Edited-Pct
137300         DISPLAY "  Mean absolute miss %    - " Edited-Pct
137400     END-IF
137500     DISPLAY "Forecasts written         - " Forecasts-Written
137600     DISPLAY "Rerun, not written again  - " Rerun-Not-Written.
137700 9000-TERMINATE-EXIT.
137800     EXIT.
