000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ComplaintTrendReport.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-13.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    COMPLAINTTRENDREPORT                                       *
001100*                                                               *
001200*    QUARTERLY COMPLAINT TREND FOR COMPLIANCE. WALKS THE        *
001300*    CMPLCASE FILE AND ROLLS EVERY COMPLAINT RECEIVED IN THE    *
001400*    LAST COMPLETED CALENDAR QUARTER BY CATEGORY AND BY BRANCH, *
001500*    SHOWING FOR EACH ROW THE COMPLAINTS RECEIVED, THE COUNT    *
001600*    RECEIVED IN THE QUARTER BEFORE, HOW MANY ARE RESOLVED AND  *
001700*    STILL OPEN, HOW MANY MISSED THE RESPONSE DEADLINE, AND THE *
001800*    REFUND DOLLARS PAID. RUN IN THE FIRST DAYS OF A QUARTER;   *
001900*    THE QUARTER REPORTED IS ALWAYS THE ONE JUST ENDED.         *
002000*                                                               *
002100*    MODIFICATION HISTORY                                      *
002200*    ------------------------------------------------------    *
002300*    DATE       INIT  DESCRIPTION                              *
002400*    ---------  ----  -----------------------------------      *
002500*    2026-10-13  RLB  ORIGINAL.                                *
002600*                                                               *
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CMPLCASE ASSIGN TO "CMPLCASE"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS CQ-CASE-NUMBER
003600         FILE STATUS IS Cmplcase-File-Status.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  CMPLCASE.
004100     COPY CMPLCASE.
004200
004300 WORKING-STORAGE SECTION.
004400 01  Cmplcase-File-Status            PIC XX.
004500     88  Cmplcase-OK                 VALUE "00".
004600     88  Cmplcase-EOF                VALUE "10".
004700
004800 01  Run-Date                        PIC 9(08).
004900 01  Run-Date-Parts REDEFINES Run-Date.
005000     05  Run-Year                    PIC 9(04).
005100     05  Run-Month                   PIC 9(02).
005200     05  Run-Day                     PIC 9(02).
005300 01  Received-Date-Work              PIC 9(08).
005400 01  Received-Date-Parts REDEFINES Received-Date-Work.
005500     05  Received-Year               PIC 9(04).
005600     05  Received-Month              PIC 9(02).
005700     05  Received-Day                PIC 9(02).
005800
005900*    A QUARTER IS HELD AS YEAR * 4 + (QUARTER - 1) SO THE
006000*    QUARTER BEFORE IS ALWAYS ONE LESS, ACROSS YEAR-END TOO.
006100 01  Report-Quarter-Index            PIC 9(05).
006200 01  Prior-Quarter-Index             PIC 9(05).
006300 01  Case-Quarter-Index              PIC 9(05).
006400 01  Report-Quarter-Label.
006500     05  Report-Label-Year           PIC 9(04).
006600     05  FILLER                      PIC X(01) VALUE "Q".
006700     05  Report-Label-Quarter        PIC 9(01).
006800 01  Prior-Quarter-Label.
006900     05  Prior-Label-Year            PIC 9(04).
007000     05  FILLER                      PIC X(01) VALUE "Q".
007100     05  Prior-Label-Quarter         PIC 9(01).
007200 01  Quarter-Work                    PIC 9(05).
007300 01  Quarter-Remainder               PIC 9(01).
007400 01  Period-Switch                   PIC X(01).
007500     88  Case-In-Report-Quarter      VALUE "C".
007600     88  Case-In-Prior-Quarter       VALUE "P".
007700 01  Late-Switch                     PIC X(01).
007800     88  Case-Was-Late               VALUE "Y".
007900     88  Case-Was-On-Time            VALUE "N".
008000
008100*    THE FIVE CMPLCASE CATEGORIES, IN REPORT ORDER.
008200 01  Category-Names.
008300     05  FILLER          PIC X(22) VALUE "FEFEES".
008400     05  FILLER          PIC X(22) VALUE "ODOVERDRAFT".
008500     05  FILLER          PIC X(22) VALUE "POPOSTING ORDER".
008600     05  FILLER          PIC X(22) VALUE "SVSERVICE".
008700     05  FILLER          PIC X(22) VALUE "DIDISCRIMINATION".
008800 01  Category-Name-Table REDEFINES Category-Names.
008900     05  Category-Name-Entry OCCURS 5 TIMES.
009000         10  Category-Code           PIC X(02).
009100         10  Category-Name           PIC X(20).
009200
009300*    ONE TREND ROW PER CATEGORY (SAME ORDER AS ABOVE) AND ONE
009400*    PER BRANCH, IN THE ORDER FIRST SEEN.
009500 01  Category-Roll-Table.
009600     05  Category-Roll-Entry OCCURS 5 TIMES.
009700         10  QX-RECEIVED             PIC 9(07).
009800         10  QX-PRIOR-RECEIVED       PIC 9(07).
009900         10  QX-RESOLVED             PIC 9(07).
010000         10  QX-STILL-OPEN           PIC 9(07).
010100         10  QX-LATE                 PIC 9(07).
010200         10  QX-REFUND-TOTAL         PIC 9(09)V99.
010300 01  Category-Sub                    PIC 9(03) COMP.
010400 01  Category-Found-Sub              PIC 9(03) COMP.
010500
010600 01  Branch-Roll-Table.
010700     05  Branch-Roll-Count           PIC 9(03) COMP.
010800     05  Branch-Roll-Entry OCCURS 200 TIMES.
010900         10  VG-BRANCH-CODE          PIC X(04).
011000         10  VG-RECEIVED             PIC 9(07).
011100         10  VG-PRIOR-RECEIVED       PIC 9(07).
011200         10  VG-RESOLVED             PIC 9(07).
011300         10  VG-STILL-OPEN           PIC 9(07).
011400         10  VG-LATE                 PIC 9(07).
011500         10  VG-REFUND-TOTAL         PIC 9(09)V99.
011600 01  Branch-Sub                      PIC 9(03) COMP.
011700 01  Branch-Found-Sub                PIC 9(03) COMP.
011800
011900 01  Trend-Change                    PIC S9(07).
012000 01  Edited-Count-1                  PIC Z(6)9.
012100 01  Edited-Count-2                  PIC Z(6)9.
012200 01  Edited-Count-3                  PIC Z(6)9.
012300 01  Edited-Count-4                  PIC Z(6)9.
012400 01  Edited-Count-5                  PIC Z(6)9.
012500 01  Edited-Change                   PIC -(6)9.
012600 01  Edited-Total                    PIC Z(8)9.99.
012700
012800 01  Report-Counters.
012900     05  Cases-Read                  PIC 9(7) COMP.
013000     05  Cases-This-Quarter          PIC 9(7) COMP.
013100     05  Cases-Prior-Quarter         PIC 9(7) COMP.
013200     05  Cases-Late                  PIC 9(7) COMP.
013300     05  Branches-Dropped            PIC 9(7) COMP.
013400     05  Grand-Refund-Total          PIC 9(11)V99.
013500
013600 PROCEDURE DIVISION.
013700
013800 0000-MAINLINE.
013900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
014000     PERFORM 2000-ROLL-CASE THRU 2000-ROLL-CASE-EXIT
014100         UNTIL Cmplcase-EOF
014200     PERFORM 3000-PRINT-CATEGORIES
014300         THRU 3000-PRINT-CATEGORIES-EXIT
014400     PERFORM 4000-PRINT-BRANCHES THRU 4000-PRINT-BRANCHES-EXIT
014500     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
014600     STOP RUN.
014700
014800 1000-INITIALIZE.
014900     INITIALIZE Report-Counters
015000     INITIALIZE Category-Roll-Table
015100     MOVE 0 TO Branch-Roll-Count
015200     OPEN INPUT CMPLCASE
015300     IF NOT Cmplcase-OK
015400         DISPLAY "CMPLCASE open failed - " Cmplcase-File-Status
015500         MOVE 16 TO RETURN-CODE
015600         STOP RUN
015700     END-IF
015800     ACCEPT Run-Date FROM DATE YYYYMMDD
015900*> THE QUARTER JUST ENDED IS ONE BEFORE THE RUN DATE'S.
016000     COMPUTE Report-Quarter-Index =
016100         Run-Year * 4 + (Run-Month - 1) / 3 - 1
016200     COMPUTE Prior-Quarter-Index = Report-Quarter-Index - 1
016300     DIVIDE Report-Quarter-Index BY 4 GIVING Report-Label-Year
016400         REMAINDER Quarter-Remainder
016500     COMPUTE Report-Label-Quarter = Quarter-Remainder + 1
016600     DIVIDE Prior-Quarter-Index BY 4 GIVING Prior-Label-Year
016700         REMAINDER Quarter-Remainder
016800     COMPUTE Prior-Label-Quarter = Quarter-Remainder + 1
016900     DISPLAY "COMPLAINT TREND - QUARTER " Report-Quarter-Label
017000         " AGAINST " Prior-Quarter-Label " - RUN " Run-Date
017100     DISPLAY "======================================"
017200         "======================"
017300     READ CMPLCASE
017400         AT END
017500             SET Cmplcase-EOF TO TRUE
017600     END-READ.
017700 1000-INITIALIZE-EXIT.
017800     EXIT.
017900
018000*****************************************************************
018100*    A COMPLAINT BELONGS TO THE QUARTER IT WAS RECEIVED IN. FOR *
018200*    THE REPORT QUARTER IT IS LATE WHEN IT WAS RESOLVED AFTER   *
018300*    ITS DEADLINE, OR IS STILL OPEN WITH THE DEADLINE PASSED.   *
018400*    THE PRIOR QUARTER ONLY FEEDS THE RECEIVED COMPARISON.      *
018500*****************************************************************
018600 2000-ROLL-CASE.
018700     ADD 1 TO Cases-Read
018800     MOVE CQ-RECEIVED-DATE TO Received-Date-Work
018900     COMPUTE Case-Quarter-Index =
019000         Received-Year * 4 + (Received-Month - 1) / 3
019100     MOVE SPACE TO Period-Switch
019200     IF Case-Quarter-Index = Report-Quarter-Index
019300         SET Case-In-Report-Quarter TO TRUE
019400         ADD 1 TO Cases-This-Quarter
019500     END-IF
019600     IF Case-Quarter-Index = Prior-Quarter-Index
019700         SET Case-In-Prior-Quarter TO TRUE
019800         ADD 1 TO Cases-Prior-Quarter
019900     END-IF
020000     IF Period-Switch = SPACE
020100         GO TO 2000-READ-NEXT
020200     END-IF
020300     SET Case-Was-On-Time TO TRUE
020400     IF Case-In-Report-Quarter
020500         IF CQ-Case-Resolved
020600             IF CQ-RESOLVED-DATE > CQ-DEADLINE-DATE
020700                 SET Case-Was-Late TO TRUE
020800             END-IF
020900         ELSE
021000             IF CQ-DEADLINE-DATE < Run-Date
021100                 SET Case-Was-Late TO TRUE
021200             END-IF
021300         END-IF
021400         IF Case-Was-Late
021500             ADD 1 TO Cases-Late
021600         END-IF
021700         ADD CQ-REFUND-AMOUNT TO Grand-Refund-Total
021800     END-IF
021900     PERFORM 2100-ROLL-CATEGORY THRU 2100-ROLL-CATEGORY-EXIT
022000     PERFORM 2200-ROLL-BRANCH THRU 2200-ROLL-BRANCH-EXIT.
022100
022200 2000-READ-NEXT.
022300     READ CMPLCASE
022400         AT END
022500             SET Cmplcase-EOF TO TRUE
022600     END-READ.
022700 2000-ROLL-CASE-EXIT.
022800     EXIT.
022900
023000 2100-ROLL-CATEGORY.
023100     MOVE 0 TO Category-Found-Sub
023200     PERFORM 2110-MATCH-CATEGORY THRU 2110-MATCH-CATEGORY-EXIT
023300         VARYING Category-Sub FROM 1 BY 1
023400         UNTIL Category-Sub > 5 OR Category-Found-Sub > 0
023500     IF Category-Found-Sub = 0
023600         GO TO 2100-ROLL-CATEGORY-EXIT
023700     END-IF
023800     MOVE Category-Found-Sub TO Category-Sub
023900     IF Case-In-Prior-Quarter
024000         ADD 1 TO QX-PRIOR-RECEIVED (Category-Sub)
024100         GO TO 2100-ROLL-CATEGORY-EXIT
024200     END-IF
024300     ADD 1 TO QX-RECEIVED (Category-Sub)
024400     IF CQ-Case-Resolved
024500         ADD 1 TO QX-RESOLVED (Category-Sub)
024600     ELSE
024700         ADD 1 TO QX-STILL-OPEN (Category-Sub)
024800     END-IF
024900     IF Case-Was-Late
025000         ADD 1 TO QX-LATE (Category-Sub)
025100     END-IF
025200     ADD CQ-REFUND-AMOUNT TO QX-REFUND-TOTAL (Category-Sub).
025300 2100-ROLL-CATEGORY-EXIT.
025400     EXIT.
025500
025600 2110-MATCH-CATEGORY.
025700     IF Category-Code (Category-Sub) = CQ-CATEGORY
025800         MOVE Category-Sub TO Category-Found-Sub
025900     END-IF.
026000 2110-MATCH-CATEGORY-EXIT.
026100     EXIT.
026200
026300 2200-ROLL-BRANCH.
026400     MOVE 0 TO Branch-Found-Sub
026500     PERFORM 2210-MATCH-BRANCH THRU 2210-MATCH-BRANCH-EXIT
026600         VARYING Branch-Sub FROM 1 BY 1
026700         UNTIL Branch-Sub > Branch-Roll-Count
026800            OR Branch-Found-Sub > 0
026900     IF Branch-Found-Sub = 0
027000         IF Branch-Roll-Count >= 200
027100             ADD 1 TO Branches-Dropped
027200             GO TO 2200-ROLL-BRANCH-EXIT
027300         END-IF
027400         ADD 1 TO Branch-Roll-Count
027500         MOVE Branch-Roll-Count TO Branch-Found-Sub
027600         INITIALIZE Branch-Roll-Entry (Branch-Found-Sub)
027700         MOVE CQ-BRANCH-CODE TO VG-BRANCH-CODE (Branch-Found-Sub)
027800     END-IF
027900     MOVE Branch-Found-Sub TO Branch-Sub
028000     IF Case-In-Prior-Quarter
028100         ADD 1 TO VG-PRIOR-RECEIVED (Branch-Sub)
028200         GO TO 2200-ROLL-BRANCH-EXIT
028300     END-IF
028400     ADD 1 TO VG-RECEIVED (Branch-Sub)
028500     IF CQ-Case-Resolved
028600         ADD 1 TO VG-RESOLVED (Branch-Sub)
028700     ELSE
028800         ADD 1 TO VG-STILL-OPEN (Branch-Sub)
028900     END-IF
029000     IF Case-Was-Late
029100         ADD 1 TO VG-LATE (Branch-Sub)
029200     END-IF
029300     ADD CQ-REFUND-AMOUNT TO VG-REFUND-TOTAL (Branch-Sub).
029400 2200-ROLL-BRANCH-EXIT.
029500     EXIT.
029600
029700 2210-MATCH-BRANCH.
029800     IF VG-BRANCH-CODE (Branch-Sub) = CQ-BRANCH-CODE
029900         MOVE Branch-Sub TO Branch-Found-Sub
030000     END-IF.
030100 2210-MATCH-BRANCH-EXIT.
030200     EXIT.
030300
030400 3000-PRINT-CATEGORIES.
030500     DISPLAY " "
030600     DISPLAY "COMPLAINTS BY CATEGORY"
030700     DISPLAY "CATEGORY                RCVD    PRIOR   CHANGE"
030800         "  RESOLVD     OPEN     LATE"
030900     PERFORM 3100-PRINT-CATEGORY THRU 3100-PRINT-CATEGORY-EXIT
031000         VARYING Category-Sub FROM 1 BY 1
031100         UNTIL Category-Sub > 5.
031200 3000-PRINT-CATEGORIES-EXIT.
031300     EXIT.
031400
031500 3100-PRINT-CATEGORY.
031600     MOVE QX-RECEIVED (Category-Sub) TO Edited-Count-1
031700     MOVE QX-PRIOR-RECEIVED (Category-Sub) TO Edited-Count-2
031800     COMPUTE Trend-Change = QX-RECEIVED (Category-Sub)
031900         - QX-PRIOR-RECEIVED (Category-Sub)
032000     MOVE Trend-Change TO Edited-Change
032100     MOVE QX-RESOLVED (Category-Sub) TO Edited-Count-3
032200     MOVE QX-STILL-OPEN (Category-Sub) TO Edited-Count-4
032300     MOVE QX-LATE (Category-Sub) TO Edited-Count-5
032400     MOVE QX-REFUND-TOTAL (Category-Sub) TO Edited-Total
032500     DISPLAY Category-Code (Category-Sub) " "
032600         Category-Name (Category-Sub) " "
032700         Edited-Count-1 "  " Edited-Count-2 "  "
032800         Edited-Change "  " Edited-Count-3 "  "
032900         Edited-Count-4 "  " Edited-Count-5
033000     DISPLAY "    REFUNDS " Edited-Total.
033100 3100-PRINT-CATEGORY-EXIT.
033200     EXIT.
033300
033400 4000-PRINT-BRANCHES.
033500     DISPLAY " "
033600     DISPLAY "COMPLAINTS BY BRANCH"
033700     DISPLAY "BRANCH                  RCVD    PRIOR   CHANGE"
033800         "  RESOLVD     OPEN     LATE"
033900     PERFORM 4100-PRINT-BRANCH THRU 4100-PRINT-BRANCH-EXIT
034000         VARYING Branch-Sub FROM 1 BY 1
034100         UNTIL Branch-Sub > Branch-Roll-Count.
034200 4000-PRINT-BRANCHES-EXIT.
034300     EXIT.
034400
034500 4100-PRINT-BRANCH.
034600     MOVE VG-RECEIVED (Branch-Sub) TO Edited-Count-1
034700     MOVE VG-PRIOR-RECEIVED (Branch-Sub) TO Edited-Count-2
034800     COMPUTE Trend-Change = VG-RECEIVED (Branch-Sub)
034900         - VG-PRIOR-RECEIVED (Branch-Sub)
035000     MOVE Trend-Change TO Edited-Change
035100     MOVE VG-RESOLVED (Branch-Sub) TO Edited-Count-3
035200     MOVE VG-STILL-OPEN (Branch-Sub) TO Edited-Count-4
035300     MOVE VG-LATE (Branch-Sub) TO Edited-Count-5
035400     MOVE VG-REFUND-TOTAL (Branch-Sub) TO Edited-Total
035500     DISPLAY VG-BRANCH-CODE (Branch-Sub) "                  "
035600         "  " Edited-Count-1 "  " Edited-Count-2 "  "
035700         Edited-Change "  " Edited-Count-3 "  "
035800         Edited-Count-4 "  " Edited-Count-5
035900     DISPLAY "    REFUNDS " Edited-Total.
036000 4100-PRINT-BRANCH-EXIT.
036100     EXIT.
036200
036300 9000-TERMINATE.
036400     CLOSE CMPLCASE
036500     DISPLAY " "
036600     DISPLAY "COMPLAINT TREND SUMMARY"
036700     DISPLAY "Cases on file       - " Cases-Read
036800     DISPLAY "Received " Report-Quarter-Label "      - "
036900         Cases-This-Quarter
037000     DISPLAY "Received " Prior-Quarter-Label "      - "
037100         Cases-Prior-Quarter
037200     DISPLAY "Past deadline       - " Cases-Late
037300     MOVE Grand-Refund-Total TO Edited-Total
037400     DISPLAY "Refunds paid        - " Edited-Total
037500     IF Branches-Dropped > 0
037600         DISPLAY "** Cases not rolled by branch - table full: "
037700             Branches-Dropped
037800     END-IF.
037900 9000-TERMINATE-EXIT.
038000     EXIT.
