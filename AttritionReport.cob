000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AttritionReport.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-13.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    ATTRITIONREPORT                                            *
001100*                                                               *
001200*    MONTHLY ATTRITION REPORT (WAIVEDFEEREPORT MOLD) OVER THE   *
001300*    CLSLOG CLOSED-ACCOUNT LEDGER - WHO LEFT THIS MONTH, AND    *
001400*    WHY.                                                       *
001500*    PHASE ONE BANKS THE MONTH'S CLOSES ON A KEYED WORK FILE.   *
001600*    PHASE TWO WALKS THE GL FEED (THE PROFITABILITY EXTRACT'S   *
001700*    FEE-CODED DEBIT LEGS) AND ADDS TO EACH CLOSED ACCOUNT THE  *
001800*    FEES IT PAID IN THE SIX MONTHS UP TO ITS CLOSE. PHASE      *
001900*    THREE LISTS EVERY CLOSE WITH ITS FEES AND LAST BALHIST     *
002000*    BALANCE TIER, THEN ROLLS THE CLOSES AND FEES UP BY BRANCH, *
002100*    PRODUCT, TENURE BAND (OPEN DATE TO CLOSE DATE) AND CLSRSN  *
002200*    REASON, SO FEE-DRIVEN LEAVERS STAND APART FROM MOVES,      *
002300*    DEATHS AND BANK-INITIATED CLOSES.                          *
002400*                                                               *
002500*    MODIFICATION HISTORY                                      *
002600*    ------------------------------------------------------    *
002700*    DATE       INIT  DESCRIPTION                              *
002800*    ---------  ----  -----------------------------------      *
002900*    2026-10-13  RLB  ORIGINAL.                                *
002901*    2026-10-15  RLB  ACHF, SDBX AND XSWD FEE LEGS COUNT       *
002902*                     TOWARD THE FEES PAID.                    *
003000*                                                               *
003100*****************************************************************
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CLSLOG ASSIGN TO "CLSLOG"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS Clslog-File-Status.
003900
004000     SELECT GLPOST ASSIGN TO "GLPOST"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS Glpost-File-Status.
004300
004400     SELECT ATTWORK ASSIGN TO "ATTWORK"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS AW-ACCOUNT-NUMBER
004800         FILE STATUS IS Attwork-File-Status.
004900
005000     SELECT CLSRSN ASSIGN TO "CLSRSN"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS KR-REASON-CODE
005400         FILE STATUS IS Clsrsn-File-Status.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  CLSLOG.
005900     COPY CLSLOG.
006000
006100 FD  GLPOST.
006200     COPY GLPOST.
006300
006400 FD  ATTWORK.
006500 01  AW-ATTRITION-WORK-RECORD.
006600     05  AW-ACCOUNT-NUMBER           PIC X(10).
006700     05  AW-BRANCH-CODE              PIC X(04).
006800     05  AW-PRODUCT-CODE             PIC X(04).
006900     05  AW-OPEN-DATE                PIC 9(08).
007000     05  AW-CLOSE-DATE               PIC 9(08).
007100     05  AW-REASON-CODE              PIC X(02).
007200     05  AW-BALANCE-TIER             PIC X(14).
007300     05  AW-FEE-TOTAL                PIC S9(9)V99.
007400
007500 FD  CLSRSN.
007600     COPY CLSRSN.
007700
007800 WORKING-STORAGE SECTION.
007900 01  Clslog-File-Status              PIC XX.
008000     88  Clslog-OK                   VALUE "00".
008100     88  Clslog-EOF                  VALUE "10".
008200 01  Glpost-File-Status              PIC XX.
008300     88  Glpost-OK                   VALUE "00".
008400     88  Glpost-EOF                  VALUE "10".
008500 01  Attwork-File-Status             PIC XX.
008600     88  Attwork-OK                  VALUE "00".
008700     88  Attwork-EOF                 VALUE "10".
008800 01  Clsrsn-File-Status              PIC XX.
008900     88  Clsrsn-OK                   VALUE "00".
009000
009100 01  Report-Month                    PIC 9(06).
009200 01  Run-Date                        PIC 9(08).
009300
009400*    A FEE COUNTS TOWARD A CLOSE WHEN IT POSTED IN THE CLOSE
009500*    MONTH OR ANY OF THE FIVE BEFORE IT, AND NOT AFTER THE
009600*    CLOSE DATE. MONTHS ARE COUNTED AS YEAR * 12 + MONTH.
009700 77  Fee-Window-Months               PIC 9(02) VALUE 6.
009800 01  Close-Month-Number              PIC 9(06).
009900 01  Posting-Month-Number            PIC 9(06).
010000 01  Open-Month-Number               PIC 9(06).
010100 01  Tenure-Months                   PIC S9(05).
010200 01  Month-Work-Date.
010300     05  Month-Work-Year             PIC 9(04).
010400     05  Month-Work-Month            PIC 9(02).
010500     05  Month-Work-Day              PIC 9(02).
010600 01  Tenure-Band                     PIC X(10).
010700 01  Reason-Description              PIC X(30).
010800
010900*    ONE SHARED ROLLUP SHAPE FOR ALL FOUR VIEWS.
011000 01  Branch-Roll-Table.
011100     05  Branch-Roll-Count           PIC 9(03) COMP.
011200     05  Branch-Roll-Entry OCCURS 100 TIMES.
011300         10  BR-KEY-VALUE            PIC X(04).
011400         10  BR-CLOSE-COUNT          PIC 9(07).
011500         10  BR-FEE-TOTAL            PIC S9(11)V99.
011600 01  Product-Roll-Table.
011700     05  Product-Roll-Count          PIC 9(03) COMP.
011800     05  Product-Roll-Entry OCCURS 100 TIMES.
011900         10  PR-KEY-VALUE            PIC X(04).
012000         10  PR-CLOSE-COUNT          PIC 9(07).
012100         10  PR-FEE-TOTAL            PIC S9(11)V99.
012200 01  Tenure-Roll-Table.
012300     05  Tenure-Roll-Count           PIC 9(03) COMP.
012400     05  Tenure-Roll-Entry OCCURS 5 TIMES.
012500         10  TR-KEY-VALUE            PIC X(10).
012600         10  TR-CLOSE-COUNT          PIC 9(07).
012700         10  TR-FEE-TOTAL            PIC S9(11)V99.
012800 01  Reason-Roll-Table.
012900     05  Reason-Roll-Count           PIC 9(03) COMP.
013000     05  Reason-Roll-Entry OCCURS 100 TIMES.
013100         10  RR-KEY-VALUE            PIC X(02).
013200         10  RR-CLOSE-COUNT          PIC 9(07).
013300         10  RR-FEE-TOTAL            PIC S9(11)V99.
013400 01  Roll-Sub                        PIC 9(03) COMP.
013500 01  Roll-Found-Sub                  PIC 9(03) COMP.
013600 01  Edited-Total                    PIC -(9)9.99.
013700
013800 01  Report-Counters.
013900     05  Rows-Read                   PIC 9(7) COMP.
014000     05  Closes-In-Month             PIC 9(7) COMP.
014100     05  Duplicate-Closes            PIC 9(7) COMP.
014200     05  Gl-Rows-Read                PIC 9(7) COMP.
014300     05  Fee-Legs-Counted            PIC 9(7) COMP.
014400     05  Fee-Grand-Total             PIC S9(11)V99.
014500
014600 PROCEDURE DIVISION.
014700
014800 0000-MAINLINE.
014900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
015000     PERFORM 2000-BANK-CLOSE THRU 2000-BANK-CLOSE-EXIT
015100         UNTIL Clslog-EOF
015200     PERFORM 3000-OPEN-FEES THRU 3000-OPEN-FEES-EXIT
015300     PERFORM 4000-ADD-FEES THRU 4000-ADD-FEES-EXIT
015400         UNTIL Glpost-EOF
015500     PERFORM 5000-OPEN-LIST THRU 5000-OPEN-LIST-EXIT
015600     PERFORM 6000-LIST-CLOSE THRU 6000-LIST-CLOSE-EXIT
015700         UNTIL Attwork-EOF
015800     PERFORM 7000-PRINT-ROLLUPS THRU 7000-PRINT-ROLLUPS-EXIT
015900     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
016000     STOP RUN.
016100
016200 1000-INITIALIZE.
016300     INITIALIZE Report-Counters
016400     MOVE 0 TO Branch-Roll-Count
016500     MOVE 0 TO Product-Roll-Count
016600     MOVE 0 TO Tenure-Roll-Count
016700     MOVE 0 TO Reason-Roll-Count
016800     OPEN INPUT CLSLOG
016900     OPEN OUTPUT ATTWORK
017000     ACCEPT Run-Date FROM DATE YYYYMMDD
017100     MOVE Run-Date (1:6) TO Report-Month
017200     DISPLAY "ACCOUNT ATTRITION REPORT - MONTH " Report-Month
017300     DISPLAY "===================================="
017400     READ CLSLOG
017500         AT END
017600             SET Clslog-EOF TO TRUE
017700     END-READ.
017800 1000-INITIALIZE-EXIT.
017900     EXIT.
018000
018100*> PHASE ONE: THIS MONTH'S CLOSES ONTO THE KEYED WORK FILE.
018200 2000-BANK-CLOSE.
018300     ADD 1 TO Rows-Read
018400     IF CZ-CLOSE-DATE (1:6) NOT = Report-Month
018500         GO TO 2000-READ-NEXT
018600     END-IF
018700     MOVE CZ-ACCOUNT-NUMBER TO AW-ACCOUNT-NUMBER
018800     MOVE CZ-BRANCH-CODE TO AW-BRANCH-CODE
018900     MOVE CZ-PRODUCT-CODE TO AW-PRODUCT-CODE
019000     MOVE CZ-OPEN-DATE TO AW-OPEN-DATE
019100     MOVE CZ-CLOSE-DATE TO AW-CLOSE-DATE
019200     MOVE CZ-REASON-CODE TO AW-REASON-CODE
019300     MOVE CZ-BALANCE-TIER TO AW-BALANCE-TIER
019400     MOVE ZERO TO AW-FEE-TOTAL
019500     WRITE AW-ATTRITION-WORK-RECORD
019600         INVALID KEY
019700             ADD 1 TO Duplicate-Closes
019800             GO TO 2000-READ-NEXT
019900     END-WRITE
020000     ADD 1 TO Closes-In-Month.
020100
020200 2000-READ-NEXT.
020300     READ CLSLOG
020400         AT END
020500             SET Clslog-EOF TO TRUE
020600     END-READ.
020700 2000-BANK-CLOSE-EXIT.
020800     EXIT.
020900
021000 3000-OPEN-FEES.
021100     CLOSE CLSLOG
021200     CLOSE ATTWORK
021300     OPEN I-O ATTWORK
021400     OPEN INPUT GLPOST
021500     READ GLPOST
021600         AT END
021700             SET Glpost-EOF TO TRUE
021800     END-READ.
021900 3000-OPEN-FEES-EXIT.
022000     EXIT.
022100
022200*> PHASE TWO: EVERY FEE-CODED DEBIT LEG AGAINST A CLOSED
022300*> ACCOUNT INSIDE ITS WINDOW ADDS TO ITS WORK ROW. THE GL
022400*> CONTRA ACCOUNTS (GL...) ARE NOT CUSTOMER ACCOUNTS AND SKIP.
022500 4000-ADD-FEES.
022600     ADD 1 TO Gl-Rows-Read
022700     IF NOT GL-Is-Debit
022800         OR GL-ACCOUNT-NUMBER (1:2) = "GL"
022900         GO TO 4000-READ-NEXT
023000     END-IF
023100     IF GL-TRANSACTION-CODE NOT = "FEE "
023200         AND GL-TRANSACTION-CODE NOT = "SVC "
023300         AND GL-TRANSACTION-CODE NOT = "RTNF"
023400         AND GL-TRANSACTION-CODE NOT = "CLRF"
023420         AND GL-TRANSACTION-CODE NOT = "ACHF"
023440         AND GL-TRANSACTION-CODE NOT = "SDBX"
023460         AND GL-TRANSACTION-CODE NOT = "XSWD"
023500         GO TO 4000-READ-NEXT
023600     END-IF
023700     MOVE GL-ACCOUNT-NUMBER TO AW-ACCOUNT-NUMBER
023800     READ ATTWORK
023900         INVALID KEY
024000             GO TO 4000-READ-NEXT
024100     END-READ
024200     IF GL-POSTING-DATE > AW-CLOSE-DATE
024300         GO TO 4000-READ-NEXT
024400     END-IF
024500     MOVE AW-CLOSE-DATE TO Month-Work-Date
024600     COMPUTE Close-Month-Number =
024700         Month-Work-Year * 12 + Month-Work-Month
024800     MOVE GL-POSTING-DATE TO Month-Work-Date
024900     COMPUTE Posting-Month-Number =
025000         Month-Work-Year * 12 + Month-Work-Month
025100     IF Close-Month-Number - Posting-Month-Number
025200         NOT < Fee-Window-Months
025300         GO TO 4000-READ-NEXT
025400     END-IF
025500     ADD GL-ENTRY-AMOUNT TO AW-FEE-TOTAL
025600     REWRITE AW-ATTRITION-WORK-RECORD
025700     ADD 1 TO Fee-Legs-Counted.
025800
025900 4000-READ-NEXT.
026000     READ GLPOST
026100         AT END
026200             SET Glpost-EOF TO TRUE
026300     END-READ.
026400 4000-ADD-FEES-EXIT.
026500     EXIT.
026600
026700 5000-OPEN-LIST.
026800     CLOSE GLPOST
026900     CLOSE ATTWORK
027000     OPEN INPUT ATTWORK
027100     OPEN INPUT CLSRSN
027200     DISPLAY " "
027300     DISPLAY "CLOSED THIS MONTH"
027400     DISPLAY "ACCOUNT    BRCH PROD CLOSED   RS TENURE    "
027500         "   FEES 6 MO  LAST BAL   TIER"
027600     READ ATTWORK NEXT RECORD
027700         AT END
027800             SET Attwork-EOF TO TRUE
027900     END-READ.
028000 5000-OPEN-LIST-EXIT.
028100     EXIT.
028200
028300*> PHASE THREE: LIST THE CLOSE AND ROLL IT UP.
028400 6000-LIST-CLOSE.
028500     PERFORM 6100-FIND-TENURE THRU 6100-FIND-TENURE-EXIT
028600     MOVE AW-FEE-TOTAL TO Edited-Total
028700     DISPLAY AW-ACCOUNT-NUMBER " " AW-BRANCH-CODE " "
028800         AW-PRODUCT-CODE " " AW-CLOSE-DATE " "
028900         AW-REASON-CODE " " Tenure-Band Edited-Total
029000         "  " AW-BALANCE-TIER
029100     ADD AW-FEE-TOTAL TO Fee-Grand-Total
029200     PERFORM 6200-ROLL-BRANCH THRU 6200-ROLL-BRANCH-EXIT
029300     PERFORM 6300-ROLL-PRODUCT THRU 6300-ROLL-PRODUCT-EXIT
029400     PERFORM 6400-ROLL-TENURE THRU 6400-ROLL-TENURE-EXIT
029500     PERFORM 6500-ROLL-REASON THRU 6500-ROLL-REASON-EXIT
029600     READ ATTWORK NEXT RECORD
029700         AT END
029800             SET Attwork-EOF TO TRUE
029900     END-READ.
030000 6000-LIST-CLOSE-EXIT.
030100     EXIT.
030200
030300*> TENURE IN WHOLE MONTHS FROM MF-OPEN-DATE (CARRIED ON THE
030400*> LEDGER ROW); AN ACCOUNT OPENED BEFORE THE OPEN DATE WAS
030500*> KEPT HAS NONE AND BANDS AS UNKNOWN.
030600 6100-FIND-TENURE.
030700     IF AW-OPEN-DATE NOT NUMERIC
030800         OR AW-OPEN-DATE = ZERO
030900         MOVE "UNKNOWN" TO Tenure-Band
031000         GO TO 6100-FIND-TENURE-EXIT
031100     END-IF
031200     MOVE AW-OPEN-DATE TO Month-Work-Date
031300     COMPUTE Open-Month-Number =
031400         Month-Work-Year * 12 + Month-Work-Month
031500     MOVE AW-CLOSE-DATE TO Month-Work-Date
031600     COMPUTE Close-Month-Number =
031700         Month-Work-Year * 12 + Month-Work-Month
031800     COMPUTE Tenure-Months =
031900         Close-Month-Number - Open-Month-Number
032000     IF Tenure-Months < 12
032100         MOVE "UNDER 1 YR" TO Tenure-Band
032200     ELSE
032300         IF Tenure-Months < 36
032400             MOVE "1-3 YRS" TO Tenure-Band
032500         ELSE
032600             IF Tenure-Months < 60
032700                 MOVE "3-5 YRS" TO Tenure-Band
032800             ELSE
032900                 MOVE "5+ YRS" TO Tenure-Band
033000             END-IF
033100         END-IF
033200     END-IF.
033300 6100-FIND-TENURE-EXIT.
033400     EXIT.
033500
033600 6200-ROLL-BRANCH.
033700     MOVE ZERO TO Roll-Found-Sub
033800     PERFORM 6210-SCAN-BRANCH THRU 6210-SCAN-BRANCH-EXIT
033900         VARYING Roll-Sub FROM 1 BY 1
034000         UNTIL Roll-Sub > Branch-Roll-Count
034100             OR Roll-Found-Sub > 0
034200     IF Roll-Found-Sub = 0
034300         IF Branch-Roll-Count < 100
034400             ADD 1 TO Branch-Roll-Count
034500             MOVE Branch-Roll-Count TO Roll-Found-Sub
034600             MOVE AW-BRANCH-CODE
034700                 TO BR-KEY-VALUE (Roll-Found-Sub)
034800             MOVE ZERO TO BR-CLOSE-COUNT (Roll-Found-Sub)
034900             MOVE ZERO TO BR-FEE-TOTAL (Roll-Found-Sub)
035000         ELSE
035100             GO TO 6200-ROLL-BRANCH-EXIT
035200         END-IF
035300     END-IF
035400     ADD 1 TO BR-CLOSE-COUNT (Roll-Found-Sub)
035500     ADD AW-FEE-TOTAL TO BR-FEE-TOTAL (Roll-Found-Sub).
035600 6200-ROLL-BRANCH-EXIT.
035700     EXIT.
035800
035900 6210-SCAN-BRANCH.
036000     IF BR-KEY-VALUE (Roll-Sub) = AW-BRANCH-CODE
036100         MOVE Roll-Sub TO Roll-Found-Sub
036200     END-IF.
036300 6210-SCAN-BRANCH-EXIT.
036400     EXIT.
036500
036600 6300-ROLL-PRODUCT.
036700     MOVE ZERO TO Roll-Found-Sub
036800     PERFORM 6310-SCAN-PRODUCT THRU 6310-SCAN-PRODUCT-EXIT
036900         VARYING Roll-Sub FROM 1 BY 1
037000         UNTIL Roll-Sub > Product-Roll-Count
037100             OR Roll-Found-Sub > 0
037200     IF Roll-Found-Sub = 0
037300         IF Product-Roll-Count < 100
037400             ADD 1 TO Product-Roll-Count
037500             MOVE Product-Roll-Count TO Roll-Found-Sub
037600             MOVE AW-PRODUCT-CODE
037700                 TO PR-KEY-VALUE (Roll-Found-Sub)
037800             MOVE ZERO TO PR-CLOSE-COUNT (Roll-Found-Sub)
037900             MOVE ZERO TO PR-FEE-TOTAL (Roll-Found-Sub)
038000         ELSE
038100             GO TO 6300-ROLL-PRODUCT-EXIT
038200         END-IF
038300     END-IF
038400     ADD 1 TO PR-CLOSE-COUNT (Roll-Found-Sub)
038500     ADD AW-FEE-TOTAL TO PR-FEE-TOTAL (Roll-Found-Sub).
038600 6300-ROLL-PRODUCT-EXIT.
038700     EXIT.
038800
038900 6310-SCAN-PRODUCT.
039000     IF PR-KEY-VALUE (Roll-Sub) = AW-PRODUCT-CODE
039100         MOVE Roll-Sub TO Roll-Found-Sub
039200     END-IF.
039300 6310-SCAN-PRODUCT-EXIT.
039400     EXIT.
039500
039600 6400-ROLL-TENURE.
039700     MOVE ZERO TO Roll-Found-Sub
039800     PERFORM 6410-SCAN-TENURE THRU 6410-SCAN-TENURE-EXIT
039900         VARYING Roll-Sub FROM 1 BY 1
040000         UNTIL Roll-Sub > Tenure-Roll-Count
040100             OR Roll-Found-Sub > 0
040200     IF Roll-Found-Sub = 0
040300         ADD 1 TO Tenure-Roll-Count
040400         MOVE Tenure-Roll-Count TO Roll-Found-Sub
040500         MOVE Tenure-Band TO TR-KEY-VALUE (Roll-Found-Sub)
040600         MOVE ZERO TO TR-CLOSE-COUNT (Roll-Found-Sub)
040700         MOVE ZERO TO TR-FEE-TOTAL (Roll-Found-Sub)
040800     END-IF
040900     ADD 1 TO TR-CLOSE-COUNT (Roll-Found-Sub)
041000     ADD AW-FEE-TOTAL TO TR-FEE-TOTAL (Roll-Found-Sub).
041100 6400-ROLL-TENURE-EXIT.
041200     EXIT.
041300
041400 6410-SCAN-TENURE.
041500     IF TR-KEY-VALUE (Roll-Sub) = Tenure-Band
041600         MOVE Roll-Sub TO Roll-Found-Sub
041700     END-IF.
041800 6410-SCAN-TENURE-EXIT.
041900     EXIT.
042000
042100 6500-ROLL-REASON.
042200     MOVE ZERO TO Roll-Found-Sub
042300     PERFORM 6510-SCAN-REASON THRU 6510-SCAN-REASON-EXIT
042400         VARYING Roll-Sub FROM 1 BY 1
042500         UNTIL Roll-Sub > Reason-Roll-Count
042600             OR Roll-Found-Sub > 0
042700     IF Roll-Found-Sub = 0
042800         IF Reason-Roll-Count < 100
042900             ADD 1 TO Reason-Roll-Count
043000             MOVE Reason-Roll-Count TO Roll-Found-Sub
043100             MOVE AW-REASON-CODE
043200                 TO RR-KEY-VALUE (Roll-Found-Sub)
043300             MOVE ZERO TO RR-CLOSE-COUNT (Roll-Found-Sub)
043400             MOVE ZERO TO RR-FEE-TOTAL (Roll-Found-Sub)
043500         ELSE
043600             GO TO 6500-ROLL-REASON-EXIT
043700         END-IF
043800     END-IF
043900     ADD 1 TO RR-CLOSE-COUNT (Roll-Found-Sub)
044000     ADD AW-FEE-TOTAL TO RR-FEE-TOTAL (Roll-Found-Sub).
044100 6500-ROLL-REASON-EXIT.
044200     EXIT.
044300
044400 6510-SCAN-REASON.
044500     IF RR-KEY-VALUE (Roll-Sub) = AW-REASON-CODE
044600         MOVE Roll-Sub TO Roll-Found-Sub
044700     END-IF.
044800 6510-SCAN-REASON-EXIT.
044900     EXIT.
045000
045100 7000-PRINT-ROLLUPS.
045200     DISPLAY " "
045300     DISPLAY "CLOSES BY BRANCH"
045400     PERFORM 7100-PRINT-BRANCH THRU 7100-PRINT-BRANCH-EXIT
045500         VARYING Roll-Sub FROM 1 BY 1
045600         UNTIL Roll-Sub > Branch-Roll-Count
045700     DISPLAY " "
045800     DISPLAY "CLOSES BY PRODUCT"
045900     PERFORM 7200-PRINT-PRODUCT THRU 7200-PRINT-PRODUCT-EXIT
046000         VARYING Roll-Sub FROM 1 BY 1
046100         UNTIL Roll-Sub > Product-Roll-Count
046200     DISPLAY " "
046300     DISPLAY "CLOSES BY TENURE"
046400     PERFORM 7300-PRINT-TENURE THRU 7300-PRINT-TENURE-EXIT
046500         VARYING Roll-Sub FROM 1 BY 1
046600         UNTIL Roll-Sub > Tenure-Roll-Count
046700     DISPLAY " "
046800     DISPLAY "CLOSES BY REASON"
046900     PERFORM 7400-PRINT-REASON THRU 7400-PRINT-REASON-EXIT
047000         VARYING Roll-Sub FROM 1 BY 1
047100         UNTIL Roll-Sub > Reason-Roll-Count.
047200 7000-PRINT-ROLLUPS-EXIT.
047300     EXIT.
047400
047500 7100-PRINT-BRANCH.
047600     MOVE BR-FEE-TOTAL (Roll-Sub) TO Edited-Total
047700     DISPLAY "  BRANCH " BR-KEY-VALUE (Roll-Sub)
047800         "  CLOSED " BR-CLOSE-COUNT (Roll-Sub)
047900         "  FEES 6 MO " Edited-Total.
048000 7100-PRINT-BRANCH-EXIT.
048100     EXIT.
048200
048300 7200-PRINT-PRODUCT.
048400     MOVE PR-FEE-TOTAL (Roll-Sub) TO Edited-Total
048500     DISPLAY "  PRODUCT " PR-KEY-VALUE (Roll-Sub)
048600         "  CLOSED " PR-CLOSE-COUNT (Roll-Sub)
048700         "  FEES 6 MO " Edited-Total.
048800 7200-PRINT-PRODUCT-EXIT.
048900     EXIT.
049000
049100 7300-PRINT-TENURE.
049200     MOVE TR-FEE-TOTAL (Roll-Sub) TO Edited-Total
049300     DISPLAY "  TENURE " TR-KEY-VALUE (Roll-Sub)
049400         "  CLOSED " TR-CLOSE-COUNT (Roll-Sub)
049500         "  FEES 6 MO " Edited-Total.
049600 7300-PRINT-TENURE-EXIT.
049700     EXIT.
049800
049900*> The description comes from the reason table; a reason
050000*> since removed prints without one.
050100 7400-PRINT-REASON.
050200     MOVE SPACES TO Reason-Description
050300     MOVE RR-KEY-VALUE (Roll-Sub) TO KR-REASON-CODE
050400     READ CLSRSN
050500         INVALID KEY
050600             CONTINUE
050700         NOT INVALID KEY
050800             MOVE KR-DESCRIPTION TO Reason-Description
050900     END-READ
051000     MOVE RR-FEE-TOTAL (Roll-Sub) TO Edited-Total
051100     DISPLAY "  REASON " RR-KEY-VALUE (Roll-Sub) " "
051200         Reason-Description
051300         "  CLOSED " RR-CLOSE-COUNT (Roll-Sub)
051400         "  FEES 6 MO " Edited-Total.
051500 7400-PRINT-REASON-EXIT.
051600     EXIT.
051700
051800 9000-TERMINATE.
051900     CLOSE ATTWORK
052000     CLOSE CLSRSN
052100     DISPLAY " "
052200     MOVE Fee-Grand-Total TO Edited-Total
052300     DISPLAY "ATTRITION SUMMARY"
052400     DISPLAY "Ledger rows read - " Rows-Read
052500     DISPLAY "Closes this month- " Closes-In-Month
052600     DISPLAY "GL rows read     - " Gl-Rows-Read
052700     DISPLAY "Fee legs counted - " Fee-Legs-Counted
052800     DISPLAY "Fees, last 6 mo  - " Edited-Total
052900     IF Duplicate-Closes > 0
053000         DISPLAY "** Repeat closes on one account skipped: "
053100             Duplicate-Closes
053200     END-IF.
053300 9000-TERMINATE-EXIT.
053400     EXIT.
053500
