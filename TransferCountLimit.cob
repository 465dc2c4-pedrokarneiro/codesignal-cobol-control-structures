000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TransferCountLimit.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    TRANSFERCOUNTLIMIT                                         *
001100*                                                               *
001200*    MONTHLY ITEM-COUNT LIMITS ON SAVINGS AND MONEY MARKET      *
001300*    PRODUCTS, RUN AFTER THE NIGHT'S POST. EVERY OPEN ACCOUNT   *
001400*    WHOSE PRODUCT HAS XFRLIMIT ROWS HAS ITS TRANHIST DEBITS    *
001500*    SINCE THE LAST SCAN COUNTED BY CLASS (THE TRNCODE          *
001600*    PC-COUNT-CLASS; A DEBIT WITH NO TRANSACTION CODE IS A      *
001700*    PLAIN WITHDRAWAL) INTO THE MONTH'S XFRUSAGE ROW.           *
001800*    IN-PERSON TELLER ITEMS (BLANK, BRN OR TLR CHANNEL) ARE     *
001900*    EXEMPT AND ONLY TALLIED. EVERY ITEM OVER THE CLASS LIMIT   *
002000*    DRAWS THE FEESCHED FEE NAMED ON THE LIMIT ROW, SUBJECT TO  *
002100*    THE SAME BANKRUPTCY STAY, WAIVER AND DAILY CAP RULES AS    *
002200*    THE OVERDRAFT FEE. THE MONTH AN ACCOUNT FIRST GOES OVER,   *
002300*    IF IT IS THE THIRD MONTH OVER IN A ROLLING TWELVE, THE     *
002400*    ACCOUNT IS QUEUED ON XFRCONVQ FOR CONVERSION TO THE        *
002500*    LIMIT ROW'S CHECKING PRODUCT AND A NOTICE GOES OUT ON      *
002600*    ALERTEVT - ONCE PER TWELVE MONTHS.                         *
002700*                                                               *
002800*    MODIFICATION HISTORY                                      *
002900*    ------------------------------------------------------    *
003000*    DATE       INIT  DESCRIPTION                              *
003100*    ---------  ----  -----------------------------------      *
003200*    2026-10-15  RLB  ORIGINAL.                                *
003300*                                                               *
003400*****************************************************************
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS MF-ACCOUNT-NUMBER
004300         FILE STATUS IS Acctmstr-File-Status.
004400
004500     SELECT XFRLIMIT ASSIGN TO "XFRLIMIT"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS SEQUENTIAL
004800         RECORD KEY IS XM-LIMIT-KEY
004900         FILE STATUS IS Xfrlimit-File-Status.
005000
005100     SELECT XFRUSAGE ASSIGN TO "XFRUSAGE"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS XU-USAGE-KEY
005500         FILE STATUS IS Xfrusage-File-Status.
005600
005700     SELECT TRNCODE ASSIGN TO "TRNCODE"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS PC-TRANS-CODE
006100         FILE STATUS IS Trncode-File-Status.
006200
006300     SELECT TRANHIST ASSIGN TO "TRANHIST"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS HT-HISTORY-KEY
006700         FILE STATUS IS Tranhist-File-Status.
006800
006900     SELECT GLPOST ASSIGN TO "GLPOST"
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS Glpost-File-Status.
007200
007300     SELECT WAIVLDGR ASSIGN TO "WAIVLDGR"
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS Waivldgr-File-Status.
007600
007700     SELECT BKRSUPP ASSIGN TO "BKRSUPP"
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS Bkrsupp-File-Status.
008000
008100     SELECT ALERTEVT ASSIGN TO "ALERTEVT"
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS Alertevt-File-Status.
008400
008500     SELECT XFRCONVQ ASSIGN TO "XFRCONVQ"
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS Xfrconvq-File-Status.
008800
008900     SELECT CUSTREL ASSIGN TO "CUSTREL"
009000         ORGANIZATION IS INDEXED
009100         ACCESS MODE IS RANDOM
009200         RECORD KEY IS RL-ACCOUNT-NUMBER
009300         FILE STATUS IS Custrel-File-Status.
009400
009500     SELECT CUSTADDR ASSIGN TO "CUSTADDR"
009600         ORGANIZATION IS INDEXED
009700         ACCESS MODE IS RANDOM
009800         RECORD KEY IS NA-CUSTOMER-NUMBER
009900         FILE STATUS IS Custaddr-File-Status.
010000
010100     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
010200         ORGANIZATION IS SEQUENTIAL
010300         FILE STATUS IS Runctlin-File-Status.
010400
010500     SELECT CTLTOTIN ASSIGN TO "CTLTOTIN"
010600         ORGANIZATION IS SEQUENTIAL
010700         FILE STATUS IS Ctltotin-File-Status.
010800
010900     SELECT CTLTOT ASSIGN TO "CTLTOT"
011000         ORGANIZATION IS SEQUENTIAL
011100         FILE STATUS IS Ctltot-File-Status.
011200
011300 DATA DIVISION.
011400 FILE SECTION.
011500 FD  ACCTMSTR.
011600     COPY ACCTMSTR.
011700
011800 FD  XFRLIMIT.
011900     COPY XFRLIMIT.
012000
012100 FD  XFRUSAGE.
012200     COPY XFRUSAGE.
012300
012400 FD  TRNCODE.
012500     COPY TRNCODE.
012600
012700 FD  TRANHIST.
012800     COPY TRNHIST.
012900
013000 FD  GLPOST.
013100     COPY GLPOST.
013200
013300 FD  WAIVLDGR.
013400     COPY WAIVLDGR.
013500
013600 FD  BKRSUPP.
013700     COPY BKRSUPP.
013800
013900 FD  ALERTEVT.
014000     COPY ALERTEVT.
014100
014200 FD  XFRCONVQ.
014300     COPY XFRCONVQ.
014400
014500 FD  CUSTREL.
014600     COPY CUSTREL.
014700
014800 FD  CUSTADDR.
014900     COPY CUSTADDR.
015000
015100 FD  RUNCTLIN.
015200     COPY RUNCTL REPLACING
015300         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
015400         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
015500         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
015600         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.
015700
015800 FD  CTLTOTIN.
015900     COPY CTLTOT REPLACING
016000         ==CT-CONTROL-TOTAL-RECORD==
016100             BY ==CTI-CONTROL-TOTAL-RECORD==
016200         ==CT-CONTROL-DATE== BY ==CTI-CONTROL-DATE==
016300         ==CT-CONTROL-TOTAL== BY ==CTI-CONTROL-TOTAL==.
016400
016500 FD  CTLTOT.
016600     COPY CTLTOT.
016700
016800 WORKING-STORAGE SECTION.
016900 01  Acctmstr-File-Status            PIC XX.
017000     88  Acctmstr-OK                 VALUE "00".
017100     88  Acctmstr-EOF                VALUE "10".
017200 01  Xfrlimit-File-Status            PIC XX.
017300     88  Xfrlimit-OK                 VALUE "00".
017400     88  Xfrlimit-EOF                VALUE "10".
017500 01  Xfrusage-File-Status            PIC XX.
017600     88  Xfrusage-OK                 VALUE "00".
017700 01  Trncode-File-Status             PIC XX.
017800     88  Trncode-OK                  VALUE "00".
017900 01  Tranhist-File-Status            PIC XX.
018000     88  Tranhist-OK                 VALUE "00".
018100 01  Glpost-File-Status              PIC XX.
018200     88  Glpost-OK                   VALUE "00".
018300 01  Waivldgr-File-Status            PIC XX.
018400     88  Waivldgr-OK                 VALUE "00".
018500 01  Bkrsupp-File-Status             PIC XX.
018600     88  Bkrsupp-OK                  VALUE "00".
018700 01  Alertevt-File-Status            PIC XX.
018800     88  Alertevt-OK                 VALUE "00".
018900 01  Xfrconvq-File-Status            PIC XX.
019000     88  Xfrconvq-OK                 VALUE "00".
019100 01  Custrel-File-Status             PIC XX.
019200     88  Custrel-OK                  VALUE "00".
019300 01  Custaddr-File-Status            PIC XX.
019400     88  Custaddr-OK                 VALUE "00".
019500 01  Runctlin-File-Status            PIC XX.
019600     88  Runctlin-OK                 VALUE "00".
019700     88  Runctlin-Not-Found          VALUE "35".
019800 01  Ctltotin-File-Status            PIC XX.
019900     88  Ctltotin-OK                 VALUE "00".
020000     88  Ctltotin-Not-Found          VALUE "35".
020100 01  Ctltot-File-Status              PIC XX.
020200     88  Ctltot-OK                   VALUE "00".
020300
020400*    A DEBIT WITH NO TRANSACTION CODE COUNTS AS A PLAIN
020500*    WITHDRAWAL; A LIMIT ROW WITH NO FEE TYPE PRICES UNDER XSWD.
020600 77  Default-Count-Class             PIC X(02) VALUE "WD".
020700 77  Default-Fee-Type                PIC X(04) VALUE "XSWD".
020800*    THE MONTHS OVER THE LIMIT IN A ROLLING TWELVE THAT QUEUE
020900*    THE ACCOUNT FOR CONVERSION.
021000 77  Conversion-Violation-Months     PIC 9(02) VALUE 3.
021100 77  Limit-Alert-Type                PIC X(02) VALUE "XL".
021200 77  Mail-Channel                    PIC X(03) VALUE "MAL".
021300
021400 01  Business-Date                   PIC 9(08).
021500 01  Business-Date-Parts REDEFINES Business-Date.
021600     05  Business-Month              PIC 9(06).
021700     05  FILLER                      PIC 9(02).
021710 01  Business-Date-Fields REDEFINES Business-Date.
021720     05  Business-Year               PIC 9(04).
021730     05  Business-Month-Of-Year      PIC 9(02).
021740     05  FILLER                      PIC 9(02).
021800 01  Month-Start-Date                PIC 9(08).
021900 01  Scan-Start-Date                 PIC 9(08).
022000 01  Scan-Start-Integer              PIC 9(07).
022100 01  Adjusted-Control-Total          PIC S9(9)V99 COMP.
022200
022300 01  Window-Month-Work.
022400     05  Window-Month-Number         PIC 9(06) COMP.
022500     05  Window-Year                 PIC 9(04).
022600     05  Window-Month                PIC 9(02).
022700 01  Window-Start-Month              PIC 9(06).
022800
022900 01  History-Scan-Switch             PIC X(01).
023000     88  History-Scan-Done           VALUE "Y".
023100     88  History-Scan-Open           VALUE "N".
023200 01  Usage-Scan-Switch               PIC X(01).
023300     88  Usage-Scan-Done             VALUE "Y".
023400     88  Usage-Scan-Open             VALUE "N".
023500 01  Usage-Row-Switch                PIC X(01).
023600     88  Usage-Row-Is-New            VALUE "Y".
023700     88  Usage-Row-On-File           VALUE "N".
023800 01  Violated-Before-Switch          PIC X(01).
023900     88  Violated-Before-Tonight     VALUE "Y".
024000     88  Clean-Before-Tonight        VALUE "N".
024100 01  Queued-In-Window-Switch         PIC X(01).
024200     88  Queued-In-Window            VALUE "Y".
024300     88  Not-Queued-In-Window        VALUE "N".
024400 01  Item-Channel                    PIC X(03).
024500     88  Item-Is-In-Person           VALUE SPACES "BRN" "TLR".
024600 01  Item-Class                      PIC X(02).
024700 01  Violation-Months                PIC 9(02).
024800 01  First-Violation-Month           PIC 9(06).
024900 01  Usage-Save-Area                 PIC X(85).
025000 01  Account-Fees-Tonight            PIC S9(7)V99.
025100 01  Advice-Name                     PIC X(30).
025200
025300 01  Excess-Fee-Type                 PIC X(04).
025400 01  Excess-Fee-Amount               PIC S9(6)V99.
025500 01  Fee-Action                      PIC X(01).
025600 01  Fee-Schedule-Result             PIC X(01).
025700     88  Schedule-Fee-Chargeable     VALUE "Y".
025800     88  Schedule-Fee-Capped         VALUE "C".
025900     88  Schedule-Fee-Zeroed         VALUE "Z".
026000     88  Schedule-Fee-Missing        VALUE "N".
026100 01  Waiver-Result                   PIC X(01).
026200     88  Fee-Is-Waived               VALUE "Y".
026300     88  Fee-Is-Charged              VALUE "N".
026400 01  Waiver-Reason-Code              PIC X(04).
026500 01  Stay-Result                     PIC X(01).
026600     88  Stay-Is-Active              VALUE "Y".
026700     88  Stay-Not-Active             VALUE "N".
026800 01  Stay-Customer-Number            PIC X(10).
026900 01  Stay-Case-Number                PIC X(15).
027000
027100*    THE XFRLIMIT FILE, LOADED WHOLE. ROWS ARRIVE IN PRODUCT
027200*    ORDER, SO THE FIRST ROW FOUND FOR A PRODUCT IS ITS FIRST.
027300 01  Limit-Table.
027400     05  Limit-Count                 PIC 9(03) COMP.
027500     05  Limit-Entry OCCURS 1 TO 300 TIMES
027600             DEPENDING ON Limit-Count.
027700         10  LT-PRODUCT-CODE         PIC X(04).
027800         10  LT-COUNT-CLASS          PIC X(02).
027900         10  LT-MONTHLY-LIMIT        PIC 9(03).
028000         10  LT-FEE-TYPE             PIC X(04).
028100         10  LT-CONVERT-TO-PRODUCT   PIC X(04).
028200 01  Limit-Sub                       PIC 9(03) COMP.
028300 01  Product-Found-Sub               PIC 9(03) COMP.
028400 01  Class-Found-Sub                 PIC 9(03) COMP.
028500 01  Slot-Sub                        PIC 9(01) COMP.
028600 01  Slot-Found-Sub                  PIC 9(01) COMP.
028700
028800 01  Limit-Counters.
028900     05  Limit-Rows-Dropped          PIC 9(7) COMP.
029000     05  Accounts-Read               PIC 9(7) COMP.
029100     05  Accounts-Limited            PIC 9(7) COMP.
029200     05  Items-Counted               PIC 9(7) COMP.
029300     05  Items-Exempt                PIC 9(7) COMP.
029400     05  Items-Over-Limit            PIC 9(7) COMP.
029500     05  Items-Unslotted             PIC 9(7) COMP.
029600     05  Fees-Charged                PIC 9(7) COMP.
029700     05  Fees-Waived                 PIC 9(7) COMP.
029800     05  Fees-Stayed                 PIC 9(7) COMP.
029900     05  Fees-Unscheduled            PIC 9(7) COMP.
030000     05  Fees-Overridden             PIC 9(7) COMP.
030100     05  Fees-Capped                 PIC 9(7) COMP.
030200     05  Accounts-Queued             PIC 9(7) COMP.
030300     05  Fees-Total                  PIC S9(9)V99 COMP.
030400
030500 PROCEDURE DIVISION.
030600
030700 0000-MAINLINE.
030800     CALL "BatchStepTimer" USING "STEP025B", "S"
030900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
031000     PERFORM 2000-LIMIT-ACCOUNT THRU 2000-LIMIT-ACCOUNT-EXIT
031100         UNTIL Acctmstr-EOF
031200     PERFORM 8000-ADJUST-CONTROL-TOTAL
031300         THRU 8000-ADJUST-CONTROL-TOTAL-EXIT
031400     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
031500     CALL "BatchStepTimer" USING "STEP025B", "E"
031600     STOP RUN.
031700
031800 1000-INITIALIZE.
031900     OPEN I-O ACCTMSTR
032000     OPEN INPUT XFRLIMIT
032100     OPEN I-O XFRUSAGE
032200     OPEN INPUT TRNCODE
032300     OPEN INPUT TRANHIST
032400     OPEN EXTEND GLPOST
032500     OPEN EXTEND WAIVLDGR
032600     OPEN EXTEND BKRSUPP
032700     OPEN EXTEND ALERTEVT
032800     OPEN OUTPUT XFRCONVQ
032900     OPEN INPUT CUSTREL
033000     OPEN INPUT CUSTADDR
033100     MOVE ZERO TO Limit-Rows-Dropped
033200                  Accounts-Read
033300                  Accounts-Limited
033400                  Items-Counted
033500                  Items-Exempt
033600                  Items-Over-Limit
033700                  Items-Unslotted
033800                  Fees-Charged
033900                  Fees-Waived
034000                  Fees-Stayed
034100                  Fees-Unscheduled
034200                  Fees-Overridden
034300                  Fees-Capped
034400                  Accounts-Queued
034500                  Fees-Total
034600
034700     OPEN INPUT RUNCTLIN
034800     IF Runctlin-OK
034900         READ RUNCTLIN
035000             AT END
035100                 SET Runctlin-Not-Found TO TRUE
035200         END-READ
035300     END-IF
035400     IF Runctlin-OK
035500         MOVE RI-BUSINESS-DATE TO Business-Date
035600         CLOSE RUNCTLIN
035700     ELSE
035800         ACCEPT Business-Date FROM DATE YYYYMMDD
035900     END-IF
036000     COMPUTE Month-Start-Date = Business-Month * 100 + 1
036100     DISPLAY "TRANSFER COUNT LIMITS - " Business-Date
036200
036300     MOVE ZERO TO Limit-Count
036400     READ XFRLIMIT NEXT RECORD
036500         AT END
036600             SET Xfrlimit-EOF TO TRUE
036700     END-READ
036800     PERFORM 1100-LOAD-LIMIT THRU 1100-LOAD-LIMIT-EXIT
036900         UNTIL Xfrlimit-EOF
037000     CLOSE XFRLIMIT
037100     DISPLAY "Limit rows loaded  - " Limit-Count
037200
037300     READ ACCTMSTR
037400         AT END
037500             SET Acctmstr-EOF TO TRUE
037600     END-READ.
037700 1000-INITIALIZE-EXIT.
037800     EXIT.
037900
038000 1100-LOAD-LIMIT.
038100     IF XM-MONTHLY-LIMIT = ZERO
038200         GO TO 1100-READ-NEXT
038300     END-IF
038400     IF Limit-Count NOT < 300
038500         ADD 1 TO Limit-Rows-Dropped
038600         DISPLAY "LIMIT TABLE FULL - " XM-PRODUCT-CODE " "
038700             XM-COUNT-CLASS " not loaded."
038800         GO TO 1100-READ-NEXT
038900     END-IF
039000     ADD 1 TO Limit-Count
039100     MOVE XM-PRODUCT-CODE TO LT-PRODUCT-CODE (Limit-Count)
039200     MOVE XM-COUNT-CLASS TO LT-COUNT-CLASS (Limit-Count)
039300     MOVE XM-MONTHLY-LIMIT TO LT-MONTHLY-LIMIT (Limit-Count)
039400     MOVE XM-FEE-TYPE TO LT-FEE-TYPE (Limit-Count)
039500     IF XM-FEE-TYPE = SPACES
039600         MOVE Default-Fee-Type TO LT-FEE-TYPE (Limit-Count)
039700     END-IF
039800     MOVE XM-CONVERT-TO-PRODUCT
039900         TO LT-CONVERT-TO-PRODUCT (Limit-Count).
040000
040100 1100-READ-NEXT.
040200     READ XFRLIMIT NEXT RECORD
040300         AT END
040400             SET Xfrlimit-EOF TO TRUE
040500     END-READ.
040600 1100-LOAD-LIMIT-EXIT.
040700     EXIT.
040800
040900*****************************************************************
041000*    ONE ACCOUNT: SKIP IT UNLESS ITS PRODUCT IS LIMITED, COUNT  *
041100*    THE DEBITS POSTED SINCE THE LAST SCAN INTO THE MONTH'S     *
041200*    USAGE ROW, CHARGE THE EXCESS ITEMS AND, THE NIGHT THE      *
041300*    MONTH FIRST GOES OVER, CHECK THE ROLLING TWELVE.           *
041400*****************************************************************
041500 2000-LIMIT-ACCOUNT.
041600     ADD 1 TO Accounts-Read
041700     IF MF-Account-Is-Closed
041800         GO TO 2000-READ-NEXT
041900     END-IF
042000     MOVE ZERO TO Product-Found-Sub
042100     PERFORM 2010-FIND-PRODUCT THRU 2010-FIND-PRODUCT-EXIT
042200         VARYING Limit-Sub FROM 1 BY 1
042300         UNTIL Limit-Sub > Limit-Count
042400             OR Product-Found-Sub > 0
042500     IF Product-Found-Sub = 0
042600         GO TO 2000-READ-NEXT
042700     END-IF
042800     ADD 1 TO Accounts-Limited
042900
043000     PERFORM 2100-GET-USAGE THRU 2100-GET-USAGE-EXIT
043100*> A rerun of the same night finds the scan already done.
043200     IF XU-LAST-SCAN-DATE NOT < Business-Date
043300         GO TO 2000-READ-NEXT
043400     END-IF
043500     IF XU-Month-Violated
043600         SET Violated-Before-Tonight TO TRUE
043700     ELSE
043800         SET Clean-Before-Tonight TO TRUE
043900     END-IF
044000     MOVE ZERO TO Account-Fees-Tonight
044100     PERFORM 2200-SCAN-HISTORY THRU 2200-SCAN-HISTORY-EXIT
044200     MOVE Business-Date TO XU-LAST-SCAN-DATE
044300
044400     IF XU-Month-Violated AND Clean-Before-Tonight
044500         PERFORM 2500-CHECK-CONVERSION
044600             THRU 2500-CHECK-CONVERSION-EXIT
044700     END-IF
044800     IF Usage-Row-Is-New
044900         WRITE XU-XFER-USAGE-RECORD
045000             INVALID KEY
045100                 DISPLAY XU-ACCOUNT-NUMBER
045200                     ": Usage row could not be added."
045300         END-WRITE
045400     ELSE
045500         REWRITE XU-XFER-USAGE-RECORD
045600             INVALID KEY
045700                 DISPLAY XU-ACCOUNT-NUMBER
045800                     ": Usage row could not be updated."
045900         END-REWRITE
046000     END-IF
046100
046200     IF Account-Fees-Tonight > ZERO
046300         REWRITE MF-ACCTMSTR-RECORD
046400             INVALID KEY
046500                 DISPLAY MF-ACCOUNT-NUMBER
046600                     ": Excess item fees rejected."
046700         END-REWRITE
046800     END-IF.
046900
047000 2000-READ-NEXT.
047100     READ ACCTMSTR
047200         AT END
047300             SET Acctmstr-EOF TO TRUE
047400     END-READ.
047500 2000-LIMIT-ACCOUNT-EXIT.
047600     EXIT.
047700
047800 2010-FIND-PRODUCT.
047900     IF LT-PRODUCT-CODE (Limit-Sub) = MF-PRODUCT-CODE
048000         MOVE Limit-Sub TO Product-Found-Sub
048100     END-IF.
048200 2010-FIND-PRODUCT-EXIT.
048300     EXIT.
048400
048500 2020-FIND-CLASS.
048600     IF LT-PRODUCT-CODE (Limit-Sub) = MF-PRODUCT-CODE
048700         AND LT-COUNT-CLASS (Limit-Sub) = Item-Class
048800         MOVE Limit-Sub TO Class-Found-Sub
048900     END-IF.
049000 2020-FIND-CLASS-EXIT.
049100     EXIT.
049200
049300*    THE MONTH'S ROW, OR A FRESH ONE WHEN THIS IS THE FIRST
049400*    NIGHT OF THE MONTH THE ACCOUNT HAS BEEN SCANNED.
049500 2100-GET-USAGE.
049600     MOVE MF-ACCOUNT-NUMBER TO XU-ACCOUNT-NUMBER
049700     MOVE Business-Month TO XU-USAGE-MONTH
049800     SET Usage-Row-On-File TO TRUE
049900     READ XFRUSAGE
050000         INVALID KEY
050100             SET Usage-Row-Is-New TO TRUE
050200     END-READ
050300     IF Usage-Row-Is-New
050400         MOVE SPACES TO XU-XFER-USAGE-RECORD
050500         MOVE MF-ACCOUNT-NUMBER TO XU-ACCOUNT-NUMBER
050600         MOVE Business-Month TO XU-USAGE-MONTH
050700         PERFORM 2110-CLEAR-SLOT THRU 2110-CLEAR-SLOT-EXIT
050800             VARYING Slot-Sub FROM 1 BY 1
050900             UNTIL Slot-Sub > 4
051000         MOVE ZERO TO XU-EXEMPT-COUNT
051100                      XU-FEES-CHARGED
051200                      XU-LAST-SCAN-DATE
051300         SET XU-Month-Clean TO TRUE
051400         SET XU-Not-Queued TO TRUE
051500     END-IF.
051600 2100-GET-USAGE-EXIT.
051700     EXIT.
051800
051900 2110-CLEAR-SLOT.
052000     MOVE SPACES TO XU-COUNT-CLASS (Slot-Sub)
052100     MOVE ZERO TO XU-ITEM-COUNT (Slot-Sub)
052200                  XU-EXCESS-COUNT (Slot-Sub).
052300 2110-CLEAR-SLOT-EXIT.
052400     EXIT.
052500
052600*    THE SCAN STARTS THE DAY AFTER THE LAST ONE, OR ON THE
052700*    FIRST OF THE MONTH FOR A FRESH ROW, AND STOPS AT TONIGHT.
052800 2200-SCAN-HISTORY.
052900     IF XU-LAST-SCAN-DATE = ZERO
053000         MOVE Month-Start-Date TO Scan-Start-Date
053100     ELSE
053200         COMPUTE Scan-Start-Integer =
053300             FUNCTION INTEGER-OF-DATE(XU-LAST-SCAN-DATE) + 1
053400         MOVE FUNCTION DATE-OF-INTEGER(Scan-Start-Integer)
053500             TO Scan-Start-Date
053600     END-IF
053700     MOVE MF-ACCOUNT-NUMBER TO HT-ACCOUNT-NUMBER
053800     MOVE Scan-Start-Date TO HT-TRANS-DATE
053900     MOVE ZERO TO HT-TRANS-SEQUENCE
054000     START TRANHIST KEY IS NOT LESS THAN HT-HISTORY-KEY
054100         INVALID KEY
054200             GO TO 2200-SCAN-HISTORY-EXIT
054300     END-START
054400     SET History-Scan-Open TO TRUE
054500     PERFORM 2210-COUNT-ITEM THRU 2210-COUNT-ITEM-EXIT
054600         UNTIL History-Scan-Done.
054700 2200-SCAN-HISTORY-EXIT.
054800     EXIT.
054900
055000 2210-COUNT-ITEM.
055100     READ TRANHIST NEXT
055200         AT END
055300             SET History-Scan-Done TO TRUE
055400             GO TO 2210-COUNT-ITEM-EXIT
055500     END-READ
055600     IF HT-ACCOUNT-NUMBER NOT = MF-ACCOUNT-NUMBER
055700         OR HT-TRANS-DATE > Business-Date
055800         SET History-Scan-Done TO TRUE
055900         GO TO 2210-COUNT-ITEM-EXIT
056000     END-IF
056100     IF NOT HT-WITHDRAWAL
056200         GO TO 2210-COUNT-ITEM-EXIT
056300     END-IF
056400     IF HT-TRANS-CODE = SPACES
056500         MOVE Default-Count-Class TO Item-Class
056600     ELSE
056700         MOVE HT-TRANS-CODE TO PC-TRANS-CODE
056800         READ TRNCODE
056900             INVALID KEY
057000                 GO TO 2210-COUNT-ITEM-EXIT
057100         END-READ
057200         IF PC-NOT-COUNTED
057300             GO TO 2210-COUNT-ITEM-EXIT
057400         END-IF
057500         MOVE PC-COUNT-CLASS TO Item-Class
057600     END-IF
057700     MOVE ZERO TO Class-Found-Sub
057800     PERFORM 2020-FIND-CLASS THRU 2020-FIND-CLASS-EXIT
057900         VARYING Limit-Sub FROM 1 BY 1
058000         UNTIL Limit-Sub > Limit-Count
058100             OR Class-Found-Sub > 0
058200     IF Class-Found-Sub = 0
058300         GO TO 2210-COUNT-ITEM-EXIT
058400     END-IF
058500*> The rules leave in-person withdrawals at the window alone.
058600     MOVE HT-SOURCE-CHANNEL TO Item-Channel
058700     IF Item-Is-In-Person
058800         ADD 1 TO XU-EXEMPT-COUNT
058900         ADD 1 TO Items-Exempt
059000         GO TO 2210-COUNT-ITEM-EXIT
059100     END-IF
059200
059300     MOVE ZERO TO Slot-Found-Sub
059400     PERFORM 2220-FIND-SLOT THRU 2220-FIND-SLOT-EXIT
059500         VARYING Slot-Sub FROM 1 BY 1
059600         UNTIL Slot-Sub > 4
059700             OR Slot-Found-Sub > 0
059800     IF Slot-Found-Sub = 0
059900         ADD 1 TO Items-Unslotted
060000         DISPLAY MF-ACCOUNT-NUMBER ": No usage slot for class "
060100             Item-Class " - item not counted."
060200         GO TO 2210-COUNT-ITEM-EXIT
060300     END-IF
060400     MOVE Item-Class TO XU-COUNT-CLASS (Slot-Found-Sub)
060500     ADD 1 TO XU-ITEM-COUNT (Slot-Found-Sub)
060600     ADD 1 TO Items-Counted
060700     IF XU-ITEM-COUNT (Slot-Found-Sub)
060800         > LT-MONTHLY-LIMIT (Class-Found-Sub)
060900         ADD 1 TO XU-EXCESS-COUNT (Slot-Found-Sub)
061000         ADD 1 TO Items-Over-Limit
061100         SET XU-Month-Violated TO TRUE
061200         PERFORM 2300-CHARGE-EXCESS-FEE
061300             THRU 2300-CHARGE-EXCESS-FEE-EXIT
061400     END-IF.
061500 2210-COUNT-ITEM-EXIT.
061600     EXIT.
061700
061800*    THE CLASS'S OWN SLOT, OR THE FIRST EMPTY ONE.
061900 2220-FIND-SLOT.
062000     IF XU-COUNT-CLASS (Slot-Sub) = Item-Class
062100         OR XU-COUNT-CLASS (Slot-Sub) = SPACES
062200         MOVE Slot-Sub TO Slot-Found-Sub
062300     END-IF.
062400 2220-FIND-SLOT-EXIT.
062500     EXIT.
062600
062700*****************************************************************
062800*    ONE EXCESS ITEM'S FEE. PRICED FROM FEESCHED, THEN THE      *
062900*    BANKRUPTCY STAY, THE WAIVER TABLE AND THE DAILY CAP HAVE   *
063000*    THEIR SAY, THE SAME ORDER THE OVERDRAFT FEE FOLLOWS. THE   *
063100*    MASTER IS REWRITTEN ONCE FOR THE NIGHT'S FEES.             *
063200*****************************************************************
063300 2300-CHARGE-EXCESS-FEE.
063400     MOVE LT-FEE-TYPE (Class-Found-Sub) TO Excess-Fee-Type
063500     MOVE "Q" TO Fee-Action
063600     CALL "FeeScheduleLookup" USING MF-ACCOUNT-NUMBER,
063700         MF-PRODUCT-CODE, Excess-Fee-Type, Business-Date,
063800         Fee-Action, Excess-Fee-Amount, Fee-Schedule-Result
063900     IF Schedule-Fee-Missing
064000         ADD 1 TO Fees-Unscheduled
064100         DISPLAY MF-ACCOUNT-NUMBER ": No " Excess-Fee-Type
064200             " fee on the schedule for " MF-PRODUCT-CODE
064300         GO TO 2300-CHARGE-EXCESS-FEE-EXIT
064400     END-IF
064500     IF Schedule-Fee-Zeroed
064600         ADD 1 TO Fees-Overridden
064700         GO TO 2300-CHARGE-EXCESS-FEE-EXIT
064800     END-IF
064900     CALL "BankruptcyStayCheck" USING MF-ACCOUNT-NUMBER,
065000         Stay-Result, Stay-Customer-Number, Stay-Case-Number
065100     IF Stay-Is-Active
065200         ADD 1 TO Fees-Stayed
065300         MOVE Stay-Customer-Number TO BS-CUSTOMER-NUMBER
065400         MOVE Stay-Case-Number TO BS-CASE-NUMBER
065500         MOVE MF-ACCOUNT-NUMBER TO BS-ACCOUNT-NUMBER
065600         MOVE Business-Date TO BS-SUPPRESS-DATE
065700         MOVE Excess-Fee-Type TO BS-ACTIVITY-CODE
065800         MOVE Excess-Fee-Amount TO BS-AMOUNT
065900         MOVE "TransferCountLimit" TO BS-SOURCE-PROGRAM
066000         WRITE BS-SUPPRESSED-ACTIVITY-RECORD
066100         GO TO 2300-CHARGE-EXCESS-FEE-EXIT
066200     END-IF
066300     CALL "FeeWaiverCheck" USING MF-ACCOUNT-NUMBER,
066400         MF-PRODUCT-CODE, Waiver-Result, Waiver-Reason-Code
066500     IF Fee-Is-Waived
066600         ADD 1 TO Fees-Waived
066700         MOVE Waiver-Reason-Code TO WX-REASON-CODE
066800         PERFORM 2350-WRITE-WAIVER THRU 2350-WRITE-WAIVER-EXIT
066900         GO TO 2300-CHARGE-EXCESS-FEE-EXIT
067000     END-IF
067100     MOVE "C" TO Fee-Action
067200     CALL "FeeScheduleLookup" USING MF-ACCOUNT-NUMBER,
067300         MF-PRODUCT-CODE, Excess-Fee-Type, Business-Date,
067400         Fee-Action, Excess-Fee-Amount, Fee-Schedule-Result
067500     IF Schedule-Fee-Capped
067600         ADD 1 TO Fees-Capped
067700         MOVE "DCAP" TO WX-REASON-CODE
067800         PERFORM 2350-WRITE-WAIVER THRU 2350-WRITE-WAIVER-EXIT
067900         GO TO 2300-CHARGE-EXCESS-FEE-EXIT
068000     END-IF
068100
068200     COMPUTE MF-ACCOUNT-BALANCE =
068300         MF-ACCOUNT-BALANCE - Excess-Fee-Amount
068400     ADD Excess-Fee-Amount TO Account-Fees-Tonight
068500     ADD Excess-Fee-Amount TO XU-FEES-CHARGED
068600     ADD Excess-Fee-Amount TO Fees-Total
068700     ADD 1 TO Fees-Charged
068800     MOVE MF-ACCOUNT-NUMBER TO GL-ACCOUNT-NUMBER
068900     MOVE Business-Date TO GL-POSTING-DATE
069000     MOVE Excess-Fee-Type TO GL-TRANSACTION-CODE
069100     SET GL-Is-Debit TO TRUE
069200     MOVE Excess-Fee-Amount TO GL-ENTRY-AMOUNT
069300     MOVE "TransferCountLimit" TO GL-SOURCE-PROGRAM
069400     MOVE HT-TRACE-ID TO GL-TRACE-ID
069500     WRITE GL-POST-RECORD
069600*> The contra leg - the feed must balance within the date.
069700     MOVE "GLFEEINC  " TO GL-ACCOUNT-NUMBER
069800     SET GL-Is-Credit TO TRUE
069900     WRITE GL-POST-RECORD
070000     DISPLAY MF-ACCOUNT-NUMBER ": Excess " Item-Class
070100         " item fee " Excess-Fee-Amount.
070200 2300-CHARGE-EXCESS-FEE-EXIT.
070300     EXIT.
070400
070500 2350-WRITE-WAIVER.
070600     MOVE MF-ACCOUNT-NUMBER TO WX-ACCOUNT-NUMBER
070700     MOVE MF-BRANCH-CODE TO WX-BRANCH-CODE
070800     MOVE MF-PRODUCT-CODE TO WX-PRODUCT-CODE
070900     MOVE Excess-Fee-Type TO WX-FEE-TYPE
071000     MOVE Excess-Fee-Amount TO WX-WAIVED-AMOUNT
071100     MOVE Business-Date TO WX-WAIVE-DATE
071200     WRITE WX-WAIVED-FEE-RECORD.
071300 2350-WRITE-WAIVER-EXIT.
071400     EXIT.
071500
071600*****************************************************************
071700*    THE MONTH HAS JUST GONE OVER. COUNT THE MONTHS OVER IN     *
071800*    THE ROLLING TWELVE ENDING THIS ONE; AT THE THRESHOLD,      *
071900*    AND UNLESS THE ACCOUNT WAS ALREADY QUEUED INSIDE THE       *
072000*    WINDOW, QUEUE IT FOR CONVERSION AND SEND THE NOTICE. THE   *
072100*    BROWSE OVERLAYS THE RECORD AREA, SO TONIGHT'S ROW IS       *
072200*    SAVED AROUND IT.                                           *
072300*****************************************************************
072400 2500-CHECK-CONVERSION.
072500     MOVE XU-XFER-USAGE-RECORD TO Usage-Save-Area
072600     MOVE 1 TO Violation-Months
072700     MOVE Business-Month TO First-Violation-Month
072800     SET Not-Queued-In-Window TO TRUE
072900     COMPUTE Window-Month-Number =
073000         Business-Year * 12 + Business-Month-Of-Year - 1 - 11
073100     DIVIDE Window-Month-Number BY 12 GIVING Window-Year
073200         REMAINDER Window-Month
073300     ADD 1 TO Window-Month
073400     COMPUTE Window-Start-Month = Window-Year * 100 + Window-Month
073500
073600     MOVE MF-ACCOUNT-NUMBER TO XU-ACCOUNT-NUMBER
073700     MOVE Window-Start-Month TO XU-USAGE-MONTH
073800     START XFRUSAGE KEY IS NOT LESS THAN XU-USAGE-KEY
073900         INVALID KEY
074000             SET Usage-Scan-Done TO TRUE
074100         NOT INVALID KEY
074200             SET Usage-Scan-Open TO TRUE
074300     END-START
074400     PERFORM 2510-COUNT-MONTH THRU 2510-COUNT-MONTH-EXIT
074500         UNTIL Usage-Scan-Done
074600     MOVE Usage-Save-Area TO XU-XFER-USAGE-RECORD
074700
074800     IF Violation-Months < Conversion-Violation-Months
074900         OR Queued-In-Window
075000         GO TO 2500-CHECK-CONVERSION-EXIT
075100     END-IF
075200     PERFORM 2550-GET-NAME THRU 2550-GET-NAME-EXIT
075300     MOVE SPACES TO XQ-CONVERSION-QUEUE-RECORD
075400     MOVE MF-ACCOUNT-NUMBER TO XQ-ACCOUNT-NUMBER
075500     MOVE MF-BRANCH-CODE TO XQ-BRANCH-CODE
075600     MOVE MF-PRODUCT-CODE TO XQ-CURRENT-PRODUCT
075700     MOVE LT-CONVERT-TO-PRODUCT (Product-Found-Sub)
075800         TO XQ-TARGET-PRODUCT
075900     MOVE Violation-Months TO XQ-VIOLATION-MONTHS
076000     MOVE First-Violation-Month TO XQ-FIRST-VIOLATION-MONTH
076100     MOVE Business-Date TO XQ-QUEUE-DATE
076200     MOVE Advice-Name TO XQ-CUSTOMER-NAME
076300     WRITE XQ-CONVERSION-QUEUE-RECORD
076400
076500     MOVE SPACES TO AE-ALERT-EVENT-RECORD
076600     MOVE MF-ACCOUNT-NUMBER TO AE-ACCOUNT-NUMBER
076700     MOVE Limit-Alert-Type TO AE-ALERT-TYPE
076800     MOVE Violation-Months TO AE-TRIGGER-AMOUNT
076900     MOVE MF-ACCOUNT-BALANCE TO AE-ACCOUNT-BALANCE
077000     MOVE MF-ACCOUNT-STATUS TO AE-ACCOUNT-STATUS
077100     MOVE Mail-Channel TO AE-DELIVERY-CHANNEL
077200     MOVE Business-Date TO AE-EVENT-DATE
077300     MOVE ZERO TO AE-TRACE-ID
077400     WRITE AE-ALERT-EVENT-RECORD
077500
077600     SET XU-Conversion-Queued TO TRUE
077700     ADD 1 TO Accounts-Queued
077800     DISPLAY MF-ACCOUNT-NUMBER ": Queued for conversion to "
077900         XQ-TARGET-PRODUCT " - " Violation-Months
078000         " months over the limit.".
078100 2500-CHECK-CONVERSION-EXIT.
078200     EXIT.
078300
078400*    EARLIER MONTHS ONLY - TONIGHT'S MONTH IS ALREADY COUNTED.
078500 2510-COUNT-MONTH.
078600     READ XFRUSAGE NEXT RECORD
078700         AT END
078800             SET Usage-Scan-Done TO TRUE
078900             GO TO 2510-COUNT-MONTH-EXIT
079000     END-READ
079100     IF XU-ACCOUNT-NUMBER NOT = MF-ACCOUNT-NUMBER
079200         OR XU-USAGE-MONTH NOT < Business-Month
079300         SET Usage-Scan-Done TO TRUE
079400         GO TO 2510-COUNT-MONTH-EXIT
079500     END-IF
079600     IF XU-Conversion-Queued
079700         SET Queued-In-Window TO TRUE
079800     END-IF
079900     IF XU-Month-Violated
080000         ADD 1 TO Violation-Months
080100         IF XU-USAGE-MONTH < First-Violation-Month
080200             MOVE XU-USAGE-MONTH TO First-Violation-Month
080300         END-IF
080400     END-IF.
080500 2510-COUNT-MONTH-EXIT.
080600     EXIT.
080700
080800*    ACCOUNT TO CUSTOMER THROUGH CUSTREL, CUSTOMER TO THE NAME
080900*    MASTER; NO ROW MEANS A BLANK NAME.
081000 2550-GET-NAME.
081100     MOVE SPACES TO Advice-Name
081200     MOVE MF-ACCOUNT-NUMBER TO RL-ACCOUNT-NUMBER
081300     READ CUSTREL
081400         INVALID KEY
081500             GO TO 2550-GET-NAME-EXIT
081600     END-READ
081700     MOVE RL-CUSTOMER-NUMBER TO NA-CUSTOMER-NUMBER
081800     READ CUSTADDR
081900         INVALID KEY
082000             GO TO 2550-GET-NAME-EXIT
082100     END-READ
082200     MOVE NA-CUSTOMER-NAME TO Advice-Name.
082300 2550-GET-NAME-EXIT.
082400     EXIT.
082500
082600*> EndOfDayReconciliation carried tonight's control total forward
082700*> before this step ran; re-carry it with the excess item fees
082800*> deducted so tomorrow's reconciliation starts from the balance
082900*> the master actually holds tonight.
083000 8000-ADJUST-CONTROL-TOTAL.
083100     IF Fees-Total = ZERO
083200         GO TO 8000-ADJUST-CONTROL-TOTAL-EXIT
083300     END-IF
083400     OPEN INPUT CTLTOTIN
083500     IF Ctltotin-OK
083600         READ CTLTOTIN
083700             AT END
083800                 SET Ctltotin-Not-Found TO TRUE
083900         END-READ
084000     END-IF
084100
084200     IF Ctltotin-OK
084300         COMPUTE Adjusted-Control-Total =
084400             CTI-CONTROL-TOTAL - Fees-Total
084500         CLOSE CTLTOTIN
084600         MOVE Business-Date TO CT-CONTROL-DATE
084700         MOVE Adjusted-Control-Total TO CT-CONTROL-TOTAL
084800         OPEN OUTPUT CTLTOT
084900         WRITE CT-CONTROL-TOTAL-RECORD
085000         CLOSE CTLTOT
085100     ELSE
085200         DISPLAY "No control total on file - excess item fees "
085300             "will not be reflected until the next "
085400             "successful reconciliation."
085500     END-IF.
085600 8000-ADJUST-CONTROL-TOTAL-EXIT.
085700     EXIT.
085800
085900 9000-TERMINATE.
086000     CLOSE ACCTMSTR
086100     CLOSE XFRUSAGE
086200     CLOSE TRNCODE
086300     CLOSE TRANHIST
086400     CLOSE GLPOST
086500     CLOSE WAIVLDGR
086600     CLOSE BKRSUPP
086700     CLOSE ALERTEVT
086800     CLOSE XFRCONVQ
086900     CLOSE CUSTREL
087000     CLOSE CUSTADDR
087100     DISPLAY " "
087200     DISPLAY "TRANSFER COUNT LIMIT SUMMARY"
087300     DISPLAY "Limit rows dropped  - " Limit-Rows-Dropped
087400     DISPLAY "Accounts read       - " Accounts-Read
087500     DISPLAY "Accounts limited    - " Accounts-Limited
087600     DISPLAY "Items counted       - " Items-Counted
087700     DISPLAY "Items exempt        - " Items-Exempt
087800     DISPLAY "Items over limit    - " Items-Over-Limit
087900     DISPLAY "Items not slotted   - " Items-Unslotted
088000     DISPLAY "Fees charged        - " Fees-Charged
088100     DISPLAY "Fees waived         - " Fees-Waived
088200     DISPLAY "Fees stayed         - " Fees-Stayed
088300     DISPLAY "Fees unscheduled    - " Fees-Unscheduled
088400     DISPLAY "Fees overridden     - " Fees-Overridden
088500     DISPLAY "Fees over cap       - " Fees-Capped
088600     DISPLAY "Accounts queued     - " Accounts-Queued
088700     DISPLAY "Total fees charged  - " Fees-Total.
088800 9000-TERMINATE-EXIT.
088900     EXIT.
