000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CourtesyPayLimitAssignment.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    COURTESYPAYLIMITASSIGNMENT                                 *
001100*                                                               *
001200*    MONTHLY DISCRETIONARY OVERDRAFT (COURTESY PAY) LIMITS.     *
001300*    CHAINED NIGHTLY AFTER THE POST BUT ONLY WORKS THE LAST     *
001400*    NIGHT OF THE MONTH, ONCE THE AVERAGE DAILY BALANCE         *
001500*    ACCUMULATOR HOLDS THE WHOLE MONTH. EVERY ACCOUNT WHOSE     *
001600*    PRODUCT HAS A CPPARM ROW IS GIVEN A LIMIT ON CPLIMIT:      *
001700*    THE PRODUCT'S BASE, PLUS A STEP FOR EACH FULL YEAR OPEN    *
001800*    (MF-OPEN-DATE, UP TO FIVE), PLUS A PERCENT OF THE MONTH'S  *
001900*    AVERAGE BALANCE; HALVED FOR A LOW CM-CUSTOMER-TRUST-SCORE, *
002000*    RAISED A QUARTER FOR A HIGH ONE, CUT A QUARTER FOR EACH    *
002100*    ITEM RETURNED OFF THE NSF QUEUE IN THE LOOKBACK, CAPPED AT *
002200*    THE PRODUCT MAXIMUM AND ROUNDED DOWN TO TEN DOLLARS.       *
002300*    A DORMANT, DECEASED, CHARGED-OFF, PROBATIONARY, TOO-NEW    *
002400*    OR LONG-OVERDRAWN ACCOUNT, OR ONE WITH TOO MANY RETURNS,   *
002500*    GETS ZERO AND A REASON. THE NIGHTLY POST PAYS A DEBIT      *
002600*    THAT OVERDRAWS THE SPENDABLE BALANCE BY NO MORE THAN THE   *
002700*    LIMIT. A LOWER LIMIT THAN LAST MONTH SENDS THE CUSTOMER A  *
002800*    NOTICE ON ALERTEVT. THE REPORT GIVES THE LIMIT             *
002900*    DISTRIBUTION, THE REASONS FOR ZERO LIMITS AND THE PAST     *
003000*    TWELVE MONTHS' CHARGE-OFF LOSSES AGAINST THE LIMIT EACH    *
003100*    ACCOUNT WAS LAST GRANTED.                                  *
003200*                                                               *
003300*    MODIFICATION HISTORY                                      *
003400*    ------------------------------------------------------    *
003500*    DATE       INIT  DESCRIPTION                              *
003600*    ---------  ----  -----------------------------------      *
003700*    2026-10-15  RLB  ORIGINAL.                                *
003800*                                                               *
003900*****************************************************************
004000
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS MF-ACCOUNT-NUMBER
004800         FILE STATUS IS Acctmstr-File-Status.
004900
005000     SELECT CPLIMIT ASSIGN TO "CPLIMIT"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS CY-ACCOUNT-NUMBER
005400         FILE STATUS IS Cplimit-File-Status.
005500
005600     SELECT CPPARM ASSIGN TO "CPPARM"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS KP-PRODUCT-CODE
006000         FILE STATUS IS Cpparm-File-Status.
006100
006200     SELECT PROBPARM ASSIGN TO "PROBPARM"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS RANDOM
006500         RECORD KEY IS PB-PRODUCT-CODE
006600         FILE STATUS IS Probparm-File-Status.
006700
006800     SELECT ADBACCUM ASSIGN TO "ADBACCUM"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS RANDOM
007100         RECORD KEY IS AB-ACCOUNT-NUMBER
007200         FILE STATUS IS Adbaccum-File-Status.
007300
007400     SELECT CUSTMSTR ASSIGN TO "CUSTMSTR"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS RANDOM
007700         RECORD KEY IS CM-CUSTOMER-NUMBER
007800         FILE STATUS IS Custmstr-File-Status.
007900
008000     SELECT CHGRECV ASSIGN TO "CHGRECV"
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS RANDOM
008300         RECORD KEY IS CP-ACCOUNT-NUMBER
008400         FILE STATUS IS Chgrecv-File-Status.
008500
008600     SELECT ODAGING ASSIGN TO "ODAGING"
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS RANDOM
008900         RECORD KEY IS OA-ACCOUNT-NUMBER
009000         FILE STATUS IS Odaging-File-Status.
009100
009200     SELECT NSFQ ASSIGN TO "NSFQ"
009300         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS SEQUENTIAL
009500         RECORD KEY IS NQ-TRACE-ID
009600         FILE STATUS IS Nsfq-File-Status.
009700
009800     SELECT ALERTEVT ASSIGN TO "ALERTEVT"
009900         ORGANIZATION IS SEQUENTIAL
010000         FILE STATUS IS Alertevt-File-Status.
010100
010200     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
010300         ORGANIZATION IS SEQUENTIAL
010400         FILE STATUS IS Runctlin-File-Status.
010500
010600 DATA DIVISION.
010700 FILE SECTION.
010800 FD  ACCTMSTR.
010900     COPY ACCTMSTR.
011000
011100 FD  CPLIMIT.
011200     COPY CPLIMIT.
011300
011400 FD  CPPARM.
011500     COPY CPPARM.
011600
011700 FD  PROBPARM.
011800     COPY PROBPARM.
011900
012000 FD  ADBACCUM.
012100     COPY ADBACCUM.
012200
012300 FD  CUSTMSTR.
012400     COPY CUSTMSTR.
012500
012600 FD  CHGRECV.
012700     COPY CHGRECV.
012800
012900 FD  ODAGING.
013000     COPY ODAGING.
013100
013200 FD  NSFQ.
013300     COPY NSFQ.
013400
013500 FD  ALERTEVT.
013600     COPY ALERTEVT.
013700
013800 FD  RUNCTLIN.
013900     COPY RUNCTL REPLACING
014000         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
014100         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
014200         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
014300         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.
014400
014500 WORKING-STORAGE SECTION.
014600 01  Acctmstr-File-Status            PIC XX.
014700     88  Acctmstr-OK                 VALUE "00".
014800     88  Acctmstr-EOF                VALUE "10".
014900 01  Cplimit-File-Status             PIC XX.
015000     88  Cplimit-OK                  VALUE "00".
015100 01  Cpparm-File-Status              PIC XX.
015200     88  Cpparm-OK                   VALUE "00".
015300 01  Probparm-File-Status            PIC XX.
015400     88  Probparm-OK                 VALUE "00".
015500 01  Probparm-File-Switch            PIC X(01).
015600     88  Probparm-File-Open          VALUE "Y".
015700     88  Probparm-File-Absent        VALUE "N".
015800 01  Adbaccum-File-Status            PIC XX.
015900     88  Adbaccum-OK                 VALUE "00".
016000 01  Custmstr-File-Status            PIC XX.
016100     88  Custmstr-OK                 VALUE "00".
016200 01  Chgrecv-File-Status             PIC XX.
016300     88  Chgrecv-OK                  VALUE "00".
016400 01  Odaging-File-Status             PIC XX.
016500     88  Odaging-OK                  VALUE "00".
016600 01  Nsfq-File-Status                PIC XX.
016700     88  Nsfq-OK                     VALUE "00".
016800     88  Nsfq-EOF                    VALUE "10".
016900 01  Alertevt-File-Status            PIC XX.
017000     88  Alertevt-OK                 VALUE "00".
017100 01  Runctlin-File-Status            PIC XX.
017200     88  Runctlin-OK                 VALUE "00".
017300     88  Runctlin-Not-Found          VALUE "35".
017400
017500*    SHOP DEFAULTS FOR A ZERO CPPARM FIELD OR A MISSING
017600*    PROBATION ROW - WHOLE DOLLARS AND DAYS.
017700 77  Default-Base-Limit              PIC 9(05) VALUE 100.
017800 77  Default-Max-Limit               PIC 9(05) VALUE 500.
017900 77  Default-Tenure-Step             PIC 9(03) VALUE 50.
018000 77  Default-Adb-Percent             PIC 9(03) VALUE 10.
018100 77  Default-Min-Tenure-Days         PIC 9(03) VALUE 90.
018200 77  Default-Max-Returns             PIC 9(02) VALUE 3.
018300 77  Default-Probation-Days          PIC 9(03) VALUE 30.
018400*    FULL YEARS OPEN THAT EARN A TENURE STEP.
018500 77  Max-Tenure-Years                PIC 9(01) VALUE 5.
018600*    TRUST SCORES AT OR BELOW THE LOW MARK HALVE THE LIMIT; AT
018700*    OR ABOVE THE HIGH MARK RAISE IT A QUARTER. A CUSTOMER NOT
018800*    ON CUSTMSTR IS TAKEN AS MIDDLING.
018900 77  Low-Trust-Score                 PIC 9(01) VALUE 3.
019000 77  High-Trust-Score                PIC 9(01) VALUE 7.
019100 77  Default-Trust-Score             PIC 9(01) VALUE 5.
019200*    EACH NSF RETURN IN THE LOOKBACK CUTS THE LIMIT BY THIS
019300*    PERCENT.
019400 77  Return-Lookback-Days            PIC 9(03) VALUE 180.
019500 77  Return-Cut-Percent              PIC 9(03) VALUE 25.
019600*    A CHARGE-OFF THIS RECENT, OR ONE STILL OWED, BARS THE
019700*    ACCOUNT; AN OVERDRAFT OLDER THAN THE AGED DAYS ZEROES IT.
019800 77  Chargeoff-Bar-Days              PIC 9(03) VALUE 730.
019900 77  Aged-Overdraft-Days             PIC 9(03) VALUE 30.
020000 77  Loss-Window-Days                PIC 9(03) VALUE 365.
020100 77  Limit-Alert-Type                PIC X(02) VALUE "CP".
020200 77  Mail-Channel                    PIC X(03) VALUE "MAL".
020300
020400 01  Business-Date                   PIC 9(08).
020500 01  Business-Date-Parts REDEFINES Business-Date.
020600     05  Business-Month              PIC 9(06).
020700     05  FILLER                      PIC 9(02).
020800 01  Tomorrow-Date                   PIC 9(08).
020900 01  Business-Integer                PIC 9(07).
021000 01  Work-Integer                    PIC 9(07).
021100 01  Return-Window-Date              PIC 9(08).
021200 01  Chargeoff-Bar-Date              PIC 9(08).
021300 01  Aged-Overdraft-Date             PIC 9(08).
021400 01  Loss-Window-Date                PIC 9(08).
021500 01  Probation-End-Date              PIC 9(08).
021600
021700 01  Month-End-Switch                PIC X(01).
021800     88  Is-Month-End                VALUE "Y".
021900     88  Not-Month-End               VALUE "N".
022000 01  Limit-Row-Switch                PIC X(01).
022100     88  Limit-Row-Is-New            VALUE "Y".
022200     88  Limit-Row-On-File           VALUE "N".
022300 01  Rerun-Switch                    PIC X(01).
022400     88  Assigned-Tonight            VALUE "Y".
022500     88  Not-Assigned-Tonight        VALUE "N".
022600 01  Product-Switch                  PIC X(01).
022700     88  Product-Offers-Courtesy     VALUE "Y".
022800     88  Product-Not-Offered         VALUE "N".
022900 01  Chargeoff-Switch                PIC X(01).
023000     88  Chargeoff-On-File           VALUE "Y".
023100     88  No-Chargeoff-On-File        VALUE "N".
023200
023300 01  Account-Factors.
023400     05  Old-Limit                   PIC 9(05).
023500     05  New-Limit                   PIC 9(05).
023600     05  Last-Granted-Limit          PIC 9(05).
023700     05  Reason-Code                 PIC X(02).
023800     05  Tenure-Days                 PIC 9(05).
023900     05  Tenure-Years                PIC 9(02).
024000     05  Tenure-Months               PIC 9(03).
024100     05  Average-Balance             PIC S9(7)V99.
024200     05  Trust-Score                 PIC 9(01).
024300     05  Return-Count                PIC 9(02).
024400     05  Work-Limit                  PIC S9(07).
024500     05  Work-Tens                   PIC S9(07).
024600     05  Cut-Percent                 PIC S9(03).
024700     05  Net-Loss                    PIC S9(7)V99.
024800
024900 01  Product-Limits.
025000     05  Base-Limit                  PIC 9(05).
025100     05  Max-Limit                   PIC 9(05).
025200     05  Tenure-Step                 PIC 9(03).
025300     05  Adb-Percent                 PIC 9(03).
025400     05  Min-Tenure-Days             PIC 9(03).
025500     05  Max-Returns                 PIC 9(02).
025600     05  Probation-Days              PIC 9(03).
025700
025800*    NSF RETURNS IN THE LOOKBACK, ONE ENTRY PER ACCOUNT, BUILT
025900*    FROM THE DECISION QUEUE BEFORE THE MASTER PASS.
026000 01  Return-Table.
026100     05  Return-Entry-Count          PIC 9(05) COMP.
026200     05  Return-Entry OCCURS 1 TO 5000 TIMES
026300             DEPENDING ON Return-Entry-Count.
026400         10  RT-ACCOUNT-NUMBER       PIC X(10).
026500         10  RT-RETURN-COUNT         PIC 9(02).
026600 01  Return-Sub                      PIC 9(05) COMP.
026700 01  Return-Found-Sub                PIC 9(05) COMP.
026800
026900*    LIMIT BANDS - THE UPPER BOUND OF EACH, WHOLE DOLLARS.
027000 01  Band-Ceiling-Values.
027100     05  FILLER                      PIC 9(05) VALUE 0.
027200     05  FILLER                      PIC 9(05) VALUE 100.
027300     05  FILLER                      PIC 9(05) VALUE 250.
027400     05  FILLER                      PIC 9(05) VALUE 500.
027500     05  FILLER                      PIC 9(05) VALUE 1000.
027600     05  FILLER                      PIC 9(05) VALUE 99999.
027700 01  Band-Ceiling-Table REDEFINES Band-Ceiling-Values.
027800     05  Band-Ceiling                PIC 9(05) OCCURS 6 TIMES.
027900 01  Band-Label-Values.
028000     05  FILLER                      PIC X(12) VALUE "NONE".
028100     05  FILLER                      PIC X(12) VALUE "$1-100".
028200     05  FILLER                      PIC X(12) VALUE "$101-250".
028300     05  FILLER                      PIC X(12) VALUE "$251-500".
028400     05  FILLER                      PIC X(12) VALUE "$501-1000".
028500     05  FILLER                      PIC X(12) VALUE "OVER $1000".
028600 01  Band-Label-Table REDEFINES Band-Label-Values.
028700     05  Band-Label                  PIC X(12) OCCURS 6 TIMES.
028800 01  Band-Totals.
028900     05  Band-Entry OCCURS 6 TIMES.
029000         10  BT-ACCOUNTS             PIC 9(7) COMP.
029100         10  BT-LIMIT-TOTAL          PIC 9(9) COMP.
029200         10  BT-LOSS-ACCOUNTS        PIC 9(7) COMP.
029300         10  BT-LOSS-AMOUNT          PIC S9(9)V99 COMP.
029400 01  Band-Sub                        PIC 9(01) COMP.
029500 01  Band-Found-Sub                  PIC 9(01) COMP.
029600 01  Band-Limit                      PIC 9(05).
029700
029800*    WHY AN ACCOUNT HOLDS A ZERO LIMIT. "OK" HERE IS A LIMIT
029900*    THAT CAME OUT UNDER TEN DOLLARS.
030000 01  Reason-Values.
030100     05  FILLER                      PIC X(26)
030200             VALUE "CLACCOUNT CLOSED".
030300     05  FILLER                      PIC X(26)
030400             VALUE "NPPRODUCT NOT OFFERED".
030500     05  FILLER                      PIC X(26)
030600             VALUE "INDORMANT".
030700     05  FILLER                      PIC X(26)
030800             VALUE "DCCUSTOMER DECEASED".
030900     05  FILLER                      PIC X(26)
031000             VALUE "COCHARGED OFF".
031100     05  FILLER                      PIC X(26)
031200             VALUE "PRNEW-ACCOUNT PROBATION".
031300     05  FILLER                      PIC X(26)
031400             VALUE "TNTENURE TOO SHORT".
031500     05  FILLER                      PIC X(26)
031600             VALUE "ODAGED OVERDRAFT".
031700     05  FILLER                      PIC X(26)
031800             VALUE "RTTOO MANY RETURNS".
031900     05  FILLER                      PIC X(26)
032000             VALUE "OKCOMPUTED UNDER $10".
032100 01  Reason-Table REDEFINES Reason-Values.
032200     05  Reason-Entry OCCURS 10 TIMES.
032300         10  RS-CODE                 PIC X(02).
032400         10  RS-LABEL                PIC X(24).
032500 01  Reason-Counts.
032600     05  RS-COUNT                    PIC 9(7) COMP
032700             OCCURS 10 TIMES.
032800 01  Reason-Sub                      PIC 9(02) COMP.
032900 01  Reason-Found-Sub                PIC 9(02) COMP.
033000
033100 01  Assign-Counters.
033200     05  Returns-Loaded              PIC 9(7) COMP.
033300     05  Returns-Dropped             PIC 9(7) COMP.
033400     05  Accounts-Read               PIC 9(7) COMP.
033500     05  Accounts-Assigned           PIC 9(7) COMP.
033600     05  Limits-Granted              PIC 9(7) COMP.
033700     05  Limits-New                  PIC 9(7) COMP.
033800     05  Limits-Increased            PIC 9(7) COMP.
033900     05  Limits-Decreased            PIC 9(7) COMP.
034000     05  Limits-Unchanged            PIC 9(7) COMP.
034100     05  Notices-Written             PIC 9(7) COMP.
034200     05  Limit-Total                 PIC 9(9) COMP.
034300     05  Loss-Accounts               PIC 9(7) COMP.
034400     05  Loss-Total                  PIC S9(9)V99 COMP.
034500
034600 01  Band-Line.
034700     05  FILLER                      PIC X(02) VALUE SPACES.
034800     05  BL-LABEL                    PIC X(12).
034900     05  BL-ACCOUNTS                 PIC Z(6)9.
035000     05  FILLER                      PIC X(02) VALUE SPACES.
035100     05  BL-LIMIT-TOTAL              PIC Z(8)9.
035200     05  FILLER                      PIC X(02) VALUE SPACES.
035300     05  BL-LOSS-ACCOUNTS            PIC Z(6)9.
035400     05  FILLER                      PIC X(02) VALUE SPACES.
035500     05  BL-LOSS-AMOUNT              PIC -(9)9.99.
035600     05  FILLER                      PIC X(02) VALUE SPACES.
035700     05  BL-LOSS-PERCENT             PIC ZZ9.9.
035800 01  Reason-Line.
035900     05  FILLER                      PIC X(02) VALUE SPACES.
036000     05  RL-CODE                     PIC X(02).
036100     05  FILLER                      PIC X(02) VALUE SPACES.
036200     05  RL-LABEL                    PIC X(24).
036300     05  RL-COUNT                    PIC Z(6)9.
036400 01  Loss-Percent                    PIC 9(03)V9.
036500
036600 PROCEDURE DIVISION.
036700
036800 0000-MAINLINE.
036900     CALL "BatchStepTimer" USING "STEP025C", "S"
037000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
037100     PERFORM 2000-ASSIGN-ACCOUNT THRU 2000-ASSIGN-ACCOUNT-EXIT
037200         UNTIL Acctmstr-EOF
037300     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
037400     CALL "BatchStepTimer" USING "STEP025C", "E"
037500     STOP RUN.
037600
037700 1000-INITIALIZE.
037800     OPEN INPUT RUNCTLIN
037900     IF Runctlin-OK
038000         READ RUNCTLIN
038100             AT END
038200                 SET Runctlin-Not-Found TO TRUE
038300         END-READ
038400     END-IF
038500     IF Runctlin-OK
038600         MOVE RI-BUSINESS-DATE TO Business-Date
038700         CLOSE RUNCTLIN
038800     ELSE
038900         ACCEPT Business-Date FROM DATE YYYYMMDD
039000     END-IF
039100     DISPLAY "COURTESY PAY LIMIT ASSIGNMENT - " Business-Date
039200
039300*> Chained nightly; only the last night of the month assigns,
039400*> when the accumulator holds the month's average balance.
039500     COMPUTE Business-Integer =
039600         FUNCTION INTEGER-OF-DATE(Business-Date)
039700     COMPUTE Work-Integer = Business-Integer + 1
039800     MOVE FUNCTION DATE-OF-INTEGER(Work-Integer)
039900         TO Tomorrow-Date
040000     IF Tomorrow-Date(5:2) = Business-Date(5:2)
040100         SET Not-Month-End TO TRUE
040200         SET Acctmstr-EOF TO TRUE
040300         DISPLAY "Not month-end - no courtesy pay limits "
040400             "assigned tonight."
040500         GO TO 1000-INITIALIZE-EXIT
040600     END-IF
040700     SET Is-Month-End TO TRUE
040800
040900     COMPUTE Work-Integer =
041000         Business-Integer - Return-Lookback-Days
041100     MOVE FUNCTION DATE-OF-INTEGER(Work-Integer)
041200         TO Return-Window-Date
041300     COMPUTE Work-Integer =
041400         Business-Integer - Chargeoff-Bar-Days
041500     MOVE FUNCTION DATE-OF-INTEGER(Work-Integer)
041600         TO Chargeoff-Bar-Date
041700     COMPUTE Work-Integer =
041800         Business-Integer - Aged-Overdraft-Days
041900     MOVE FUNCTION DATE-OF-INTEGER(Work-Integer)
042000         TO Aged-Overdraft-Date
042100     COMPUTE Work-Integer =
042200         Business-Integer - Loss-Window-Days
042300     MOVE FUNCTION DATE-OF-INTEGER(Work-Integer)
042400         TO Loss-Window-Date
042500
042600     OPEN INPUT ACCTMSTR
042700     OPEN I-O CPLIMIT
042800     OPEN INPUT CPPARM
042900     OPEN INPUT ADBACCUM
043000     OPEN INPUT CUSTMSTR
043100     OPEN INPUT CHGRECV
043200     OPEN INPUT ODAGING
043300     OPEN EXTEND ALERTEVT
043400*> Without the probation parms every product takes the shop
043500*> default probation, as in the nightly post.
043600     SET Probparm-File-Absent TO TRUE
043700     OPEN INPUT PROBPARM
043800     IF Probparm-OK
043900         SET Probparm-File-Open TO TRUE
044000     END-IF
044100     MOVE ZERO TO Returns-Loaded
044200                  Returns-Dropped
044300                  Accounts-Read
044400                  Accounts-Assigned
044500                  Limits-Granted
044600                  Limits-New
044700                  Limits-Increased
044800                  Limits-Decreased
044900                  Limits-Unchanged
045000                  Notices-Written
045100                  Limit-Total
045200                  Loss-Accounts
045300                  Loss-Total
045400     PERFORM 1050-CLEAR-BAND THRU 1050-CLEAR-BAND-EXIT
045500         VARYING Band-Sub FROM 1 BY 1
045600         UNTIL Band-Sub > 6
045700     PERFORM 1060-CLEAR-REASON THRU 1060-CLEAR-REASON-EXIT
045800         VARYING Reason-Sub FROM 1 BY 1
045900         UNTIL Reason-Sub > 10
046000
046100     MOVE ZERO TO Return-Entry-Count
046200     OPEN INPUT NSFQ
046300     IF Nsfq-OK
046400         READ NSFQ NEXT RECORD
046500             AT END
046600                 SET Nsfq-EOF TO TRUE
046700         END-READ
046800         PERFORM 1100-LOAD-RETURN THRU 1100-LOAD-RETURN-EXIT
046900             UNTIL Nsfq-EOF
047000         CLOSE NSFQ
047100     ELSE
047200         DISPLAY "NSFQ not available; no return history used."
047300     END-IF
047400     DISPLAY "Returns loaded     - " Returns-Loaded
047500
047600     READ ACCTMSTR
047700         AT END
047800             SET Acctmstr-EOF TO TRUE
047900     END-READ.
048000 1000-INITIALIZE-EXIT.
048100     EXIT.
048200
048300 1050-CLEAR-BAND.
048400     MOVE ZERO TO BT-ACCOUNTS (Band-Sub)
048500                  BT-LIMIT-TOTAL (Band-Sub)
048600                  BT-LOSS-ACCOUNTS (Band-Sub)
048700                  BT-LOSS-AMOUNT (Band-Sub).
048800 1050-CLEAR-BAND-EXIT.
048900     EXIT.
049000
049100 1060-CLEAR-REASON.
049200     MOVE ZERO TO RS-COUNT (Reason-Sub).
049300 1060-CLEAR-REASON-EXIT.
049400     EXIT.
049500
049600*> An item the officers (or the deadline rule) returned counts
049700*> against its account when the decision falls in the lookback.
049800 1100-LOAD-RETURN.
049900     IF NOT NQ-DECIDED-RETURN AND NOT NQ-RETURN-RELEASED
050000         GO TO 1100-READ-NEXT
050100     END-IF
050200     IF NQ-DECISION-DATE NOT NUMERIC
050300         OR NQ-DECISION-DATE < Return-Window-Date
050400         GO TO 1100-READ-NEXT
050500     END-IF
050600     MOVE ZERO TO Return-Found-Sub
050700     PERFORM 1110-FIND-RETURN THRU 1110-FIND-RETURN-EXIT
050800         VARYING Return-Sub FROM 1 BY 1
050900         UNTIL Return-Sub > Return-Entry-Count
051000             OR Return-Found-Sub > 0
051100     IF Return-Found-Sub > 0
051200         IF RT-RETURN-COUNT (Return-Found-Sub) < 99
051300             ADD 1 TO RT-RETURN-COUNT (Return-Found-Sub)
051400         END-IF
051500         ADD 1 TO Returns-Loaded
051600         GO TO 1100-READ-NEXT
051700     END-IF
051800     IF Return-Entry-Count NOT < 5000
051900         ADD 1 TO Returns-Dropped
052000         DISPLAY "RETURN TABLE FULL - " NQ-ACCOUNT-NUMBER
052100             " not loaded."
052200         GO TO 1100-READ-NEXT
052300     END-IF
052400     ADD 1 TO Return-Entry-Count
052500     MOVE NQ-ACCOUNT-NUMBER
052600         TO RT-ACCOUNT-NUMBER (Return-Entry-Count)
052700     MOVE 1 TO RT-RETURN-COUNT (Return-Entry-Count)
052800     ADD 1 TO Returns-Loaded.
052900
053000 1100-READ-NEXT.
053100     READ NSFQ NEXT RECORD
053200         AT END
053300             SET Nsfq-EOF TO TRUE
053400     END-READ.
053500 1100-LOAD-RETURN-EXIT.
053600     EXIT.
053700
053800 1110-FIND-RETURN.
053900     IF RT-ACCOUNT-NUMBER (Return-Sub) = NQ-ACCOUNT-NUMBER
054000         MOVE Return-Sub TO Return-Found-Sub
054100     END-IF.
054200 1110-FIND-RETURN-EXIT.
054300     EXIT.
054400
054500*****************************************************************
054600*    ONE ACCOUNT: TAKE LAST MONTH'S LIMIT OFF CPLIMIT, CHARGE   *
054700*    ANY RECENT CHARGE-OFF AGAINST THE LIMIT LAST GRANTED,      *
054800*    WORK OUT THE NEW LIMIT AND STORE IT. A CLOSED ACCOUNT OR   *
054900*    ONE WHOSE PRODUCT DOES NOT OFFER COURTESY PAY IS ONLY      *
055000*    WORKED WHEN IT ALREADY HAS A ROW, WHICH IS ZEROED.         *
055100*****************************************************************
055200 2000-ASSIGN-ACCOUNT.
055300     ADD 1 TO Accounts-Read
055400     PERFORM 2050-GET-PRODUCT THRU 2050-GET-PRODUCT-EXIT
055500
055600     MOVE MF-ACCOUNT-NUMBER TO CY-ACCOUNT-NUMBER
055700     READ CPLIMIT
055800         INVALID KEY
055900             SET Limit-Row-Is-New TO TRUE
056000         NOT INVALID KEY
056100             SET Limit-Row-On-File TO TRUE
056200     END-READ
056300     IF Limit-Row-Is-New
056400         AND (MF-Account-Is-Closed OR Product-Not-Offered)
056500         GO TO 2000-READ-NEXT
056600     END-IF
056700     ADD 1 TO Accounts-Assigned
056800
056900*> A rerun of the same month end keeps the limit the account
057000*> held before the first run as its prior one, and sends no
057100*> second notice.
057200     SET Not-Assigned-Tonight TO TRUE
057300     MOVE ZERO TO Old-Limit
057400                  Last-Granted-Limit
057500     IF Limit-Row-On-File
057600         MOVE CY-COURTESY-LIMIT TO Old-Limit
057700         MOVE CY-LAST-GRANTED-LIMIT TO Last-Granted-Limit
057800         IF CY-ASSIGNED-DATE = Business-Date
057900             SET Assigned-Tonight TO TRUE
058000             MOVE CY-PRIOR-LIMIT TO Old-Limit
058100         END-IF
058200     ELSE
058300         MOVE SPACES TO CY-COURTESY-LIMIT-RECORD
058400         MOVE MF-ACCOUNT-NUMBER TO CY-ACCOUNT-NUMBER
058500     END-IF
058600
058700     SET No-Chargeoff-On-File TO TRUE
058800     MOVE MF-ACCOUNT-NUMBER TO CP-ACCOUNT-NUMBER
058900     READ CHGRECV
059000         INVALID KEY
059100             CONTINUE
059200         NOT INVALID KEY
059300             SET Chargeoff-On-File TO TRUE
059400     END-READ
059500     IF Chargeoff-On-File AND Last-Granted-Limit > ZERO
059600         PERFORM 2500-CHARGE-LOSS THRU 2500-CHARGE-LOSS-EXIT
059700     END-IF
059800
059900     PERFORM 2100-ASSESS-ACCOUNT THRU 2100-ASSESS-ACCOUNT-EXIT
060000     PERFORM 2300-STORE-LIMIT THRU 2300-STORE-LIMIT-EXIT.
060100
060200 2000-READ-NEXT.
060300     READ ACCTMSTR
060400         AT END
060500             SET Acctmstr-EOF TO TRUE
060600     END-READ.
060700 2000-ASSIGN-ACCOUNT-EXIT.
060800     EXIT.
060900
061000*> The product's parms, with the shop default for any zero.
061100 2050-GET-PRODUCT.
061200     SET Product-Offers-Courtesy TO TRUE
061300     MOVE MF-PRODUCT-CODE TO KP-PRODUCT-CODE
061400     READ CPPARM
061500         INVALID KEY
061600             SET Product-Not-Offered TO TRUE
061700             GO TO 2050-GET-PRODUCT-EXIT
061800     END-READ
061900     MOVE Default-Base-Limit TO Base-Limit
062000     IF KP-BASE-LIMIT NUMERIC AND KP-BASE-LIMIT > ZERO
062100         MOVE KP-BASE-LIMIT TO Base-Limit
062200     END-IF
062300     MOVE Default-Max-Limit TO Max-Limit
062400     IF KP-MAX-LIMIT NUMERIC AND KP-MAX-LIMIT > ZERO
062500         MOVE KP-MAX-LIMIT TO Max-Limit
062600     END-IF
062700     MOVE Default-Tenure-Step TO Tenure-Step
062800     IF KP-TENURE-STEP NUMERIC AND KP-TENURE-STEP > ZERO
062900         MOVE KP-TENURE-STEP TO Tenure-Step
063000     END-IF
063100     MOVE Default-Adb-Percent TO Adb-Percent
063200     IF KP-ADB-PERCENT NUMERIC AND KP-ADB-PERCENT > ZERO
063300         MOVE KP-ADB-PERCENT TO Adb-Percent
063400     END-IF
063500     MOVE Default-Min-Tenure-Days TO Min-Tenure-Days
063600     IF KP-MIN-TENURE-DAYS NUMERIC AND KP-MIN-TENURE-DAYS > ZERO
063700         MOVE KP-MIN-TENURE-DAYS TO Min-Tenure-Days
063800     END-IF
063900     MOVE Default-Max-Returns TO Max-Returns
064000     IF KP-MAX-RETURNS NUMERIC AND KP-MAX-RETURNS > ZERO
064100         MOVE KP-MAX-RETURNS TO Max-Returns
064200     END-IF
064300     MOVE Default-Probation-Days TO Probation-Days
064400     IF Probparm-File-Open
064500         MOVE MF-PRODUCT-CODE TO PB-PRODUCT-CODE
064600         READ PROBPARM
064700             INVALID KEY
064800                 CONTINUE
064900             NOT INVALID KEY
065000                 IF PB-PROBATION-DAYS NUMERIC
065100                     MOVE PB-PROBATION-DAYS TO Probation-Days
065200                 END-IF
065300         END-READ
065400     END-IF.
065500 2050-GET-PRODUCT-EXIT.
065600     EXIT.
065700
065800*****************************************************************
065900*    THE FACTORS FIRST, SO THE ROW SHOWS THEM WHATEVER THE      *
066000*    OUTCOME, THEN THE BARS IN ORDER - THE FIRST ONE HIT GIVES  *
066100*    THE ZERO LIMIT ITS REASON - THEN THE LIMIT ITSELF.         *
066200*****************************************************************
066300 2100-ASSESS-ACCOUNT.
066400     MOVE ZERO TO New-Limit
066500     MOVE "OK" TO Reason-Code
066600
066700*> A zero or unusable open date is a record from before the
066800*> field existed - long past any tenure rule.
066900     IF MF-OPEN-DATE NOT NUMERIC
067000         OR MF-OPEN-DATE = ZERO
067100         OR MF-OPEN-DATE > Business-Date
067200         MOVE 99999 TO Tenure-Days
067300     ELSE
067400         COMPUTE Tenure-Days = Business-Integer
067500             - FUNCTION INTEGER-OF-DATE(MF-OPEN-DATE)
067600     END-IF
067700     DIVIDE Tenure-Days BY 365 GIVING Tenure-Years
067800     IF Tenure-Years > Max-Tenure-Years
067900         MOVE Max-Tenure-Years TO Tenure-Years
068000     END-IF
068100     IF Tenure-Days > 29999
068200         MOVE 999 TO Tenure-Months
068300     ELSE
068400         DIVIDE Tenure-Days BY 30 GIVING Tenure-Months
068500     END-IF
068600
068700     MOVE ZERO TO Average-Balance
068800     MOVE MF-ACCOUNT-NUMBER TO AB-ACCOUNT-NUMBER
068900     READ ADBACCUM
069000         INVALID KEY
069100             MOVE ZERO TO AB-DAY-COUNT
069200     END-READ
069300     IF AB-DAY-COUNT > ZERO
069400         AND AB-ACCUM-MONTH = Business-Month
069500         COMPUTE Average-Balance ROUNDED =
069600             AB-BALANCE-SUM / AB-DAY-COUNT
069700             ON SIZE ERROR
069800                 MOVE 9999999.99 TO Average-Balance
069900         END-COMPUTE
070000     END-IF
070100
070200     MOVE Default-Trust-Score TO Trust-Score
070300     MOVE MF-ACCOUNT-NUMBER TO CM-CUSTOMER-NUMBER
070400     READ CUSTMSTR
070500         INVALID KEY
070600             MOVE SPACES TO CM-DECEASED-FLAG
070700         NOT INVALID KEY
070800             IF CM-CUSTOMER-TRUST-SCORE NUMERIC
070900                 MOVE CM-CUSTOMER-TRUST-SCORE TO Trust-Score
071000             END-IF
071100     END-READ
071200
071300     MOVE ZERO TO Return-Count
071400                  Return-Found-Sub
071500     PERFORM 2110-FIND-ACCOUNT-RETURNS
071600         THRU 2110-FIND-ACCOUNT-RETURNS-EXIT
071700         VARYING Return-Sub FROM 1 BY 1
071800         UNTIL Return-Sub > Return-Entry-Count
071900             OR Return-Found-Sub > 0
072000     IF Return-Found-Sub > 0
072100         MOVE RT-RETURN-COUNT (Return-Found-Sub) TO Return-Count
072200     END-IF
072300
072400     IF MF-Account-Is-Closed
072500         MOVE "CL" TO Reason-Code
072600         GO TO 2100-ASSESS-ACCOUNT-EXIT
072700     END-IF
072800     IF Product-Not-Offered
072900         MOVE "NP" TO Reason-Code
073000         GO TO 2100-ASSESS-ACCOUNT-EXIT
073100     END-IF
073200     IF MF-Account-Is-Dormant
073300         MOVE "IN" TO Reason-Code
073400         GO TO 2100-ASSESS-ACCOUNT-EXIT
073500     END-IF
073600     IF Custmstr-OK AND CM-Customer-Deceased
073700         MOVE "DC" TO Reason-Code
073800         GO TO 2100-ASSESS-ACCOUNT-EXIT
073900     END-IF
074000*> A charge-off still owed, or one inside the bar, ends it.
074100     IF Chargeoff-On-File
074200         IF CP-CHARGEOFF-AMOUNT > CP-RECOVERED-AMOUNT
074300             OR CP-CHARGEOFF-DATE NOT < Chargeoff-Bar-Date
074400             MOVE "CO" TO Reason-Code
074500             GO TO 2100-ASSESS-ACCOUNT-EXIT
074600         END-IF
074700     END-IF
074800     IF Tenure-Days NOT > Probation-Days
074900         MOVE "PR" TO Reason-Code
075000         GO TO 2100-ASSESS-ACCOUNT-EXIT
075100     END-IF
075200     IF Tenure-Days < Min-Tenure-Days
075300         MOVE "TN" TO Reason-Code
075400         GO TO 2100-ASSESS-ACCOUNT-EXIT
075500     END-IF
075600     MOVE MF-ACCOUNT-NUMBER TO OA-ACCOUNT-NUMBER
075700     READ ODAGING
075800         INVALID KEY
075900             MOVE ZERO TO OA-FIRST-OVERDRAWN-DATE
076000     END-READ
076100     IF OA-FIRST-OVERDRAWN-DATE NUMERIC
076200         AND OA-FIRST-OVERDRAWN-DATE > ZERO
076300         AND OA-FIRST-OVERDRAWN-DATE < Aged-Overdraft-Date
076400         MOVE "OD" TO Reason-Code
076500         GO TO 2100-ASSESS-ACCOUNT-EXIT
076600     END-IF
076700     IF Return-Count > Max-Returns
076800         MOVE "RT" TO Reason-Code
076900         GO TO 2100-ASSESS-ACCOUNT-EXIT
077000     END-IF
077100
077200     COMPUTE Work-Limit = Base-Limit + Tenure-Step * Tenure-Years
077300     IF Average-Balance > ZERO
077400         COMPUTE Work-Limit =
077500             Work-Limit + Average-Balance * Adb-Percent / 100
077600             ON SIZE ERROR
077700                 MOVE Max-Limit TO Work-Limit
077800         END-COMPUTE
077900     END-IF
078000     IF Trust-Score NOT > Low-Trust-Score
078100         DIVIDE Work-Limit BY 2 GIVING Work-Limit
078200     END-IF
078300     IF Trust-Score NOT < High-Trust-Score
078400         COMPUTE Work-Limit = Work-Limit * 125 / 100
078500             ON SIZE ERROR
078600                 MOVE Max-Limit TO Work-Limit
078700         END-COMPUTE
078800     END-IF
078900     COMPUTE Cut-Percent = 100 - Return-Cut-Percent * Return-Count
079000     IF Cut-Percent NOT > ZERO
079100         MOVE ZERO TO Work-Limit
079200     ELSE
079300         COMPUTE Work-Limit = Work-Limit * Cut-Percent / 100
079400     END-IF
079500     IF Work-Limit > Max-Limit
079600         MOVE Max-Limit TO Work-Limit
079700     END-IF
079800     DIVIDE Work-Limit BY 10 GIVING Work-Tens
079900     COMPUTE New-Limit = Work-Tens * 10.
080000 2100-ASSESS-ACCOUNT-EXIT.
080100     EXIT.
080200
080300 2110-FIND-ACCOUNT-RETURNS.
080400     IF RT-ACCOUNT-NUMBER (Return-Sub) = MF-ACCOUNT-NUMBER
080500         MOVE Return-Sub TO Return-Found-Sub
080600     END-IF.
080700 2110-FIND-ACCOUNT-RETURNS-EXIT.
080800     EXIT.
080900
081000*****************************************************************
081100*    WRITE THE LIMIT BACK, BUCKET IT FOR THE REPORT AND, WHEN   *
081200*    IT FELL, TELL THE CUSTOMER.                                *
081300*****************************************************************
081400 2300-STORE-LIMIT.
081500     MOVE New-Limit TO CY-COURTESY-LIMIT
081600     MOVE Old-Limit TO CY-PRIOR-LIMIT
081700     IF New-Limit > ZERO
081800         MOVE New-Limit TO CY-LAST-GRANTED-LIMIT
081900     ELSE
082000         MOVE Last-Granted-Limit TO CY-LAST-GRANTED-LIMIT
082100     END-IF
082200     MOVE Business-Date TO CY-ASSIGNED-DATE
082300     MOVE Reason-Code TO CY-REASON-CODE
082400     MOVE Tenure-Months TO CY-TENURE-MONTHS
082500     MOVE Average-Balance TO CY-AVERAGE-BALANCE
082600     MOVE Trust-Score TO CY-TRUST-SCORE
082700     MOVE Return-Count TO CY-RETURN-COUNT
082800     IF Limit-Row-Is-New
082900         WRITE CY-COURTESY-LIMIT-RECORD
083000             INVALID KEY
083100                 DISPLAY CY-ACCOUNT-NUMBER
083200                     ": Courtesy limit row could not be added."
083300                 GO TO 2300-STORE-LIMIT-EXIT
083400         END-WRITE
083500     ELSE
083600         REWRITE CY-COURTESY-LIMIT-RECORD
083700             INVALID KEY
083800                 DISPLAY CY-ACCOUNT-NUMBER
083900                     ": Courtesy limit row could not be updated."
084000                 GO TO 2300-STORE-LIMIT-EXIT
084100         END-REWRITE
084200     END-IF
084300
084400     MOVE New-Limit TO Band-Limit
084500     PERFORM 2400-FIND-BAND THRU 2400-FIND-BAND-EXIT
084600     ADD 1 TO BT-ACCOUNTS (Band-Found-Sub)
084700     ADD New-Limit TO BT-LIMIT-TOTAL (Band-Found-Sub)
084800     ADD New-Limit TO Limit-Total
084900     IF New-Limit > ZERO
085000         ADD 1 TO Limits-Granted
085100     ELSE
085200         MOVE ZERO TO Reason-Found-Sub
085300         PERFORM 2310-FIND-REASON THRU 2310-FIND-REASON-EXIT
085400             VARYING Reason-Sub FROM 1 BY 1
085500             UNTIL Reason-Sub > 10
085600                 OR Reason-Found-Sub > 0
085700         IF Reason-Found-Sub > 0
085800             ADD 1 TO RS-COUNT (Reason-Found-Sub)
085900         END-IF
086000     END-IF
086100
086200     EVALUATE TRUE
086300         WHEN Limit-Row-Is-New
086400             ADD 1 TO Limits-New
086500         WHEN New-Limit > Old-Limit
086600             ADD 1 TO Limits-Increased
086700         WHEN New-Limit < Old-Limit
086800             ADD 1 TO Limits-Decreased
086900         WHEN OTHER
087000             ADD 1 TO Limits-Unchanged
087100     END-EVALUATE
087200     IF Limit-Row-Is-New OR New-Limit NOT < Old-Limit
087300         OR Assigned-Tonight
087400         GO TO 2300-STORE-LIMIT-EXIT
087500     END-IF
087600
087700*> The notice carries the new limit in the trigger amount.
087800     MOVE SPACES TO AE-ALERT-EVENT-RECORD
087900     MOVE MF-ACCOUNT-NUMBER TO AE-ACCOUNT-NUMBER
088000     MOVE Limit-Alert-Type TO AE-ALERT-TYPE
088100     MOVE New-Limit TO AE-TRIGGER-AMOUNT
088200     MOVE MF-ACCOUNT-BALANCE TO AE-ACCOUNT-BALANCE
088300     MOVE MF-ACCOUNT-STATUS TO AE-ACCOUNT-STATUS
088400     MOVE Mail-Channel TO AE-DELIVERY-CHANNEL
088500     MOVE Business-Date TO AE-EVENT-DATE
088600     MOVE ZERO TO AE-TRACE-ID
088700     WRITE AE-ALERT-EVENT-RECORD
088800     ADD 1 TO Notices-Written
088900     DISPLAY MF-ACCOUNT-NUMBER ": Courtesy limit lowered from "
089000         Old-Limit " to " New-Limit " (" Reason-Code
089100         ") - notice sent.".
089200 2300-STORE-LIMIT-EXIT.
089300     EXIT.
089400
089500 2310-FIND-REASON.
089600     IF RS-CODE (Reason-Sub) = Reason-Code
089700         MOVE Reason-Sub TO Reason-Found-Sub
089800     END-IF.
089900 2310-FIND-REASON-EXIT.
090000     EXIT.
090100
090200*> The band whose ceiling first covers Band-Limit.
090300 2400-FIND-BAND.
090400     MOVE ZERO TO Band-Found-Sub
090500     PERFORM 2410-TEST-BAND THRU 2410-TEST-BAND-EXIT
090600         VARYING Band-Sub FROM 1 BY 1
090700         UNTIL Band-Sub > 6
090800             OR Band-Found-Sub > 0
090900     IF Band-Found-Sub = 0
091000         MOVE 6 TO Band-Found-Sub
091100     END-IF.
091200 2400-FIND-BAND-EXIT.
091300     EXIT.
091400
091500 2410-TEST-BAND.
091600     IF Band-Limit NOT > Band-Ceiling (Band-Sub)
091700         MOVE Band-Sub TO Band-Found-Sub
091800     END-IF.
091900 2410-TEST-BAND-EXIT.
092000     EXIT.
092100
092200*> A charge-off inside the loss window is a loss against the
092300*> limit the account was last granted - what is still owed
092400*> after recoveries.
092500 2500-CHARGE-LOSS.
092600     IF CP-CHARGEOFF-DATE NOT NUMERIC
092700         OR CP-CHARGEOFF-DATE < Loss-Window-Date
092800         GO TO 2500-CHARGE-LOSS-EXIT
092900     END-IF
093000     COMPUTE Net-Loss =
093100         CP-CHARGEOFF-AMOUNT - CP-RECOVERED-AMOUNT
093200     MOVE Last-Granted-Limit TO Band-Limit
093300     PERFORM 2400-FIND-BAND THRU 2400-FIND-BAND-EXIT
093400     ADD 1 TO BT-LOSS-ACCOUNTS (Band-Found-Sub)
093500     ADD Net-Loss TO BT-LOSS-AMOUNT (Band-Found-Sub)
093600     ADD 1 TO Loss-Accounts
093700     ADD Net-Loss TO Loss-Total.
093800 2500-CHARGE-LOSS-EXIT.
093900     EXIT.
094000
094100*****************************************************************
094200*    THE LIMIT DISTRIBUTION WITH THE LOSSES AGAINST EACH BAND,  *
094300*    THE REASONS BEHIND THE ZERO LIMITS, AND THE RUN COUNTS.    *
094400*****************************************************************
094500 9000-TERMINATE.
094600     IF Not-Month-End
094700         GO TO 9000-TERMINATE-EXIT
094800     END-IF
094900     CLOSE ACCTMSTR
095000     CLOSE CPLIMIT
095100     CLOSE CPPARM
095200     CLOSE ADBACCUM
095300     CLOSE CUSTMSTR
095400     CLOSE CHGRECV
095500     CLOSE ODAGING
095600     CLOSE ALERTEVT
095700     IF Probparm-File-Open
095800         CLOSE PROBPARM
095900     END-IF
096000
096100     DISPLAY " "
096200     DISPLAY "COURTESY PAY LIMIT DISTRIBUTION"
096300     DISPLAY "  LIMIT BAND   ACCOUNTS  LIMIT TOTAL  CHG-OFFS"
096400         "   NET LOSS    LOSS%"
096500     PERFORM 9100-PRINT-BAND THRU 9100-PRINT-BAND-EXIT
096600         VARYING Band-Sub FROM 1 BY 1
096700         UNTIL Band-Sub > 6
096800     MOVE "TOTAL" TO BL-LABEL
096900     MOVE Accounts-Assigned TO BL-ACCOUNTS
097000     MOVE Limit-Total TO BL-LIMIT-TOTAL
097100     MOVE Loss-Accounts TO BL-LOSS-ACCOUNTS
097200     MOVE Loss-Total TO BL-LOSS-AMOUNT
097300     MOVE ZERO TO Loss-Percent
097400     IF Limit-Total > ZERO
097500         COMPUTE Loss-Percent ROUNDED =
097600             Loss-Total * 100 / Limit-Total
097700             ON SIZE ERROR
097800                 MOVE 999.9 TO Loss-Percent
097900         END-COMPUTE
098000     END-IF
098100     MOVE Loss-Percent TO BL-LOSS-PERCENT
098200     DISPLAY Band-Line
098300     DISPLAY "  Losses are the past twelve months' charge-offs, "
098400         "net of recoveries,"
098500     DISPLAY "  banded by the limit last granted; LOSS% is of "
098600         "the band's limits."
098700
098800     DISPLAY " "
098900     DISPLAY "ZERO LIMITS BY REASON"
099000     PERFORM 9200-PRINT-REASON THRU 9200-PRINT-REASON-EXIT
099100         VARYING Reason-Sub FROM 1 BY 1
099200         UNTIL Reason-Sub > 10
099300
099400     DISPLAY " "
099500     DISPLAY "COURTESY PAY LIMIT SUMMARY"
099600     DISPLAY "Returns dropped     - " Returns-Dropped
099700     DISPLAY "Accounts read       - " Accounts-Read
099800     DISPLAY "Accounts assigned   - " Accounts-Assigned
099900     DISPLAY "Limits granted      - " Limits-Granted
100000     DISPLAY "Limits new          - " Limits-New
100100     DISPLAY "Limits increased    - " Limits-Increased
100200     DISPLAY "Limits decreased    - " Limits-Decreased
100300     DISPLAY "Limits unchanged    - " Limits-Unchanged
100400     DISPLAY "Notices written     - " Notices-Written.
100500 9000-TERMINATE-EXIT.
100600     EXIT.
100700
100800 9100-PRINT-BAND.
100900     MOVE Band-Label (Band-Sub) TO BL-LABEL
101000     MOVE BT-ACCOUNTS (Band-Sub) TO BL-ACCOUNTS
101100     MOVE BT-LIMIT-TOTAL (Band-Sub) TO BL-LIMIT-TOTAL
101200     MOVE BT-LOSS-ACCOUNTS (Band-Sub) TO BL-LOSS-ACCOUNTS
101300     MOVE BT-LOSS-AMOUNT (Band-Sub) TO BL-LOSS-AMOUNT
101400     MOVE ZERO TO Loss-Percent
101500     IF BT-LIMIT-TOTAL (Band-Sub) > ZERO
101600         COMPUTE Loss-Percent ROUNDED =
101700             BT-LOSS-AMOUNT (Band-Sub) * 100
101800                 / BT-LIMIT-TOTAL (Band-Sub)
101900             ON SIZE ERROR
102000                 MOVE 999.9 TO Loss-Percent
102100         END-COMPUTE
102200     END-IF
102300     MOVE Loss-Percent TO BL-LOSS-PERCENT
102400     DISPLAY Band-Line.
102500 9100-PRINT-BAND-EXIT.
102600     EXIT.
102700
102800 9200-PRINT-REASON.
102900     MOVE RS-CODE (Reason-Sub) TO RL-CODE
103000     MOVE RS-LABEL (Reason-Sub) TO RL-LABEL
103100     MOVE RS-COUNT (Reason-Sub) TO RL-COUNT
103200     DISPLAY Reason-Line.
103300 9200-PRINT-REASON-EXIT.
103400     EXIT.
