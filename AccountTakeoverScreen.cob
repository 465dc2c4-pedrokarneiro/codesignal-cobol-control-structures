000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AccountTakeoverScreen.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-02.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    ACCOUNTTAKEOVERSCREEN                                      *
001100*                                                               *
001200*    NIGHTLY ACCOUNT TAKEOVER CORRELATION. THE PATTERN IS A     *
001300*    CONTACT CHANGE FOLLOWED WITHIN DAYS BY THE MOVES THAT GET  *
001400*    MONEY OUT: A WITHDRAWAL LIMIT RAISED OR LIFTED, TRANSFERS  *
001500*    TO A NEW ONLINE DESTINATION, OR A WITHDRAWAL FAR BIGGER    *
001600*    THAN THE ACCOUNT'S HABIT. THE STEP:                        *
001700*      - NOTES EVERY FROM/TO PAIR ON TONIGHT'S OLTRAN THAT HAS  *
001800*        NEVER BEEN SEEN BEFORE ON OLDEST, STAMPED WITH THE     *
001900*        NIGHT IT FIRST APPEARED;                               *
002000*      - TAKES EACH ADDRHIST CONTACT CHANGE STILL INSIDE THE    *
002100*        ATOPARM WINDOW AS A CASE (ATOCASE), FINDS THE          *
002200*        CUSTOMER'S ACCOUNTS THROUGH CUSTREL (AN UNLINKED       *
002300*        CUSTOMER NUMBER IS ITS OWN ACCOUNT), AND GATHERS THE   *
002400*        RISKY ACTIVITY SINCE THE CHANGE FROM WDLIMIT, OLDEST   *
002500*        AND TRNHIST;                                           *
002600*      - SCORES THE COMBINATION, AND AT THE HOLD LINE PLACES A  *
002700*        TAKEOVER RESTRAINT (HOLDS TYPE AT) ON EVERY ACCOUNT    *
002800*        UNTIL THE CUSTOMER IS REACHED AT THE PRE-CHANGE        *
002900*        ADDRESS OR PHONE THROUGH ACCOUNTTAKEOVERCALLBACK;      *
003000*      - PRINTS EACH CASE AS ITS CHANGE-THEN-ACTIVITY SEQUENCE  *
003100*        IN DATE ORDER, AND SWEEPS LAPSED AND CLOSED CASES.     *
003200*                                                               *
003300*    MODIFICATION HISTORY                                      *
003400*    ------------------------------------------------------    *
003500*    DATE       INIT  DESCRIPTION                              *
003600*    ---------  ----  -----------------------------------      *
003700*    2026-10-02  RLB  ORIGINAL.                                *
003800*                                                               *
003900*****************************************************************
004000
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT ADDRHIST ASSIGN TO "ADDRHIST"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS Addrhist-File-Status.
004700
004800     SELECT OLTRAN ASSIGN TO "OLTRAN"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS Oltran-File-Status.
005100
005200     SELECT OLDEST ASSIGN TO "OLDEST"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS ON-DESTINATION-KEY
005600         FILE STATUS IS Oldest-File-Status.
005700
005800     SELECT CUSTREL ASSIGN TO "CUSTREL"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS RL-ACCOUNT-NUMBER
006200         FILE STATUS IS Custrel-File-Status.
006300
006400     SELECT CUSTADDR ASSIGN TO "CUSTADDR"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS RANDOM
006700         RECORD KEY IS NA-CUSTOMER-NUMBER
006800         FILE STATUS IS Custaddr-File-Status.
006900
007000     SELECT WDLIMIT ASSIGN TO "WDLIMIT"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS LP-LIMIT-KEY
007400         FILE STATUS IS Wdlimit-File-Status.
007500
007600     SELECT TRANHIST ASSIGN TO "TRANHIST"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS HT-HISTORY-KEY
008000         FILE STATUS IS Tranhist-File-Status.
008100
008200     SELECT HOLDS ASSIGN TO "HOLDS"
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS DYNAMIC
008500         RECORD KEY IS HD-HOLD-KEY
008600         FILE STATUS IS Holds-File-Status.
008700
008800     SELECT ATOCASE ASSIGN TO "ATOCASE"
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS DYNAMIC
009100         RECORD KEY IS TK-CASE-KEY
009200         FILE STATUS IS Atocase-File-Status.
009300
009400     SELECT ATOPARM ASSIGN TO "ATOPARM"
009500         ORGANIZATION IS SEQUENTIAL
009600         FILE STATUS IS Atoparm-File-Status.
009700
009800     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
009900         ORGANIZATION IS SEQUENTIAL
010000         FILE STATUS IS Runctlin-File-Status.
010100
010200 DATA DIVISION.
010300 FILE SECTION.
010400 FD  ADDRHIST.
010500     COPY ADDRHIST.
010600
010700 FD  OLTRAN.
010800     COPY OLTRAN.
010900
011000 FD  OLDEST.
011100     COPY OLDEST.
011200
011300 FD  CUSTREL.
011400     COPY CUSTREL.
011500
011600 FD  CUSTADDR.
011700     COPY CUSTADDR.
011800
011900 FD  WDLIMIT.
012000     COPY WDLIMIT.
012100
012200 FD  TRANHIST.
012300     COPY TRNHIST.
012400
012500 FD  HOLDS.
012600     COPY HOLDS.
012700
012800 FD  ATOCASE.
012900     COPY ATOCASE.
013000
013100 FD  ATOPARM.
013200     COPY ATOPARM.
013300
013400 FD  RUNCTLIN.
013500     COPY RUNCTL REPLACING
013600         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
013700         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
013800         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
013900         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.
014000
014100 WORKING-STORAGE SECTION.
014200 01  Addrhist-File-Status            PIC XX.
014300     88  Addrhist-OK                 VALUE "00".
014400     88  Addrhist-EOF                VALUE "10".
014500 01  Oltran-File-Status              PIC XX.
014600     88  Oltran-OK                   VALUE "00".
014700     88  Oltran-EOF                  VALUE "10".
014800 01  Oldest-File-Status              PIC XX.
014900     88  Oldest-OK                   VALUE "00".
015000 01  Custrel-File-Status             PIC XX.
015100     88  Custrel-OK                  VALUE "00".
015200 01  Custaddr-File-Status            PIC XX.
015300     88  Custaddr-OK                 VALUE "00".
015400 01  Wdlimit-File-Status             PIC XX.
015500     88  Wdlimit-OK                  VALUE "00".
015600 01  Tranhist-File-Status            PIC XX.
015700     88  Tranhist-OK                 VALUE "00".
015800 01  Holds-File-Status               PIC XX.
015900     88  Holds-OK                    VALUE "00".
016000 01  Atocase-File-Status             PIC XX.
016100     88  Atocase-OK                  VALUE "00".
016200     88  Atocase-Not-On-File         VALUE "23".
016300 01  Atoparm-File-Status             PIC XX.
016400     88  Atoparm-OK                  VALUE "00".
016500 01  Runctlin-File-Status            PIC XX.
016600     88  Runctlin-OK                 VALUE "00".
016700     88  Runctlin-Not-Found          VALUE "35".
016800
016900*    SHOP DEFAULTS WHEN ATOPARM IS MISSING OR A FIELD IS ZERO.
017000 77  Window-Days                     PIC 9(03) VALUE 10.
017100 77  Baseline-Days                   PIC 9(03) VALUE 90.
017200 77  Large-Floor                     PIC 9(06) VALUE 1000.
017300 77  Large-Multiple                  PIC 9(02) VALUE 3.
017400 77  Limit-Weight                    PIC 9(03) VALUE 30.
017500 77  Destination-Weight              PIC 9(03) VALUE 30.
017600 77  Large-Weight                    PIC 9(03) VALUE 40.
017700 77  Repeat-Weight                   PIC 9(03) VALUE 10.
017800 77  Quick-Days                      PIC 9(02) VALUE 2.
017900 77  Quick-Weight                    PIC 9(03) VALUE 20.
018000 77  Hold-Score                      PIC 9(03) VALUE 60.
018100*    CLOSED CASES STAY ON FILE THIS MANY DAYS.
018200 77  Retention-Days                  PIC 9(03) VALUE 30.
018300*    THE TAKEOVER RESTRAINT FREEZES THE WHOLE ACCOUNT, LIKE THE
018400*    ESTATE HOLD, AND CARRIES NO EXPIRY - IT COMES OFF WHEN THE
018500*    CUSTOMER IS REACHED.
018600 77  Takeover-Hold-Type              PIC X(02) VALUE "AT".
018700 77  Takeover-Restraint-Amount       PIC S9(6)V99
018800                                     VALUE 999999.99.
018900 77  Takeover-Hold-Authority         PIC X(20)
019000                                     VALUE "TAKEOVER RESTRAINT".
019100
019200 01  Run-Date                        PIC 9(08).
019300 01  Run-Integer-Date                PIC 9(07).
019400 01  Window-Start-Date               PIC 9(08).
019500 01  Purge-Before-Date               PIC 9(08).
019600 01  Work-Integer-Date               PIC 9(07).
019700 01  Change-Integer-Date             PIC 9(07).
019800 01  Event-End-Date                  PIC 9(08).
019900 01  Baseline-Start-Date             PIC 9(08).
020000 01  Day-Gap                         PIC S9(07).
020100
020200 01  Case-Switch                     PIC X(01).
020300     88  Case-Is-New                 VALUE "Y".
020400     88  Case-Is-On-File             VALUE "N".
020500 01  Held-Switch                     PIC X(01).
020600     88  Held-Tonight                VALUE "Y".
020700     88  Not-Held-Tonight            VALUE "N".
020800 01  Scan-Switch                     PIC X(01).
020900     88  Scan-Is-Done                VALUE "Y".
021000     88  Scan-Is-Active              VALUE "N".
021100 01  Shift-Switch                    PIC X(01).
021200     88  Shift-Is-Done               VALUE "Y".
021300     88  Shift-Is-Active             VALUE "N".
021400 01  Own-Switch                      PIC X(01).
021500     88  Destination-Is-Own          VALUE "Y".
021600     88  Destination-Is-Foreign      VALUE "N".
021700
021800*    THE CASE'S CUSTOMER ACCOUNTS - AS MANY AS THE CASE CAN
021900*    RECORD RESTRAINTS FOR.
022000 01  Customer-Account-Table.
022100     05  Customer-Account-Count      PIC 9(04) COMP.
022200     05  Customer-Account OCCURS 10 TIMES
022300                                     PIC X(10).
022400 01  Account-Sub                     PIC 9(04) COMP.
022500 01  Own-Sub                         PIC 9(04) COMP.
022600 01  Current-Account                 PIC X(10).
022700
022800*    THE CASE'S RISKY ACTIVITY, KEPT IN DATE ORDER.
022900 01  Event-Table.
023000     05  Event-Count                 PIC 9(04) COMP.
023100     05  Event-Entry OCCURS 100 TIMES.
023200         10  EV-EVENT-DATE           PIC 9(08).
023300         10  EV-EVENT-KIND           PIC X(01).
023400         10  EV-ACCOUNT-NUMBER       PIC X(10).
023500         10  EV-EVENT-AMOUNT         PIC S9(7)V99.
023600         10  EV-EVENT-DETAIL         PIC X(30).
023700 01  New-Event.
023800     05  NE-EVENT-DATE               PIC 9(08).
023900     05  NE-EVENT-KIND               PIC X(01).
024000         88  NE-LIMIT-RAISED         VALUE "L".
024100         88  NE-NEW-DESTINATION      VALUE "N".
024200         88  NE-LARGE-WITHDRAWAL     VALUE "W".
024300     05  NE-ACCOUNT-NUMBER           PIC X(10).
024400     05  NE-EVENT-AMOUNT             PIC S9(7)V99.
024500     05  NE-EVENT-DETAIL             PIC X(30).
024600 01  Event-Sub                       PIC 9(04) COMP.
024700 01  Insert-Sub                      PIC 9(04) COMP.
024800 01  Prior-Sub                       PIC 9(04) COMP.
024900
025000 01  Limit-Detail.
025100     05  FILLER                      PIC X(08) VALUE "CHANNEL ".
025200     05  LD-CHANNEL                  PIC X(03).
025300     05  FILLER                      PIC X(01) VALUE SPACE.
025400     05  LD-PRIOR-LIMIT              PIC Z(5)9.
025500     05  FILLER                      PIC X(04) VALUE " TO ".
025600     05  LD-NEW-LIMIT                PIC Z(5)9.
025700     05  FILLER                      PIC X(02) VALUE SPACES.
025800 01  Destination-Detail.
025900     05  FILLER                      PIC X(03) VALUE "TO ".
026000     05  DD-TO-ACCOUNT               PIC X(10).
026100     05  FILLER                      PIC X(05) VALUE " REF ".
026200     05  DD-REFERENCE                PIC X(10).
026300     05  FILLER                      PIC X(02) VALUE SPACES.
026400 01  Withdrawal-Detail.
026500     05  FILLER                      PIC X(05) VALUE "CODE ".
026600     05  WD-TRANS-CODE               PIC X(04).
026700     05  FILLER                      PIC X(05) VALUE " CHN ".
026800     05  WD-CHANNEL                  PIC X(03).
026900     05  FILLER                      PIC X(05) VALUE " SER ".
027000     05  WD-SERIAL                   PIC X(06).
027100     05  FILLER                      PIC X(02) VALUE SPACES.
027200
027300 01  Case-Measures.
027400     05  Limit-Events                PIC 9(04) COMP.
027500     05  Destination-Events          PIC 9(04) COMP.
027600     05  Large-Events                PIC 9(04) COMP.
027700     05  Case-Score                  PIC 9(05) COMP.
027800     05  Baseline-Count              PIC 9(05) COMP.
027900     05  Baseline-Total              PIC S9(9)V99 COMP.
028000     05  Large-Test-Left             PIC S9(11)V99 COMP.
028100     05  Large-Test-Right            PIC S9(11)V99 COMP.
028200 01  Next-Hold-Sequence              PIC 9(03).
028300 01  Edited-Amount                   PIC -(7)9.99.
028400 01  Event-Label                     PIC X(16).
028500
028600 01  Screen-Counters.
028700     05  Changes-Read                PIC 9(7) COMP.
028800     05  Cases-Opened                PIC 9(7) COMP.
028900     05  Cases-Scored                PIC 9(7) COMP.
029000     05  Cases-Held                  PIC 9(7) COMP.
029100     05  Accounts-Restrained         PIC 9(7) COMP.
029200     05  Restraints-Failed           PIC 9(7) COMP.
029300     05  Destinations-Noted          PIC 9(7) COMP.
029400     05  Cases-Lapsed                PIC 9(7) COMP.
029500     05  Cases-Purged                PIC 9(7) COMP.
029600     05  Cases-Still-Held            PIC 9(7) COMP.
029700     05  Rows-Not-Tabled             PIC 9(7) COMP.
029800
029900 PROCEDURE DIVISION.
030000
030100 0000-MAINLINE.
030200     CALL "BatchStepTimer" USING "STEP014E", "S"
030300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
030400     PERFORM 2000-NOTE-DESTINATION THRU 2000-NOTE-DESTINATION-EXIT
030500         UNTIL Oltran-EOF
030600     PERFORM 3000-WORK-CHANGE THRU 3000-WORK-CHANGE-EXIT
030700         UNTIL Addrhist-EOF
030800     PERFORM 4000-SWEEP-CASES THRU 4000-SWEEP-CASES-EXIT
030900     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
031000     CALL "BatchStepTimer" USING "STEP014E", "E"
031100     STOP RUN.
031200
031300 1000-INITIALIZE.
031400     OPEN I-O OLDEST
031500     OPEN INPUT CUSTREL
031600     OPEN INPUT CUSTADDR
031700     OPEN INPUT WDLIMIT
031800     OPEN INPUT TRANHIST
031900     OPEN I-O HOLDS
032000     OPEN I-O ATOCASE
032100     MOVE ZERO TO Changes-Read
032200                  Cases-Opened
032300                  Cases-Scored
032400                  Cases-Held
032500                  Accounts-Restrained
032600                  Restraints-Failed
032700                  Destinations-Noted
032800                  Cases-Lapsed
032900                  Cases-Purged
033000                  Cases-Still-Held
033100                  Rows-Not-Tabled
033200
033300     OPEN INPUT ATOPARM
033400     IF Atoparm-OK
033500         READ ATOPARM
033600             AT END
033700                 CONTINUE
033800             NOT AT END
033900                 PERFORM 1100-TAKE-PARMS THRU 1100-TAKE-PARMS-EXIT
034000         END-READ
034100         CLOSE ATOPARM
034200     END-IF
034300
034400     OPEN INPUT RUNCTLIN
034500     IF Runctlin-OK
034600         READ RUNCTLIN
034700             AT END
034800                 SET Runctlin-Not-Found TO TRUE
034900         END-READ
035000     END-IF
035100     IF Runctlin-OK
035200         MOVE RI-BUSINESS-DATE TO Run-Date
035300         CLOSE RUNCTLIN
035400     ELSE
035500         ACCEPT Run-Date FROM DATE YYYYMMDD
035600     END-IF
035700     COMPUTE Run-Integer-Date =
035800         FUNCTION INTEGER-OF-DATE(Run-Date)
035900     COMPUTE Work-Integer-Date = Run-Integer-Date - Window-Days
036000     MOVE FUNCTION DATE-OF-INTEGER(Work-Integer-Date)
036100         TO Window-Start-Date
036200     COMPUTE Work-Integer-Date =
036300         Run-Integer-Date - Retention-Days
036400     MOVE FUNCTION DATE-OF-INTEGER(Work-Integer-Date)
036500         TO Purge-Before-Date
036600
036700*> No transfer file or no change history on a given night just
036800*> means nothing of that kind to look at.
036900     OPEN INPUT OLTRAN
037000     IF Oltran-OK
037100         READ OLTRAN
037200             AT END
037300                 SET Oltran-EOF TO TRUE
037400         END-READ
037500     ELSE
037600         SET Oltran-EOF TO TRUE
037700     END-IF
037800     OPEN INPUT ADDRHIST
037900     IF Addrhist-OK
038000         READ ADDRHIST
038100             AT END
038200                 SET Addrhist-EOF TO TRUE
038300         END-READ
038400     ELSE
038500         SET Addrhist-EOF TO TRUE
038600     END-IF
038700     DISPLAY "ACCOUNT TAKEOVER SCREEN - " Run-Date
038800     DISPLAY "CHANGES SINCE " Window-Start-Date
038900         "  HOLD AT SCORE " Hold-Score
039000     DISPLAY "==================================================".
039100 1000-INITIALIZE-EXIT.
039200     EXIT.
039300
039400 1100-TAKE-PARMS.
039500     IF TV-WINDOW-DAYS NUMERIC AND TV-WINDOW-DAYS > ZERO
039600         MOVE TV-WINDOW-DAYS TO Window-Days
039700     END-IF
039800     IF TV-BASELINE-DAYS NUMERIC AND TV-BASELINE-DAYS > ZERO
039900         MOVE TV-BASELINE-DAYS TO Baseline-Days
040000     END-IF
040100     IF TV-LARGE-FLOOR NUMERIC AND TV-LARGE-FLOOR > ZERO
040200         MOVE TV-LARGE-FLOOR TO Large-Floor
040300     END-IF
040400     IF TV-LARGE-MULTIPLE NUMERIC AND TV-LARGE-MULTIPLE > ZERO
040500         MOVE TV-LARGE-MULTIPLE TO Large-Multiple
040600     END-IF
040700     IF TV-LIMIT-WEIGHT NUMERIC AND TV-LIMIT-WEIGHT > ZERO
040800         MOVE TV-LIMIT-WEIGHT TO Limit-Weight
040900     END-IF
041000     IF TV-DESTINATION-WEIGHT NUMERIC
041100         AND TV-DESTINATION-WEIGHT > ZERO
041200         MOVE TV-DESTINATION-WEIGHT TO Destination-Weight
041300     END-IF
041400     IF TV-LARGE-WEIGHT NUMERIC AND TV-LARGE-WEIGHT > ZERO
041500         MOVE TV-LARGE-WEIGHT TO Large-Weight
041600     END-IF
041700     IF TV-REPEAT-WEIGHT NUMERIC AND TV-REPEAT-WEIGHT > ZERO
041800         MOVE TV-REPEAT-WEIGHT TO Repeat-Weight
041900     END-IF
042000     IF TV-QUICK-DAYS NUMERIC AND TV-QUICK-DAYS > ZERO
042100         MOVE TV-QUICK-DAYS TO Quick-Days
042200     END-IF
042300     IF TV-QUICK-WEIGHT NUMERIC AND TV-QUICK-WEIGHT > ZERO
042400         MOVE TV-QUICK-WEIGHT TO Quick-Weight
042500     END-IF
042600     IF TV-HOLD-SCORE NUMERIC AND TV-HOLD-SCORE > ZERO
042700         MOVE TV-HOLD-SCORE TO Hold-Score
042800     END-IF.
042900 1100-TAKE-PARMS-EXIT.
043000     EXIT.
043100
043200*****************************************************************
043300*    THE FIRST TIME A FROM/TO PAIR SHOWS UP ON OLTRAN IT GOES   *
043400*    ON OLDEST WITH TONIGHT'S DATE. A PAIR ALREADY THERE IS AN  *
043500*    ESTABLISHED PAYEE AND IS LEFT ALONE.                       *
043600*****************************************************************
043700 2000-NOTE-DESTINATION.
043800     IF NOT OL-DETAIL-RECORD
043900         GO TO 2000-READ-NEXT
044000     END-IF
044100     MOVE OL-FROM-ACCOUNT TO ON-FROM-ACCOUNT
044200     MOVE OL-TO-ACCOUNT TO ON-TO-ACCOUNT
044300     READ OLDEST
044400         INVALID KEY
044500             MOVE Run-Date TO ON-FIRST-SEEN-DATE
044600             IF OL-TRANSFER-AMOUNT NUMERIC
044700                 MOVE OL-TRANSFER-AMOUNT TO ON-FIRST-AMOUNT
044800             ELSE
044900                 MOVE ZERO TO ON-FIRST-AMOUNT
045000             END-IF
045100             MOVE OL-REFERENCE TO ON-FIRST-REFERENCE
045200             WRITE ON-ONLINE-DESTINATION-RECORD
045300             ADD 1 TO Destinations-Noted
045400     END-READ.
045500
045600 2000-READ-NEXT.
045700     READ OLTRAN
045800         AT END
045900             SET Oltran-EOF TO TRUE
046000     END-READ.
046100 2000-NOTE-DESTINATION-EXIT.
046200     EXIT.
046300
046400*****************************************************************
046500*    ONE CONTACT CHANGE STILL INSIDE THE WINDOW. A CASE ALREADY *
046600*    CLOSED BY THE CALLBACK IS NOT RESCORED.                    *
046700*****************************************************************
046800 3000-WORK-CHANGE.
046900     ADD 1 TO Changes-Read
047000     IF AH-CHANGE-DATE < Window-Start-Date
047100         GO TO 3000-READ-NEXT
047200     END-IF
047300     MOVE AH-CUSTOMER-NUMBER TO TK-CUSTOMER-NUMBER
047400     MOVE AH-CHANGE-DATE TO TK-CHANGE-DATE
047500     MOVE AH-CHANGE-TIME TO TK-CHANGE-TIME
047600     SET Case-Is-On-File TO TRUE
047700     READ ATOCASE
047800         INVALID KEY
047900             SET Case-Is-New TO TRUE
048000     END-READ
048100     IF Case-Is-New
048200         PERFORM 3050-OPEN-CASE THRU 3050-OPEN-CASE-EXIT
048300     END-IF
048400     IF TK-CASE-VERIFIED OR TK-CASE-FRAUD
048500         GO TO 3000-READ-NEXT
048600     END-IF
048700     ADD 1 TO Cases-Scored
048800     SET Not-Held-Tonight TO TRUE
048900     PERFORM 3100-FIND-ACCOUNTS THRU 3100-FIND-ACCOUNTS-EXIT
049000     COMPUTE Change-Integer-Date =
049100         FUNCTION INTEGER-OF-DATE(TK-CHANGE-DATE)
049200     COMPUTE Work-Integer-Date = Change-Integer-Date + Window-Days
049300     MOVE FUNCTION DATE-OF-INTEGER(Work-Integer-Date)
049400         TO Event-End-Date
049500     IF Event-End-Date > Run-Date
049600         MOVE Run-Date TO Event-End-Date
049700     END-IF
049800     COMPUTE Work-Integer-Date =
049900         Change-Integer-Date - Baseline-Days
050000     MOVE FUNCTION DATE-OF-INTEGER(Work-Integer-Date)
050100         TO Baseline-Start-Date
050200     MOVE ZERO TO Event-Count
050300                  Limit-Events
050400                  Destination-Events
050500                  Large-Events
050600     PERFORM 3200-GATHER-ACCOUNT THRU 3200-GATHER-ACCOUNT-EXIT
050700         VARYING Account-Sub FROM 1 BY 1
050800         UNTIL Account-Sub > Customer-Account-Count
050900     PERFORM 3300-SCORE-CASE THRU 3300-SCORE-CASE-EXIT
051000     IF TK-CASE-WATCHING
051100         AND Case-Score NOT < Hold-Score
051200         PERFORM 3400-RESTRAIN-ACCOUNTS
051300             THRU 3400-RESTRAIN-ACCOUNTS-EXIT
051400     END-IF
051500     IF Case-Is-New
051600         WRITE TK-TAKEOVER-CASE-RECORD
051700     ELSE
051800         REWRITE TK-TAKEOVER-CASE-RECORD
051900     END-IF
052000     IF Event-Count > ZERO OR TK-CASE-HELD
052100         PERFORM 3500-REPORT-CASE THRU 3500-REPORT-CASE-EXIT
052200     END-IF.
052300
052400 3000-READ-NEXT.
052500     READ ADDRHIST
052600         AT END
052700             SET Addrhist-EOF TO TRUE
052800     END-READ.
052900 3000-WORK-CHANGE-EXIT.
053000     EXIT.
053100
053200 3050-OPEN-CASE.
053300     MOVE SPACES TO TK-TAKEOVER-CASE-RECORD
053400     MOVE AH-CUSTOMER-NUMBER TO TK-CUSTOMER-NUMBER
053500     MOVE AH-CHANGE-DATE TO TK-CHANGE-DATE
053600     MOVE AH-CHANGE-TIME TO TK-CHANGE-TIME
053700     SET TK-CASE-WATCHING TO TRUE
053800     MOVE AH-CHANGE-KIND TO TK-CHANGE-KIND
053900     MOVE AH-REQUESTED-BY TO TK-REQUESTED-BY
054000     MOVE AH-PRIOR-CONTACT TO TK-PRIOR-CONTACT
054100     MOVE ZERO TO TK-RISK-SCORE
054200                  TK-EVENT-COUNT
054300                  TK-FIRST-EVENT-DATE
054400                  TK-HELD-DATE
054500                  TK-HELD-COUNT
054600                  TK-CLOSED-DATE
054700     ADD 1 TO Cases-Opened.
054800 3050-OPEN-CASE-EXIT.
054900     EXIT.
055000
055100*> Every account the customer owns. CUSTREL is keyed by
055200*> account, so the whole file is walked for the customer.
055300 3100-FIND-ACCOUNTS.
055400     MOVE ZERO TO Customer-Account-Count
055500     MOVE LOW-VALUES TO RL-ACCOUNT-NUMBER
055600     SET Scan-Is-Active TO TRUE
055700     START CUSTREL KEY IS NOT LESS THAN RL-ACCOUNT-NUMBER
055800         INVALID KEY
055900             SET Scan-Is-Done TO TRUE
056000     END-START
056100     PERFORM 3110-CHECK-ONE-LINK THRU 3110-CHECK-ONE-LINK-EXIT
056200         UNTIL Scan-Is-Done
056300     IF Customer-Account-Count = ZERO
056400         MOVE 1 TO Customer-Account-Count
056500         MOVE TK-CUSTOMER-NUMBER TO Customer-Account (1)
056600     END-IF.
056700 3100-FIND-ACCOUNTS-EXIT.
056800     EXIT.
056900
057000 3110-CHECK-ONE-LINK.
057100     READ CUSTREL NEXT RECORD
057200         AT END
057300             SET Scan-Is-Done TO TRUE
057400             GO TO 3110-CHECK-ONE-LINK-EXIT
057500     END-READ
057600     IF RL-CUSTOMER-NUMBER NOT = TK-CUSTOMER-NUMBER
057700         GO TO 3110-CHECK-ONE-LINK-EXIT
057800     END-IF
057900     IF Customer-Account-Count = 10
058000         ADD 1 TO Rows-Not-Tabled
058100         DISPLAY TK-CUSTOMER-NUMBER ": Account "
058200             RL-ACCOUNT-NUMBER " past the case limit -"
058300             " review by hand."
058400         GO TO 3110-CHECK-ONE-LINK-EXIT
058500     END-IF
058600     ADD 1 TO Customer-Account-Count
058700     MOVE RL-ACCOUNT-NUMBER
058800         TO Customer-Account (Customer-Account-Count).
058900 3110-CHECK-ONE-LINK-EXIT.
059000     EXIT.
059100
059200 3200-GATHER-ACCOUNT.
059300     MOVE Customer-Account (Account-Sub) TO Current-Account
059400     PERFORM 3210-GATHER-LIMITS THRU 3210-GATHER-LIMITS-EXIT
059500     PERFORM 3220-GATHER-DESTINATIONS
059600         THRU 3220-GATHER-DESTINATIONS-EXIT
059700     PERFORM 3230-GATHER-WITHDRAWALS
059800         THRU 3230-GATHER-WITHDRAWALS-EXIT.
059900 3200-GATHER-ACCOUNT-EXIT.
060000     EXIT.
060100
060200*****************************************************************
060300*    A LIMIT RAISED ABOVE WHAT IT REPLACED, OR CLEARED TO THE   *
060400*    ZERO PLACEHOLDER, SINCE THE CHANGE. A FIRST LIMIT ON AN    *
060500*    UNCAPPED CHANNEL TIGHTENS IT AND DOES NOT COUNT.           *
060600*****************************************************************
060700 3210-GATHER-LIMITS.
060800     MOVE Current-Account TO LP-ACCOUNT-NUMBER
060900     MOVE LOW-VALUES TO LP-SOURCE-CHANNEL
061000     SET Scan-Is-Active TO TRUE
061100     START WDLIMIT KEY IS NOT LESS THAN LP-LIMIT-KEY
061200         INVALID KEY
061300             SET Scan-Is-Done TO TRUE
061400     END-START
061500     PERFORM 3215-CHECK-ONE-LIMIT THRU 3215-CHECK-ONE-LIMIT-EXIT
061600         UNTIL Scan-Is-Done.
061700 3210-GATHER-LIMITS-EXIT.
061800     EXIT.
061900
062000 3215-CHECK-ONE-LIMIT.
062100     READ WDLIMIT NEXT RECORD
062200         AT END
062300             SET Scan-Is-Done TO TRUE
062400             GO TO 3215-CHECK-ONE-LIMIT-EXIT
062500     END-READ
062600     IF LP-ACCOUNT-NUMBER NOT = Current-Account
062700         SET Scan-Is-Done TO TRUE
062800         GO TO 3215-CHECK-ONE-LIMIT-EXIT
062900     END-IF
063000     IF LP-PRIOR-LIMIT NOT NUMERIC
063100         OR LP-PRIOR-LIMIT = ZERO
063200         OR LP-SET-DATE < TK-CHANGE-DATE
063300         OR LP-SET-DATE > Event-End-Date
063400         GO TO 3215-CHECK-ONE-LIMIT-EXIT
063500     END-IF
063600     IF LP-DAILY-LIMIT NOT = ZERO
063700         AND LP-DAILY-LIMIT NOT > LP-PRIOR-LIMIT
063800         GO TO 3215-CHECK-ONE-LIMIT-EXIT
063900     END-IF
064000     IF LP-SOURCE-CHANNEL = SPACES
064100         MOVE "TLR" TO LD-CHANNEL
064200     ELSE
064300         MOVE LP-SOURCE-CHANNEL TO LD-CHANNEL
064400     END-IF
064500     MOVE LP-PRIOR-LIMIT TO LD-PRIOR-LIMIT
064600     MOVE LP-DAILY-LIMIT TO LD-NEW-LIMIT
064700     MOVE LP-SET-DATE TO NE-EVENT-DATE
064800     SET NE-LIMIT-RAISED TO TRUE
064900     MOVE Current-Account TO NE-ACCOUNT-NUMBER
065000     MOVE LP-DAILY-LIMIT TO NE-EVENT-AMOUNT
065100     MOVE Limit-Detail TO NE-EVENT-DETAIL
065200     ADD 1 TO Limit-Events
065300     PERFORM 3600-FILE-EVENT THRU 3600-FILE-EVENT-EXIT.
065400 3215-CHECK-ONE-LIMIT-EXIT.
065500     EXIT.
065600
065700*****************************************************************
065800*    A DESTINATION FIRST SEEN SINCE THE CHANGE. MONEY MOVED     *
065900*    BETWEEN THE CUSTOMER'S OWN ACCOUNTS IS NOT LEAVING.        *
066000*****************************************************************
066100 3220-GATHER-DESTINATIONS.
066200     MOVE Current-Account TO ON-FROM-ACCOUNT
066300     MOVE LOW-VALUES TO ON-TO-ACCOUNT
066400     SET Scan-Is-Active TO TRUE
066500     START OLDEST KEY IS NOT LESS THAN ON-DESTINATION-KEY
066600         INVALID KEY
066700             SET Scan-Is-Done TO TRUE
066800     END-START
066900     PERFORM 3225-CHECK-ONE-DESTINATION
067000         THRU 3225-CHECK-ONE-DESTINATION-EXIT
067100         UNTIL Scan-Is-Done.
067200 3220-GATHER-DESTINATIONS-EXIT.
067300     EXIT.
067400
067500 3225-CHECK-ONE-DESTINATION.
067600     READ OLDEST NEXT RECORD
067700         AT END
067800             SET Scan-Is-Done TO TRUE
067900             GO TO 3225-CHECK-ONE-DESTINATION-EXIT
068000     END-READ
068100     IF ON-FROM-ACCOUNT NOT = Current-Account
068200         SET Scan-Is-Done TO TRUE
068300         GO TO 3225-CHECK-ONE-DESTINATION-EXIT
068400     END-IF
068500     IF ON-FIRST-SEEN-DATE < TK-CHANGE-DATE
068600         OR ON-FIRST-SEEN-DATE > Event-End-Date
068700         GO TO 3225-CHECK-ONE-DESTINATION-EXIT
068800     END-IF
068900     SET Destination-Is-Foreign TO TRUE
069000     PERFORM 3226-CHECK-OWN-ACCOUNT
069100         THRU 3226-CHECK-OWN-ACCOUNT-EXIT
069200         VARYING Own-Sub FROM 1 BY 1
069300         UNTIL Own-Sub > Customer-Account-Count
069400     IF Destination-Is-Own
069500         GO TO 3225-CHECK-ONE-DESTINATION-EXIT
069600     END-IF
069700     MOVE ON-TO-ACCOUNT TO DD-TO-ACCOUNT
069800     MOVE ON-FIRST-REFERENCE TO DD-REFERENCE
069900     MOVE ON-FIRST-SEEN-DATE TO NE-EVENT-DATE
070000     SET NE-NEW-DESTINATION TO TRUE
070100     MOVE Current-Account TO NE-ACCOUNT-NUMBER
070200     MOVE ON-FIRST-AMOUNT TO NE-EVENT-AMOUNT
070300     MOVE Destination-Detail TO NE-EVENT-DETAIL
070400     ADD 1 TO Destination-Events
070500     PERFORM 3600-FILE-EVENT THRU 3600-FILE-EVENT-EXIT.
070600 3225-CHECK-ONE-DESTINATION-EXIT.
070700     EXIT.
070800
070900 3226-CHECK-OWN-ACCOUNT.
071000     IF Customer-Account (Own-Sub) = ON-TO-ACCOUNT
071100         SET Destination-Is-Own TO TRUE
071200     END-IF.
071300 3226-CHECK-OWN-ACCOUNT-EXIT.
071400     EXIT.
071500
071600*****************************************************************
071700*    THE BASELINE DAYS BEFORE THE CHANGE SET THE ACCOUNT'S      *
071800*    HABIT; A WITHDRAWAL SINCE THE CHANGE OVER THE FLOOR AND    *
071900*    THE MULTIPLE OF THAT HABIT IS UNUSUALLY LARGE. AN ACCOUNT  *
072000*    WITH NO WITHDRAWALS IN THE BASELINE HAS NO HABIT TO BREAK, *
072100*    SO THE FLOOR ALONE DECIDES.                                *
072200*****************************************************************
072300 3230-GATHER-WITHDRAWALS.
072400     MOVE ZERO TO Baseline-Count
072500                  Baseline-Total
072600     MOVE Current-Account TO HT-ACCOUNT-NUMBER
072700     MOVE Baseline-Start-Date TO HT-TRANS-DATE
072800     MOVE ZERO TO HT-TRANS-SEQUENCE
072900     SET Scan-Is-Active TO TRUE
073000     START TRANHIST KEY IS NOT LESS THAN HT-HISTORY-KEY
073100         INVALID KEY
073200             SET Scan-Is-Done TO TRUE
073300     END-START
073400     PERFORM 3235-CHECK-ONE-ITEM THRU 3235-CHECK-ONE-ITEM-EXIT
073500         UNTIL Scan-Is-Done.
073600 3230-GATHER-WITHDRAWALS-EXIT.
073700     EXIT.
073800
073900 3235-CHECK-ONE-ITEM.
074000     READ TRANHIST NEXT RECORD
074100         AT END
074200             SET Scan-Is-Done TO TRUE
074300             GO TO 3235-CHECK-ONE-ITEM-EXIT
074400     END-READ
074500     IF HT-ACCOUNT-NUMBER NOT = Current-Account
074600         OR HT-TRANS-DATE > Event-End-Date
074700         SET Scan-Is-Done TO TRUE
074800         GO TO 3235-CHECK-ONE-ITEM-EXIT
074900     END-IF
075000     IF NOT HT-WITHDRAWAL
075100         GO TO 3235-CHECK-ONE-ITEM-EXIT
075200     END-IF
075300     IF HT-TRANS-DATE < TK-CHANGE-DATE
075400         ADD 1 TO Baseline-Count
075500         ADD HT-TRANS-AMOUNT TO Baseline-Total
075600         GO TO 3235-CHECK-ONE-ITEM-EXIT
075700     END-IF
075800     IF HT-TRANS-AMOUNT < Large-Floor
075900         GO TO 3235-CHECK-ONE-ITEM-EXIT
076000     END-IF
076100*> Amount against multiple times the average, kept in whole
076200*> products so nothing is lost to a division.
076300     IF Baseline-Count > ZERO
076400         COMPUTE Large-Test-Left =
076500             HT-TRANS-AMOUNT * Baseline-Count
076600         COMPUTE Large-Test-Right =
076700             Baseline-Total * Large-Multiple
076800         IF Large-Test-Left < Large-Test-Right
076900             GO TO 3235-CHECK-ONE-ITEM-EXIT
077000         END-IF
077100     END-IF
077200     MOVE HT-TRANS-CODE TO WD-TRANS-CODE
077300     MOVE HT-SOURCE-CHANNEL TO WD-CHANNEL
077400     MOVE HT-SERIAL-NUMBER TO WD-SERIAL
077500     MOVE HT-TRANS-DATE TO NE-EVENT-DATE
077600     SET NE-LARGE-WITHDRAWAL TO TRUE
077700     MOVE Current-Account TO NE-ACCOUNT-NUMBER
077800     MOVE HT-TRANS-AMOUNT TO NE-EVENT-AMOUNT
077900     MOVE Withdrawal-Detail TO NE-EVENT-DETAIL
078000     ADD 1 TO Large-Events
078100     PERFORM 3600-FILE-EVENT THRU 3600-FILE-EVENT-EXIT.
078200 3235-CHECK-ONE-ITEM-EXIT.
078300     EXIT.
078400
078500*****************************************************************
078600*    EACH KIND SCORES ITS WEIGHT ONCE AND THE REPEAT WEIGHT FOR *
078700*    EVERY FURTHER ITEM; A FIRST MOVE INSIDE THE QUICK DAYS OF  *
078800*    THE CHANGE SCORES THE QUICK WEIGHT ON TOP.                 *
078900*****************************************************************
079000 3300-SCORE-CASE.
079100     MOVE ZERO TO Case-Score
079200     IF Limit-Events > ZERO
079300         COMPUTE Case-Score = Case-Score + Limit-Weight
079400             + (Limit-Events - 1) * Repeat-Weight
079500     END-IF
079600     IF Destination-Events > ZERO
079700         COMPUTE Case-Score = Case-Score + Destination-Weight
079800             + (Destination-Events - 1) * Repeat-Weight
079900     END-IF
080000     IF Large-Events > ZERO
080100         COMPUTE Case-Score = Case-Score + Large-Weight
080200             + (Large-Events - 1) * Repeat-Weight
080300     END-IF
080400     MOVE ZERO TO TK-FIRST-EVENT-DATE
080500     IF Event-Count > ZERO
080600         MOVE EV-EVENT-DATE (1) TO TK-FIRST-EVENT-DATE
080700         COMPUTE Day-Gap =
080800             FUNCTION INTEGER-OF-DATE(EV-EVENT-DATE (1))
080900                 - Change-Integer-Date
081000         IF Day-Gap NOT > Quick-Days
081100             ADD Quick-Weight TO Case-Score
081200         END-IF
081300     END-IF
081400     IF Case-Score > 999
081500         MOVE 999 TO Case-Score
081600     END-IF
081700     MOVE Case-Score TO TK-RISK-SCORE
081800     IF Event-Count > 999
081900         MOVE 999 TO TK-EVENT-COUNT
082000     ELSE
082100         MOVE Event-Count TO TK-EVENT-COUNT
082200     END-IF.
082300 3300-SCORE-CASE-EXIT.
082400     EXIT.
082500
082600*****************************************************************
082700*    THE RESTRAINT GOES ON EVERY ACCOUNT OF THE CUSTOMER AND    *
082800*    EACH ONE IS NOTED ON THE CASE FOR THE CALLBACK TO LIFT.    *
082900*****************************************************************
083000 3400-RESTRAIN-ACCOUNTS.
083100     MOVE ZERO TO TK-HELD-COUNT
083200     PERFORM 3410-RESTRAIN-ONE THRU 3410-RESTRAIN-ONE-EXIT
083300         VARYING Account-Sub FROM 1 BY 1
083400         UNTIL Account-Sub > Customer-Account-Count
083500     SET TK-CASE-HELD TO TRUE
083600     MOVE Run-Date TO TK-HELD-DATE
083700     SET Held-Tonight TO TRUE
083800     ADD 1 TO Cases-Held.
083900 3400-RESTRAIN-ACCOUNTS-EXIT.
084000     EXIT.
084100
084200*> The restraint takes the account's next free sequence.
084300 3410-RESTRAIN-ONE.
084400     MOVE Customer-Account (Account-Sub) TO Current-Account
084500     MOVE ZERO TO Next-Hold-Sequence
084600     MOVE Current-Account TO HD-ACCOUNT-NUMBER
084700     MOVE ZERO TO HD-HOLD-SEQUENCE
084800     SET Scan-Is-Active TO TRUE
084900     START HOLDS KEY IS NOT LESS THAN HD-HOLD-KEY
085000         INVALID KEY
085100             SET Scan-Is-Done TO TRUE
085200     END-START
085300     PERFORM 3415-SCAN-ONE-HOLD THRU 3415-SCAN-ONE-HOLD-EXIT
085400         UNTIL Scan-Is-Done
085500     IF Next-Hold-Sequence NOT < 999
085600         ADD 1 TO Restraints-Failed
085700         DISPLAY Current-Account
085800             ": No hold sequence free - restrain by hand."
085900         GO TO 3410-RESTRAIN-ONE-EXIT
086000     END-IF
086100     ADD 1 TO Next-Hold-Sequence
086200     MOVE Current-Account TO HD-ACCOUNT-NUMBER
086300     MOVE Next-Hold-Sequence TO HD-HOLD-SEQUENCE
086400     MOVE Takeover-Restraint-Amount TO HD-HOLD-AMOUNT
086500     MOVE Takeover-Hold-Type TO HD-HOLD-TYPE
086600     MOVE ZERO TO HD-EXPIRY-DATE
086700     MOVE Takeover-Hold-Authority TO HD-PLACING-AUTHORITY
086800     WRITE HD-HOLD-RECORD
086900         INVALID KEY
087000             ADD 1 TO Restraints-Failed
087100             DISPLAY Current-Account
087200                 ": Takeover hold not written - restrain by hand."
087300             GO TO 3410-RESTRAIN-ONE-EXIT
087400     END-WRITE
087500     ADD 1 TO TK-HELD-COUNT
087600     MOVE Current-Account TO TK-HELD-ACCOUNT (TK-HELD-COUNT)
087700     MOVE Next-Hold-Sequence TO TK-HELD-SEQUENCE (TK-HELD-COUNT)
087800     ADD 1 TO Accounts-Restrained.
087900 3410-RESTRAIN-ONE-EXIT.
088000     EXIT.
088100
088200 3415-SCAN-ONE-HOLD.
088300     READ HOLDS NEXT RECORD
088400         AT END
088500             SET Scan-Is-Done TO TRUE
088600             GO TO 3415-SCAN-ONE-HOLD-EXIT
088700     END-READ
088800     IF HD-ACCOUNT-NUMBER NOT = Current-Account
088900         SET Scan-Is-Done TO TRUE
089000         GO TO 3415-SCAN-ONE-HOLD-EXIT
089100     END-IF
089200     MOVE HD-HOLD-SEQUENCE TO Next-Hold-Sequence.
089300 3415-SCAN-ONE-HOLD-EXIT.
089400     EXIT.
089500
089600*****************************************************************
089700*    THE CASE AS IT HAPPENED: THE CHANGE, WHAT THE CONTACT WAS  *
089800*    AND IS NOW, THEN EVERY RISKY MOVE IN DATE ORDER.           *
089900*****************************************************************
090000 3500-REPORT-CASE.
090100     DISPLAY " "
090200     DISPLAY "CUSTOMER " TK-CUSTOMER-NUMBER
090300         "  CASE " TK-CASE-STATUS
090400         "  SCORE " TK-RISK-SCORE
090500         "  ACCOUNTS " Customer-Account-Count
090600     DISPLAY "  " TK-CHANGE-DATE " CONTACT CHANGE ("
090700         TK-CHANGE-KIND ") BY " TK-REQUESTED-BY
090800     DISPLAY "      WAS: " TK-PRIOR-STREET " " TK-PRIOR-CITY
090900         " " TK-PRIOR-STATE " " TK-PRIOR-POSTAL-CODE
091000         "  PH " TK-PRIOR-PHONE
091100     MOVE TK-CUSTOMER-NUMBER TO NA-CUSTOMER-NUMBER
091200     READ CUSTADDR
091300         INVALID KEY
091400             DISPLAY "      NOW: (NOT ON CUSTADDR)"
091500         NOT INVALID KEY
091600             DISPLAY "      NOW: " NA-STREET-ADDRESS " "
091700                 NA-CITY " " NA-STATE " " NA-POSTAL-CODE
091800                 "  PH " NA-PHONE-NUMBER
091900     END-READ
092000     PERFORM 3510-REPORT-EVENT THRU 3510-REPORT-EVENT-EXIT
092100         VARYING Event-Sub FROM 1 BY 1
092200         UNTIL Event-Sub > Event-Count
092300     IF Held-Tonight
092400         DISPLAY "  ** RESTRAINED " TK-HELD-COUNT
092500             " ACCOUNT(S) - CALL BACK AT THE PRIOR CONTACT **"
092600     ELSE
092700         IF TK-CASE-HELD
092800             DISPLAY "  ** HELD SINCE " TK-HELD-DATE
092900                 " - AWAITING CALLBACK **"
093000         END-IF
093100     END-IF.
093200 3500-REPORT-CASE-EXIT.
093300     EXIT.
093400
093500 3510-REPORT-EVENT.
093600     EVALUATE EV-EVENT-KIND (Event-Sub)
093700         WHEN "L"
093800             MOVE "LIMIT RAISED" TO Event-Label
093900         WHEN "N"
094000             MOVE "NEW DESTINATION" TO Event-Label
094100         WHEN OTHER
094200             MOVE "LARGE WITHDRAWAL" TO Event-Label
094300     END-EVALUATE
094400     MOVE EV-EVENT-AMOUNT (Event-Sub) TO Edited-Amount
094500     DISPLAY "  " EV-EVENT-DATE (Event-Sub) " " Event-Label
094600         " " EV-ACCOUNT-NUMBER (Event-Sub) " " Edited-Amount
094700         " " EV-EVENT-DETAIL (Event-Sub).
094800 3510-REPORT-EVENT-EXIT.
094900     EXIT.
095000
095100*****************************************************************
095200*    FILE THE NEW EVENT IN DATE ORDER: LATER ENTRIES SHIFT DOWN *
095300*    ONE TO MAKE ROOM.                                          *
095400*****************************************************************
095500 3600-FILE-EVENT.
095600     IF Event-Count = 100
095700         ADD 1 TO Rows-Not-Tabled
095800         GO TO 3600-FILE-EVENT-EXIT
095900     END-IF
096000     COMPUTE Insert-Sub = Event-Count + 1
096100     SET Shift-Is-Active TO TRUE
096200     PERFORM 3610-SHIFT-EVENT THRU 3610-SHIFT-EVENT-EXIT
096300         UNTIL Shift-Is-Done
096400     MOVE New-Event TO Event-Entry (Insert-Sub)
096500     ADD 1 TO Event-Count.
096600 3600-FILE-EVENT-EXIT.
096700     EXIT.
096800
096900 3610-SHIFT-EVENT.
097000     IF Insert-Sub = 1
097100         SET Shift-Is-Done TO TRUE
097200         GO TO 3610-SHIFT-EVENT-EXIT
097300     END-IF
097400     COMPUTE Prior-Sub = Insert-Sub - 1
097500     IF EV-EVENT-DATE (Prior-Sub) NOT > NE-EVENT-DATE
097600         SET Shift-Is-Done TO TRUE
097700         GO TO 3610-SHIFT-EVENT-EXIT
097800     END-IF
097900     MOVE Event-Entry (Prior-Sub) TO Event-Entry (Insert-Sub)
098000     MOVE Prior-Sub TO Insert-Sub.
098100 3610-SHIFT-EVENT-EXIT.
098200     EXIT.
098300
098400*****************************************************************
098500*    A WATCHED CASE PAST ITS WINDOW LAPSES; A CLOSED CASE GOES  *
098600*    AFTER THE RETENTION DAYS. A HELD CASE STAYS UNTIL THE      *
098700*    CUSTOMER IS REACHED, AND AN OLD ONE IS LISTED AS A         *
098800*    REMINDER.                                                  *
098900*****************************************************************
099000 4000-SWEEP-CASES.
099100     MOVE LOW-VALUES TO TK-CASE-KEY
099200     SET Scan-Is-Active TO TRUE
099300     START ATOCASE KEY IS NOT LESS THAN TK-CASE-KEY
099400         INVALID KEY
099500             SET Scan-Is-Done TO TRUE
099600     END-START
099700     PERFORM 4100-SWEEP-ONE THRU 4100-SWEEP-ONE-EXIT
099800         UNTIL Scan-Is-Done.
099900 4000-SWEEP-CASES-EXIT.
100000     EXIT.
100100
100200 4100-SWEEP-ONE.
100300     READ ATOCASE NEXT RECORD
100400         AT END
100500             SET Scan-Is-Done TO TRUE
100600             GO TO 4100-SWEEP-ONE-EXIT
100700     END-READ
100800     IF TK-CASE-WATCHING
100900         AND TK-CHANGE-DATE < Window-Start-Date
101000         DELETE ATOCASE
101100         ADD 1 TO Cases-Lapsed
101200         GO TO 4100-SWEEP-ONE-EXIT
101300     END-IF
101400     IF (TK-CASE-VERIFIED OR TK-CASE-FRAUD)
101500         AND TK-CLOSED-DATE < Purge-Before-Date
101600         DELETE ATOCASE
101700         ADD 1 TO Cases-Purged
101800         GO TO 4100-SWEEP-ONE-EXIT
101900     END-IF
102000     IF TK-CASE-HELD
102100         AND TK-CHANGE-DATE < Window-Start-Date
102200         ADD 1 TO Cases-Still-Held
102300         DISPLAY " "
102400         DISPLAY "CUSTOMER " TK-CUSTOMER-NUMBER
102500             "  STILL HELD SINCE " TK-HELD-DATE
102600             "  (CHANGE OF " TK-CHANGE-DATE
102700             ", SCORE " TK-RISK-SCORE ") - AWAITING CALLBACK"
102800     END-IF.
102900 4100-SWEEP-ONE-EXIT.
103000     EXIT.
103100
103200 9000-TERMINATE.
103300     IF Oltran-OK OR Oltran-EOF
103400         CLOSE OLTRAN
103500     END-IF
103600     IF Addrhist-OK OR Addrhist-EOF
103700         CLOSE ADDRHIST
103800     END-IF
103900     CLOSE OLDEST
104000     CLOSE CUSTREL
104100     CLOSE CUSTADDR
104200     CLOSE WDLIMIT
104300     CLOSE TRANHIST
104400     CLOSE HOLDS
104500     CLOSE ATOCASE
104600     DISPLAY " "
104700     DISPLAY "ACCOUNT TAKEOVER SCREEN SUMMARY"
104800     DISPLAY "Contact changes read    - " Changes-Read
104900     DISPLAY "New destinations noted  - " Destinations-Noted
105000     DISPLAY "Cases opened            - " Cases-Opened
105100     DISPLAY "Cases scored            - " Cases-Scored
105200     DISPLAY "Cases held tonight      - " Cases-Held
105300     DISPLAY "Accounts restrained     - " Accounts-Restrained
105400     DISPLAY "Restraints to place     - " Restraints-Failed
105500     DISPLAY "Older cases still held  - " Cases-Still-Held
105600     DISPLAY "Watched cases lapsed    - " Cases-Lapsed
105700     DISPLAY "Closed cases purged     - " Cases-Purged
105800     DISPLAY "Rows past table limits  - " Rows-Not-Tabled.
105900 9000-TERMINATE-EXIT.
106000     EXIT.
