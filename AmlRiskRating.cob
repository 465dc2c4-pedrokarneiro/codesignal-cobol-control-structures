000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AmlRiskRating.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-13.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    AMLRISKRATING                                              *
001100*                                                               *
001200*    MONTHLY CUSTOMER AML RISK RATING. EVERY CUSTOMER WITH AN   *
001300*    OPEN ACCOUNT, A FRAUD ALERT IN THE LAST YEAR OR A KEYED    *
001400*    PROFILE IS SCORED ON FIVE FACTORS:                         *
001500*      - OCCUPATION/BUSINESS TYPE (AMLSCORE TYPE O; A CUSTOMER  *
001600*        WITH NO OCCUPATION KEYED IS SCORED AS UNPROFILED),     *
001700*      - COUNTRY (TYPE G),                                      *
001800*      - PRODUCT MIX - THE RISKIEST OPEN PRODUCT (TYPE P),      *
001900*      - WIRE AND CASH ACTIVITY - LARGE-WIRE (LGWR) HITS AND    *
002000*        LARGE-CASH (LGTX) / STRUCTURING (STRC) HITS ON FRAUDALT*
002100*        (TYPES W AND C, CAPPED),                               *
002200*      - EVERY OTHER FRAUDALT ALERT (TYPE F, CAPPED).           *
002300*    THE SCORE BANDS TO A RATING OF L, M OR H (TYPE R ROWS      *
002400*    HOLD THE LOWEST SCORE OF THE M AND H BANDS); A FLOOR SET   *
002500*    AT REVIEW IS NEVER RATED BELOW. THE NEXT DUE-DILIGENCE     *
002600*    REVIEW IS SCHEDULED FROM THE LAST ONE - 1, 2 OR 3 YEARS    *
002700*    FOR H, M AND L. EVERY RATING CHANGE IS AUDITED TO AMLAUD.  *
002800*    THE RATING DRIVES THE CASHAGG AND VELOCITY THRESHOLDS      *
002900*    APPLIED TO THE CUSTOMER IN THE NIGHTLY RUN.                *
003000*    AMLSCORE IS OPTIONAL - WITHOUT IT, OR FOR A CODE NOT ON    *
003100*    IT, THE DEFAULTS BELOW APPLY.                              *
003200*                                                               *
003300*    MODIFICATION HISTORY                                      *
003400*    ------------------------------------------------------    *
003500*    DATE       INIT  DESCRIPTION                              *
003600*    ---------  ----  -----------------------------------      *
003700*    2026-10-13  RLB  ORIGINAL.                                *
003800*                                                               *
003900*****************************************************************
004000
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT CUSTREL ASSIGN TO "CUSTREL"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS RL-ACCOUNT-NUMBER
004800         FILE STATUS IS Custrel-File-Status.
004900
005000     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS MF-ACCOUNT-NUMBER
005400         FILE STATUS IS Acctmstr-File-Status.
005500
005600     SELECT FRAUDALT ASSIGN TO "FRAUDALT"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS Fraudalt-File-Status.
005900
006000     SELECT AMLRISK ASSIGN TO "AMLRISK"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS KY-CUSTOMER-NUMBER
006400         FILE STATUS IS Amlrisk-File-Status.
006500
006600     SELECT AMLSCORE ASSIGN TO "AMLSCORE"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS RANDOM
006900         RECORD KEY IS KS-SCORE-KEY
007000         FILE STATUS IS Amlscore-File-Status.
007100
007200     SELECT AMLAUD ASSIGN TO "AMLAUD"
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS Amlaud-File-Status.
007500
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  CUSTREL.
007900     COPY CUSTREL.
008000
008100 FD  ACCTMSTR.
008200     COPY ACCTMSTR.
008300
008400 FD  FRAUDALT.
008500     COPY FRAUDALT.
008600
008700 FD  AMLRISK.
008800     COPY AMLRISK.
008900
009000 FD  AMLSCORE.
009100     COPY AMLSCORE.
009200
009300 FD  AMLAUD.
009400     COPY AMLAUD.
009500
009600 WORKING-STORAGE SECTION.
009700 01  Custrel-File-Status             PIC XX.
009800     88  Custrel-OK                  VALUE "00".
009900 01  Acctmstr-File-Status            PIC XX.
010000     88  Acctmstr-OK                 VALUE "00".
010100 01  Fraudalt-File-Status            PIC XX.
010200     88  Fraudalt-OK                 VALUE "00".
010300 01  Amlrisk-File-Status             PIC XX.
010400     88  Amlrisk-OK                  VALUE "00".
010500 01  Amlscore-File-Status            PIC XX.
010600     88  Amlscore-OK                 VALUE "00".
010700 01  Amlscore-Switch                 PIC X(01).
010800     88  Amlscore-Open               VALUE "Y".
010900     88  Amlscore-Absent             VALUE "N".
011000 01  Amlaud-File-Status              PIC XX.
011100     88  Amlaud-OK                   VALUE "00".
011200
011300*    DEFAULTS, USED WHEN AMLSCORE IS ABSENT OR HAS NO ROW.
011400 77  Unprofiled-Points               PIC 9(03) VALUE 10.
011500 77  Default-Wire-Points             PIC 9(03) VALUE 5.
011600 77  Default-Cash-Points             PIC 9(03) VALUE 5.
011700 77  Default-Alert-Points            PIC 9(03) VALUE 3.
011800 77  Default-Medium-Score            PIC 9(03) VALUE 25.
011900 77  Default-High-Score              PIC 9(03) VALUE 50.
012000 77  Activity-Points-Cap             PIC 9(03) VALUE 40.
012100 77  Alert-Points-Cap                PIC 9(03) VALUE 30.
012200 77  Lookback-Days                   PIC 9(03) VALUE 365.
012300 77  High-Review-Years               PIC 9(01) VALUE 1.
012400 77  Medium-Review-Years             PIC 9(01) VALUE 2.
012500 77  Low-Review-Years                PIC 9(01) VALUE 3.
012600 77  Hit-Value                       PIC X(10) VALUE "HIT".
012700
012800 01  Scoring-Values.
012900     05  Wire-Points                 PIC 9(03).
013000     05  Cash-Points                 PIC 9(03).
013100     05  Alert-Points                PIC 9(03).
013200     05  Medium-Score                PIC 9(03).
013300     05  High-Score                  PIC 9(03).
013400
013500 01  Lookup-Type                     PIC X(01).
013600 01  Lookup-Value                    PIC X(10).
013700 01  Lookup-Points                   PIC 9(03).
013800 01  Lookup-Switch                   PIC X(01).
013900     88  Lookup-Found                VALUE "Y".
014000     88  Lookup-Missing              VALUE "N".
014100
014200 01  Scan-Switch                     PIC X(01).
014300     88  Scan-Is-Done                VALUE "Y".
014400     88  Scan-Not-Done               VALUE "N".
014500 01  Fraudalt-Switch                 PIC X(01).
014600     88  Fraudalt-EOF                VALUE "Y".
014700     88  Fraudalt-Not-EOF            VALUE "N".
014800 01  Profile-Switch                  PIC X(01).
014900     88  Profile-Is-New              VALUE "Y".
015000     88  Profile-On-File             VALUE "N".
015100
015200 01  Run-Date                        PIC 9(08).
015300 01  Run-Time                        PIC 9(08).
015400 01  Lookback-Date                   PIC 9(08).
015500 01  Touch-Customer                  PIC X(10).
015600 01  Work-Points                     PIC 9(07).
015700 01  Work-Score                      PIC 9(07).
015800 01  Rating-Before                   PIC X(01).
015900 01  Score-Before                    PIC 9(03).
016000 01  New-Rating                      PIC X(01).
016100 01  Rank-Rating                     PIC X(01).
016200 01  Rank-Value                      PIC 9(01).
016300 01  Before-Rank                     PIC 9(01).
016400 01  After-Rank                      PIC 9(01).
016500 01  Review-Years                    PIC 9(01).
016600 01  Next-Review-Date                PIC 9(08).
016700 01  Next-Review-Parts REDEFINES Next-Review-Date.
016800     05  Next-Review-Year            PIC 9(04).
016900     05  Next-Review-Month-Day       PIC 9(04).
017000
017100 01  Rating-Counters.
017200     05  Links-Read                  PIC 9(7) COMP.
017300     05  Alerts-Read                 PIC 9(7) COMP.
017400     05  Alerts-Counted              PIC 9(7) COMP.
017500     05  Customers-Rated             PIC 9(7) COMP.
017600     05  Low-Rated                   PIC 9(7) COMP.
017700     05  Medium-Rated                PIC 9(7) COMP.
017800     05  High-Rated                  PIC 9(7) COMP.
017900     05  First-Ratings               PIC 9(7) COMP.
018000     05  Ratings-Raised              PIC 9(7) COMP.
018100     05  Ratings-Lowered             PIC 9(7) COMP.
018200     05  Held-By-Floor               PIC 9(7) COMP.
018300     05  Reviews-Overdue             PIC 9(7) COMP.
018400
018500 PROCEDURE DIVISION.
018600
018700 0000-MAINLINE.
018800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
018900     PERFORM 2000-GATHER-ACCOUNTS THRU 2000-GATHER-ACCOUNTS-EXIT
019000     PERFORM 3000-GATHER-ALERTS THRU 3000-GATHER-ALERTS-EXIT
019100     PERFORM 4000-RATE-CUSTOMERS THRU 4000-RATE-CUSTOMERS-EXIT
019200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
019300     STOP RUN.
019400
019500 1000-INITIALIZE.
019600     OPEN INPUT CUSTREL
019700     OPEN INPUT ACCTMSTR
019800     OPEN INPUT FRAUDALT
019900     OPEN I-O AMLRISK
020000     OPEN EXTEND AMLAUD
020100     SET Amlscore-Absent TO TRUE
020200     OPEN INPUT AMLSCORE
020300     IF Amlscore-OK
020400         SET Amlscore-Open TO TRUE
020500     END-IF
020600     MOVE ZERO TO Links-Read
020700                  Alerts-Read
020800                  Alerts-Counted
020900                  Customers-Rated
021000                  Low-Rated
021100                  Medium-Rated
021200                  High-Rated
021300                  First-Ratings
021400                  Ratings-Raised
021500                  Ratings-Lowered
021600                  Held-By-Floor
021700                  Reviews-Overdue
021800     ACCEPT Run-Date FROM DATE YYYYMMDD
021900     ACCEPT Run-Time FROM TIME
022000     COMPUTE Lookback-Date = FUNCTION DATE-OF-INTEGER
022100         (FUNCTION INTEGER-OF-DATE(Run-Date) - Lookback-Days)
022200*> The per-hit points and the band floors are one row each -
022300*> read them once rather than once per customer.
022400     MOVE Default-Wire-Points TO Wire-Points
022500     MOVE "W" TO Lookup-Type
022600     MOVE Hit-Value TO Lookup-Value
022700     PERFORM 2800-LOOKUP-POINTS THRU 2800-LOOKUP-POINTS-EXIT
022800     IF Lookup-Found
022900         MOVE Lookup-Points TO Wire-Points
023000     END-IF
023100     MOVE Default-Cash-Points TO Cash-Points
023200     MOVE "C" TO Lookup-Type
023300     PERFORM 2800-LOOKUP-POINTS THRU 2800-LOOKUP-POINTS-EXIT
023400     IF Lookup-Found
023500         MOVE Lookup-Points TO Cash-Points
023600     END-IF
023700     MOVE Default-Alert-Points TO Alert-Points
023800     MOVE "F" TO Lookup-Type
023900     PERFORM 2800-LOOKUP-POINTS THRU 2800-LOOKUP-POINTS-EXIT
024000     IF Lookup-Found
024100         MOVE Lookup-Points TO Alert-Points
024200     END-IF
024300     MOVE Default-Medium-Score TO Medium-Score
024400     MOVE "R" TO Lookup-Type
024500     MOVE "M" TO Lookup-Value
024600     PERFORM 2800-LOOKUP-POINTS THRU 2800-LOOKUP-POINTS-EXIT
024700     IF Lookup-Found
024800         MOVE Lookup-Points TO Medium-Score
024900     END-IF
025000     MOVE Default-High-Score TO High-Score
025100     MOVE "H" TO Lookup-Value
025200     PERFORM 2800-LOOKUP-POINTS THRU 2800-LOOKUP-POINTS-EXIT
025300     IF Lookup-Found
025400         MOVE Lookup-Points TO High-Score
025500     END-IF.
025600 1000-INITIALIZE-EXIT.
025700     EXIT.
025800
025900*****************************************************************
026000*    PASS 1 - EVERY CUSTREL LINK TO AN OPEN ACCOUNT. THE        *
026100*    CUSTOMER'S PRODUCT POINTS ARE THOSE OF THEIR RISKIEST      *
026200*    OPEN PRODUCT.                                              *
026300*****************************************************************
026400 2000-GATHER-ACCOUNTS.
026500     SET Scan-Not-Done TO TRUE
026600     MOVE LOW-VALUES TO RL-ACCOUNT-NUMBER
026700     START CUSTREL KEY IS NOT LESS THAN RL-ACCOUNT-NUMBER
026800         INVALID KEY
026900             SET Scan-Is-Done TO TRUE
027000     END-START
027100     PERFORM 2100-GATHER-ONE-LINK THRU 2100-GATHER-ONE-LINK-EXIT
027200         UNTIL Scan-Is-Done.
027300 2000-GATHER-ACCOUNTS-EXIT.
027400     EXIT.
027500
027600 2100-GATHER-ONE-LINK.
027700     READ CUSTREL NEXT RECORD
027800         AT END
027900             SET Scan-Is-Done TO TRUE
028000             GO TO 2100-GATHER-ONE-LINK-EXIT
028100     END-READ
028200     ADD 1 TO Links-Read
028300     MOVE RL-ACCOUNT-NUMBER TO MF-ACCOUNT-NUMBER
028400     READ ACCTMSTR
028500         INVALID KEY
028600             GO TO 2100-GATHER-ONE-LINK-EXIT
028700     END-READ
028800     IF MF-Account-Is-Closed
028900         GO TO 2100-GATHER-ONE-LINK-EXIT
029000     END-IF
029100     MOVE RL-CUSTOMER-NUMBER TO Touch-Customer
029200     PERFORM 2700-TOUCH-CUSTOMER THRU 2700-TOUCH-CUSTOMER-EXIT
029300     IF KY-ACCOUNT-COUNT < 999
029400         ADD 1 TO KY-ACCOUNT-COUNT
029500     END-IF
029600     MOVE "P" TO Lookup-Type
029700     MOVE MF-PRODUCT-CODE TO Lookup-Value
029800     PERFORM 2800-LOOKUP-POINTS THRU 2800-LOOKUP-POINTS-EXIT
029900     IF Lookup-Found
030000         AND Lookup-Points > KY-PRODUCT-POINTS
030100         MOVE Lookup-Points TO KY-PRODUCT-POINTS
030200     END-IF
030300     PERFORM 2900-SAVE-CUSTOMER THRU 2900-SAVE-CUSTOMER-EXIT.
030400 2100-GATHER-ONE-LINK-EXIT.
030500     EXIT.
030600
030700*****************************************************************
030800*    BRINGS UP THE CUSTOMER'S PROFILE, OR STARTS AN UNRATED ONE.*
030900*    THE WORK COUNTS ARE RESET THE FIRST TIME THIS RUN TOUCHES  *
031000*    THE CUSTOMER.                                              *
031100*****************************************************************
031200 2700-TOUCH-CUSTOMER.
031300     SET Profile-On-File TO TRUE
031400     MOVE Touch-Customer TO KY-CUSTOMER-NUMBER
031500     READ AMLRISK
031600         INVALID KEY
031700             SET Profile-Is-New TO TRUE
031800             INITIALIZE KY-AML-RISK-RECORD
031900             MOVE Touch-Customer TO KY-CUSTOMER-NUMBER
032000     END-READ
032100     IF KY-WORK-DATE NOT = Run-Date
032200         MOVE ZERO TO KY-ACCOUNT-COUNT
032300                      KY-WIRE-HITS
032400                      KY-CASH-HITS
032500                      KY-ALERT-HITS
032600                      KY-PRODUCT-POINTS
032700         MOVE Run-Date TO KY-WORK-DATE
032800     END-IF.
032900 2700-TOUCH-CUSTOMER-EXIT.
033000     EXIT.
033100
033200 2800-LOOKUP-POINTS.
033300     SET Lookup-Missing TO TRUE
033400     MOVE 0 TO Lookup-Points
033500     IF Amlscore-Absent
033600         GO TO 2800-LOOKUP-POINTS-EXIT
033700     END-IF
033800     MOVE Lookup-Type TO KS-FACTOR-TYPE
033900     MOVE Lookup-Value TO KS-FACTOR-VALUE
034000     READ AMLSCORE
034100         INVALID KEY
034200             GO TO 2800-LOOKUP-POINTS-EXIT
034300     END-READ
034400     SET Lookup-Found TO TRUE
034500     MOVE KS-POINTS TO Lookup-Points.
034600 2800-LOOKUP-POINTS-EXIT.
034700     EXIT.
034800
034900 2900-SAVE-CUSTOMER.
035000     IF Profile-Is-New
035100         WRITE KY-AML-RISK-RECORD
035200             INVALID KEY
035300                 DISPLAY KY-CUSTOMER-NUMBER
035400                     ": AML profile write failed, status "
035500                     Amlrisk-File-Status
035600         END-WRITE
035700     ELSE
035800         REWRITE KY-AML-RISK-RECORD
035900             INVALID KEY
036000                 DISPLAY KY-CUSTOMER-NUMBER
036100                     ": AML profile rewrite failed, status "
036200                     Amlrisk-File-Status
036300         END-REWRITE
036400     END-IF.
036500 2900-SAVE-CUSTOMER-EXIT.
036600     EXIT.
036700
036800*****************************************************************
036900*    PASS 2 - FRAUDALT ROWS WITHIN THE LOOKBACK. ACCOUNT ALERTS *
037000*    ARE TAKEN TO THE CUSTREL OWNER; STRUCTURING ROWS ALREADY   *
037100*    CARRY THE CUSTOMER, AS DOES AN ACCOUNT WITH NO LINK.       *
037200*****************************************************************
037300 3000-GATHER-ALERTS.
037400     SET Fraudalt-Not-EOF TO TRUE
037500     PERFORM 3100-GATHER-ONE-ALERT THRU 3100-GATHER-ONE-ALERT-EXIT
037600         UNTIL Fraudalt-EOF.
037700 3000-GATHER-ALERTS-EXIT.
037800     EXIT.
037900
038000 3100-GATHER-ONE-ALERT.
038100     READ FRAUDALT
038200         AT END
038300             SET Fraudalt-EOF TO TRUE
038400             GO TO 3100-GATHER-ONE-ALERT-EXIT
038500     END-READ
038600     ADD 1 TO Alerts-Read
038700     IF FA-ALERT-DATE < Lookback-Date
038800         GO TO 3100-GATHER-ONE-ALERT-EXIT
038900     END-IF
039000     MOVE FA-ACCOUNT-NUMBER TO Touch-Customer
039100     IF NOT FA-REASON-STRUCTURING
039200         MOVE FA-ACCOUNT-NUMBER TO RL-ACCOUNT-NUMBER
039300         READ CUSTREL
039400             NOT INVALID KEY
039500                 MOVE RL-CUSTOMER-NUMBER TO Touch-Customer
039600         END-READ
039700     END-IF
039800     PERFORM 2700-TOUCH-CUSTOMER THRU 2700-TOUCH-CUSTOMER-EXIT
039900     IF FA-REASON-LARGE-WIRE
040000         IF KY-WIRE-HITS < 999
040100             ADD 1 TO KY-WIRE-HITS
040200         END-IF
040300     ELSE
040400         IF FA-REASON-LARGE-CASH OR FA-REASON-STRUCTURING
040500             IF KY-CASH-HITS < 999
040600                 ADD 1 TO KY-CASH-HITS
040700             END-IF
040800         ELSE
040900             IF KY-ALERT-HITS < 999
041000                 ADD 1 TO KY-ALERT-HITS
041100             END-IF
041200         END-IF
041300     END-IF
041400     ADD 1 TO Alerts-Counted
041500     PERFORM 2900-SAVE-CUSTOMER THRU 2900-SAVE-CUSTOMER-EXIT.
041600 3100-GATHER-ONE-ALERT-EXIT.
041700     EXIT.
041800
041900*****************************************************************
042000*    PASS 3 - SCORE AND RATE EVERY PROFILE. A PROFILE THIS RUN  *
042100*    DID NOT TOUCH HAS NO OPEN ACCOUNT AND NO RECENT ALERT AND  *
042200*    IS SCORED ON ITS KEYED FACTORS ALONE.                      *
042300*****************************************************************
042400 4000-RATE-CUSTOMERS.
042500     SET Scan-Not-Done TO TRUE
042600     MOVE LOW-VALUES TO KY-CUSTOMER-NUMBER
042700     START AMLRISK KEY IS NOT LESS THAN KY-CUSTOMER-NUMBER
042800         INVALID KEY
042900             SET Scan-Is-Done TO TRUE
043000     END-START
043100     PERFORM 4100-RATE-ONE-CUSTOMER
043200         THRU 4100-RATE-ONE-CUSTOMER-EXIT
043300         UNTIL Scan-Is-Done.
043400 4000-RATE-CUSTOMERS-EXIT.
043500     EXIT.
043600
043700 4100-RATE-ONE-CUSTOMER.
043800     READ AMLRISK NEXT RECORD
043900         AT END
044000             SET Scan-Is-Done TO TRUE
044100             GO TO 4100-RATE-ONE-CUSTOMER-EXIT
044200     END-READ
044300     ADD 1 TO Customers-Rated
044400     IF KY-WORK-DATE NOT = Run-Date
044500         MOVE ZERO TO KY-ACCOUNT-COUNT
044600                      KY-WIRE-HITS
044700                      KY-CASH-HITS
044800                      KY-ALERT-HITS
044900                      KY-PRODUCT-POINTS
045000         MOVE Run-Date TO KY-WORK-DATE
045100     END-IF
045200     MOVE KY-RISK-RATING TO Rating-Before
045300     MOVE KY-RISK-SCORE TO Score-Before
045400     PERFORM 4200-SCORE-FACTORS THRU 4200-SCORE-FACTORS-EXIT
045500     PERFORM 4300-ASSIGN-RATING THRU 4300-ASSIGN-RATING-EXIT
045600     IF KY-RISK-RATING NOT = Rating-Before
045700         PERFORM 4400-RECORD-CHANGE THRU 4400-RECORD-CHANGE-EXIT
045800     END-IF
045900     PERFORM 4500-SCHEDULE-REVIEW THRU 4500-SCHEDULE-REVIEW-EXIT
046000     IF KY-NEXT-REVIEW-DATE < Run-Date
046100         ADD 1 TO Reviews-Overdue
046200     END-IF
046300     IF KY-Rating-High
046400         ADD 1 TO High-Rated
046500     ELSE
046600         IF KY-Rating-Medium
046700             ADD 1 TO Medium-Rated
046800         ELSE
046900             ADD 1 TO Low-Rated
047000         END-IF
047100     END-IF
047200     REWRITE KY-AML-RISK-RECORD
047300         INVALID KEY
047400             DISPLAY KY-CUSTOMER-NUMBER
047500                 ": AML profile rewrite failed, status "
047600                 Amlrisk-File-Status
047700     END-REWRITE.
047800 4100-RATE-ONE-CUSTOMER-EXIT.
047900     EXIT.
048000
048100 4200-SCORE-FACTORS.
048200     IF KY-OCCUPATION-CODE = SPACES
048300         MOVE Unprofiled-Points TO KY-OCCUPATION-POINTS
048400     ELSE
048500         MOVE "O" TO Lookup-Type
048600         MOVE KY-OCCUPATION-CODE TO Lookup-Value
048700         PERFORM 2800-LOOKUP-POINTS THRU 2800-LOOKUP-POINTS-EXIT
048800         MOVE Lookup-Points TO KY-OCCUPATION-POINTS
048900     END-IF
049000     MOVE 0 TO KY-GEOGRAPHY-POINTS
049100     IF KY-COUNTRY-CODE NOT = SPACES
049200         MOVE "G" TO Lookup-Type
049300         MOVE KY-COUNTRY-CODE TO Lookup-Value
049400         PERFORM 2800-LOOKUP-POINTS THRU 2800-LOOKUP-POINTS-EXIT
049500         MOVE Lookup-Points TO KY-GEOGRAPHY-POINTS
049600     END-IF
049700     COMPUTE Work-Points = KY-WIRE-HITS * Wire-Points
049800                         + KY-CASH-HITS * Cash-Points
049900     IF Work-Points > Activity-Points-Cap
050000         MOVE Activity-Points-Cap TO Work-Points
050100     END-IF
050200     MOVE Work-Points TO KY-ACTIVITY-POINTS
050300     COMPUTE Work-Points = KY-ALERT-HITS * Alert-Points
050400     IF Work-Points > Alert-Points-Cap
050500         MOVE Alert-Points-Cap TO Work-Points
050600     END-IF
050700     MOVE Work-Points TO KY-ALERT-POINTS
050800     COMPUTE Work-Score = KY-OCCUPATION-POINTS
050900                        + KY-GEOGRAPHY-POINTS
051000                        + KY-PRODUCT-POINTS
051100                        + KY-ACTIVITY-POINTS
051200                        + KY-ALERT-POINTS
051300     IF Work-Score > 999
051400         MOVE 999 TO Work-Score
051500     END-IF
051600     MOVE Work-Score TO KY-RISK-SCORE.
051700 4200-SCORE-FACTORS-EXIT.
051800     EXIT.
051900
052000 4300-ASSIGN-RATING.
052100     IF KY-RISK-SCORE NOT < High-Score
052200         MOVE "H" TO New-Rating
052300     ELSE
052400         IF KY-RISK-SCORE NOT < Medium-Score
052500             MOVE "M" TO New-Rating
052600         ELSE
052700             MOVE "L" TO New-Rating
052800         END-IF
052900     END-IF
053000     IF NOT KY-No-Floor
053100         MOVE New-Rating TO Rank-Rating
053200         PERFORM 4600-RATING-RANK THRU 4600-RATING-RANK-EXIT
053300         MOVE Rank-Value TO After-Rank
053400         MOVE KY-RATING-FLOOR TO Rank-Rating
053500         PERFORM 4600-RATING-RANK THRU 4600-RATING-RANK-EXIT
053600         IF Rank-Value > After-Rank
053700             MOVE KY-RATING-FLOOR TO New-Rating
053800             ADD 1 TO Held-By-Floor
053900         END-IF
054000     END-IF
054100     MOVE New-Rating TO KY-RISK-RATING.
054200 4300-ASSIGN-RATING-EXIT.
054300     EXIT.
054400
054500 4400-RECORD-CHANGE.
054600     MOVE Rating-Before TO Rank-Rating
054700     PERFORM 4600-RATING-RANK THRU 4600-RATING-RANK-EXIT
054800     MOVE Rank-Value TO Before-Rank
054900     MOVE KY-RISK-RATING TO Rank-Rating
055000     PERFORM 4600-RATING-RANK THRU 4600-RATING-RANK-EXIT
055100     MOVE Rank-Value TO After-Rank
055200     IF Before-Rank = 0
055300         ADD 1 TO First-Ratings
055400     ELSE
055500         IF After-Rank > Before-Rank
055600             ADD 1 TO Ratings-Raised
055700         ELSE
055800             ADD 1 TO Ratings-Lowered
055900         END-IF
056000     END-IF
056100     MOVE Rating-Before TO KY-PRIOR-RATING
056200     MOVE Run-Date TO KY-RATING-DATE
056300     MOVE KY-CUSTOMER-NUMBER TO KV-CUSTOMER-NUMBER
056400     SET KV-Action-Rerate TO TRUE
056500     MOVE Rating-Before TO KV-RATING-BEFORE
056600     MOVE KY-RISK-RATING TO KV-RATING-AFTER
056700     MOVE Score-Before TO KV-SCORE-BEFORE
056800     MOVE KY-RISK-SCORE TO KV-SCORE-AFTER
056900     MOVE "AMLRATE" TO KV-REQUESTED-BY
057000     MOVE Run-Date TO KV-RUN-DATE
057100     MOVE Run-Time TO KV-RUN-TIME
057200     WRITE KV-AML-AUDIT-RECORD
057300     DISPLAY KY-CUSTOMER-NUMBER ": Rating " Rating-Before
057400         " -> " KY-RISK-RATING " score " KY-RISK-SCORE.
057500 4400-RECORD-CHANGE-EXIT.
057600     EXIT.
057700
057800*****************************************************************
057900*    THE NEXT REVIEW RUNS FROM THE LAST COMPLETED REVIEW, OR    *
058000*    FROM THE RATING DATE FOR A CUSTOMER NEVER YET REVIEWED.    *
058100*    AN ANNIVERSARY ON 29 FEBRUARY FALLS BACK TO THE 28TH.      *
058200*****************************************************************
058300 4500-SCHEDULE-REVIEW.
058400     IF KY-Rating-High
058500         MOVE High-Review-Years TO Review-Years
058600     ELSE
058700         IF KY-Rating-Medium
058800             MOVE Medium-Review-Years TO Review-Years
058900         ELSE
059000             MOVE Low-Review-Years TO Review-Years
059100         END-IF
059200     END-IF
059300     IF KY-LAST-REVIEW-DATE = 0
059400         COMPUTE Next-Review-Date =
059500             KY-RATING-DATE + Review-Years * 10000
059600     ELSE
059700         COMPUTE Next-Review-Date =
059800             KY-LAST-REVIEW-DATE + Review-Years * 10000
059900     END-IF
060000     IF Next-Review-Month-Day = 0229
060100         MOVE 0228 TO Next-Review-Month-Day
060200     END-IF
060300     MOVE Next-Review-Date TO KY-NEXT-REVIEW-DATE.
060400 4500-SCHEDULE-REVIEW-EXIT.
060500     EXIT.
060600
060700 4600-RATING-RANK.
060800     MOVE 0 TO Rank-Value
060900     IF Rank-Rating = "L"
061000         MOVE 1 TO Rank-Value
061100     END-IF
061200     IF Rank-Rating = "M"
061300         MOVE 2 TO Rank-Value
061400     END-IF
061500     IF Rank-Rating = "H"
061600         MOVE 3 TO Rank-Value
061700     END-IF.
061800 4600-RATING-RANK-EXIT.
061900     EXIT.
062000
062100 9000-TERMINATE.
062200     CLOSE CUSTREL
062300     CLOSE ACCTMSTR
062400     CLOSE FRAUDALT
062500     CLOSE AMLRISK
062600     CLOSE AMLAUD
062700     IF Amlscore-Open
062800         CLOSE AMLSCORE
062900     END-IF
063000     DISPLAY " "
063100     DISPLAY "AML RISK RATING SUMMARY"
063200     IF Amlscore-Absent
063300         DISPLAY "AMLSCORE not available - default points used"
063400     END-IF
063500     DISPLAY "Account links read  - " Links-Read
063600     DISPLAY "Alerts read         - " Alerts-Read
063700     DISPLAY "Alerts in lookback  - " Alerts-Counted
063800     DISPLAY "Customers rated     - " Customers-Rated
063900     DISPLAY "  Rated low         - " Low-Rated
064000     DISPLAY "  Rated medium      - " Medium-Rated
064100     DISPLAY "  Rated high        - " High-Rated
064200     DISPLAY "First ratings       - " First-Ratings
064300     DISPLAY "Ratings raised      - " Ratings-Raised
064400     DISPLAY "Ratings lowered     - " Ratings-Lowered
064500     DISPLAY "Held up by floor    - " Held-By-Floor
064600     DISPLAY "Reviews overdue     - " Reviews-Overdue.
064700 9000-TERMINATE-EXIT.
064800     EXIT.
