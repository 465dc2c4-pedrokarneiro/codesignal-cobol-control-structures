000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TimeDepositPenaltyAssessment.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    TIMEDEPOSITPENALTYASSESSMENT                               *
001100*                                                               *
001200*    EARLY-WITHDRAWAL PENALTIES ON CERTIFICATES, RUN AFTER THE  *
001300*    NIGHT'S POST AND AHEAD OF THE MATURITY SCAN. THE POSTING   *
001400*    EDITS ONLY LET AN EARLY CERTIFICATE WITHDRAWAL THROUGH     *
001500*    WHEN IT IS KEYED TDWP (PENALTY), TDWD (OWNER'S DEATH) OR   *
001600*    TDWI (OWNER'S DISABILITY); THIS STEP FINDS EACH SUCH DEBIT *
001700*    IN TRANHIST SINCE THE CERTIFICATE'S LAST SCAN AND PRICES   *
001800*    THE PENALTY: THE TDPENSCH BAND'S DAYS OF INTEREST ON THE   *
001900*    AMOUNT WITHDRAWN AT TD-INTEREST-RATE. UNLESS THE           *
002000*    CERTIFICATE'S DISCLOSURE LETS THE PENALTY INVADE           *
002100*    PRINCIPAL IT IS CAPPED AT THE INTEREST THAT AMOUNT EARNED  *
002200*    IN THE CURRENT TERM. A TDWP PENALTY COMES OFF THE BALANCE, *
002300*    POSTS TO PENALTY INCOME THROUGH GLPOST AND FOLDS INTO THE  *
002400*    YTDINT FORFEITED-INTEREST TOTAL FOR THE ANNUAL TAX         *
002500*    EXTRACT; A TDWD OR TDWI PENALTY IS WAIVED TO WAIVLDGR      *
002600*    UNDER REASON DETH OR DSBL.                                 *
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
003900     SELECT TERMDEP ASSIGN TO "TERMDEP"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS TD-ACCOUNT-NUMBER
004300         FILE STATUS IS Termdep-File-Status.
004400
004500     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS MF-ACCOUNT-NUMBER
004900         FILE STATUS IS Acctmstr-File-Status.
005000
005100     SELECT TRANHIST ASSIGN TO "TRANHIST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS HT-HISTORY-KEY
005500         FILE STATUS IS Tranhist-File-Status.
005600
005700     SELECT TDPENSCH ASSIGN TO "TDPENSCH"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS Tdpensch-File-Status.
006000
006100     SELECT YTDINT ASSIGN TO "YTDINT"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS YI-ACCOUNT-NUMBER
006500         FILE STATUS IS Ytdint-File-Status.
006600
006700     SELECT GLPOST ASSIGN TO "GLPOST"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS Glpost-File-Status.
007000
007100     SELECT WAIVLDGR ASSIGN TO "WAIVLDGR"
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS Waivldgr-File-Status.
007400
007500     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS Runctlin-File-Status.
007800
007900     SELECT CTLTOTIN ASSIGN TO "CTLTOTIN"
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS Ctltotin-File-Status.
008200
008300     SELECT CTLTOT ASSIGN TO "CTLTOT"
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS Ctltot-File-Status.
008600
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  TERMDEP.
009000     COPY TERMDEP.
009100
009200 FD  ACCTMSTR.
009300     COPY ACCTMSTR.
009400
009500 FD  TRANHIST.
009600     COPY TRNHIST.
009700
009800 FD  TDPENSCH.
009900     COPY TDPENSCH.
010000
010100 FD  YTDINT.
010200     COPY YTDINT.
010300
010400 FD  GLPOST.
010500     COPY GLPOST.
010600
010700 FD  WAIVLDGR.
010800     COPY WAIVLDGR.
010900
011000 FD  RUNCTLIN.
011100     COPY RUNCTL REPLACING
011200         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
011300         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
011400         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
011500         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.
011600
011700 FD  CTLTOTIN.
011800     COPY CTLTOT REPLACING
011900         ==CT-CONTROL-TOTAL-RECORD==
012000             BY ==CTI-CONTROL-TOTAL-RECORD==
012100         ==CT-CONTROL-DATE== BY ==CTI-CONTROL-DATE==
012200         ==CT-CONTROL-TOTAL== BY ==CTI-CONTROL-TOTAL==.
012300
012400 FD  CTLTOT.
012500     COPY CTLTOT.
012600
012700 WORKING-STORAGE SECTION.
012800 01  Termdep-File-Status             PIC XX.
012900     88  Termdep-OK                  VALUE "00".
013000     88  Termdep-EOF                 VALUE "10".
013100 01  Acctmstr-File-Status            PIC XX.
013200     88  Acctmstr-OK                 VALUE "00".
013300 01  Tranhist-File-Status            PIC XX.
013400     88  Tranhist-OK                 VALUE "00".
013500 01  Tdpensch-File-Status            PIC XX.
013600     88  Tdpensch-OK                 VALUE "00".
013700     88  Tdpensch-EOF                VALUE "10".
013800 01  Ytdint-File-Status              PIC XX.
013900     88  Ytdint-OK                   VALUE "00".
014000 01  Glpost-File-Status              PIC XX.
014100     88  Glpost-OK                   VALUE "00".
014200 01  Waivldgr-File-Status            PIC XX.
014300     88  Waivldgr-OK                 VALUE "00".
014400 01  Runctlin-File-Status            PIC XX.
014500     88  Runctlin-OK                 VALUE "00".
014600     88  Runctlin-Not-Found          VALUE "35".
014700 01  Ctltotin-File-Status            PIC XX.
014800     88  Ctltotin-OK                 VALUE "00".
014900     88  Ctltotin-Not-Found          VALUE "35".
015000 01  Ctltot-File-Status              PIC XX.
015100     88  Ctltot-OK                   VALUE "00".
015200
015300*    THE SCHEDULE USED WHEN TDPENSCH IS MISSING OR EMPTY: 90
015400*    DAYS' INTEREST FOR TERMS UNDER A YEAR, 180 DAYS' BEYOND.
015500 77  Default-Short-Term-Months       PIC 9(03) VALUE 11.
015600 77  Default-Short-Penalty-Days      PIC 9(03) VALUE 90.
015700 77  Default-Long-Term-Months        PIC 9(03) VALUE 999.
015800 77  Default-Long-Penalty-Days       PIC 9(03) VALUE 180.
015900 77  Days-In-Year                    PIC 9(03) VALUE 365.
016000 77  Penalty-Fee-Type                PIC X(04) VALUE "TDPN".
016100 77  Penalty-Income-Gl               PIC X(10) VALUE "GLPENINC  ".
016200
016300 01  Business-Date                   PIC 9(08).
016400 01  Scan-Start-Date                 PIC 9(08).
016500 01  Scan-Start-Integer              PIC 9(07).
016600 01  Adjusted-Control-Total          PIC S9(9)V99 COMP.
016700
016800 01  Term-Start-Date                 PIC 9(08).
016900 01  Term-Start-Parts REDEFINES Term-Start-Date.
017000     05  Term-Start-Year             PIC 9(04).
017100     05  Term-Start-Month            PIC 9(02).
017200     05  Term-Start-Day              PIC 9(02).
017300 01  Months-To-Back                  PIC 9(03) COMP.
017400
017500 01  History-Scan-Switch             PIC X(01).
017600     88  History-Scan-Done           VALUE "Y".
017700     88  History-Scan-Open           VALUE "N".
017800 01  Master-Switch                   PIC X(01).
017900     88  Master-On-File              VALUE "Y".
018000     88  Master-Not-On-File          VALUE "N".
018100
018200 01  Penalty-Days                    PIC 9(03).
018300 01  Days-Earned                     PIC S9(05).
018400 01  Penalty-Amount                  PIC S9(6)V99.
018500 01  Earned-Interest                 PIC S9(6)V99.
018600 01  Penalty-Shortfall               PIC S9(6)V99.
018700 01  Certificate-Penalties           PIC S9(7)V99.
018800 01  Edited-Amount                   PIC -(8)9.99.
018900
019000*    THE TDPENSCH BANDS, LOADED WHOLE IN ASCENDING ORDER.
019100 01  Schedule-Table.
019200     05  Schedule-Count              PIC 9(02) COMP.
019300     05  Schedule-Entry OCCURS 1 TO 20 TIMES
019400             DEPENDING ON Schedule-Count.
019500         10  ST-MAX-TERM-MONTHS      PIC 9(03).
019600         10  ST-PENALTY-DAYS         PIC 9(03).
019700 01  Schedule-Sub                    PIC 9(02) COMP.
019800 01  Band-Found-Sub                  PIC 9(02) COMP.
019900
020000 01  Penalty-Counters.
020100     05  Schedule-Rows-Dropped       PIC 9(7) COMP.
020200     05  Certificates-Read           PIC 9(7) COMP.
020300     05  Certificates-Scanned        PIC 9(7) COMP.
020400     05  Early-Withdrawals           PIC 9(7) COMP.
020500     05  Penalties-Charged           PIC 9(7) COMP.
020600     05  Penalties-Capped            PIC 9(7) COMP.
020700     05  Penalties-Nil               PIC 9(7) COMP.
020800     05  Penalties-Waived            PIC 9(7) COMP.
020900     05  Penalties-Short             PIC 9(7) COMP.
021000     05  Penalties-Total             PIC S9(9)V99 COMP.
021100     05  Waived-Total                PIC S9(9)V99 COMP.
021200
021300 PROCEDURE DIVISION.
021400
021500 0000-MAINLINE.
021600     CALL "BatchStepTimer" USING "STEP021P", "S"
021700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
021800     PERFORM 2000-ASSESS-CERTIFICATE
021900         THRU 2000-ASSESS-CERTIFICATE-EXIT
022000         UNTIL Termdep-EOF
022100*> Carried every night, like the maturity step's, so the
022200*> control-total generation this step catalogs is never empty.
022300     PERFORM 8000-ADJUST-CONTROL-TOTAL
022400         THRU 8000-ADJUST-CONTROL-TOTAL-EXIT
022500     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
022600     CALL "BatchStepTimer" USING "STEP021P", "E"
022700     STOP RUN.
022800
022900 1000-INITIALIZE.
023000     OPEN I-O TERMDEP
023100     OPEN I-O ACCTMSTR
023200     OPEN INPUT TRANHIST
023300     OPEN I-O YTDINT
023400     OPEN EXTEND GLPOST
023500     OPEN EXTEND WAIVLDGR
023600     MOVE ZERO TO Schedule-Rows-Dropped
023700                  Certificates-Read
023800                  Certificates-Scanned
023900                  Early-Withdrawals
024000                  Penalties-Charged
024100                  Penalties-Capped
024200                  Penalties-Nil
024300                  Penalties-Waived
024400                  Penalties-Short
024500                  Penalties-Total
024600                  Waived-Total
024700
024800     OPEN INPUT RUNCTLIN
024900     IF Runctlin-OK
025000         READ RUNCTLIN
025100             AT END
025200                 SET Runctlin-Not-Found TO TRUE
025300         END-READ
025400     END-IF
025500     IF Runctlin-OK
025600         MOVE RI-BUSINESS-DATE TO Business-Date
025700         CLOSE RUNCTLIN
025800     ELSE
025900         ACCEPT Business-Date FROM DATE YYYYMMDD
026000     END-IF
026100     DISPLAY "TIME DEPOSIT EARLY-WITHDRAWAL PENALTIES - "
026200         Business-Date
026300
026400     MOVE ZERO TO Schedule-Count
026500     OPEN INPUT TDPENSCH
026600     IF Tdpensch-OK
026700         READ TDPENSCH
026800             AT END
026900                 SET Tdpensch-EOF TO TRUE
027000         END-READ
027100         PERFORM 1100-LOAD-BAND THRU 1100-LOAD-BAND-EXIT
027200             UNTIL NOT Tdpensch-OK
027300         CLOSE TDPENSCH
027400     END-IF
027500*> No schedule on file means the published default, not a stop.
027600     IF Schedule-Count = ZERO
027700         MOVE 2 TO Schedule-Count
027800         MOVE Default-Short-Term-Months
027900             TO ST-MAX-TERM-MONTHS (1)
028000         MOVE Default-Short-Penalty-Days TO ST-PENALTY-DAYS (1)
028100         MOVE Default-Long-Term-Months
028200             TO ST-MAX-TERM-MONTHS (2)
028300         MOVE Default-Long-Penalty-Days TO ST-PENALTY-DAYS (2)
028400         DISPLAY "No penalty schedule - default bands in use."
028500     END-IF
028600     DISPLAY "Penalty bands loaded - " Schedule-Count
028700
028800     READ TERMDEP NEXT RECORD
028900         AT END
029000             SET Termdep-EOF TO TRUE
029100     END-READ.
029200 1000-INITIALIZE-EXIT.
029300     EXIT.
029400
029500 1100-LOAD-BAND.
029600     IF Schedule-Count NOT < 20
029700         ADD 1 TO Schedule-Rows-Dropped
029800         DISPLAY "PENALTY SCHEDULE FULL - " TN-MAX-TERM-MONTHS
029900             " not loaded."
030000         GO TO 1100-READ-NEXT
030100     END-IF
030200     ADD 1 TO Schedule-Count
030300     MOVE TN-MAX-TERM-MONTHS
030400         TO ST-MAX-TERM-MONTHS (Schedule-Count)
030500     MOVE TN-PENALTY-DAYS TO ST-PENALTY-DAYS (Schedule-Count).
030600
030700 1100-READ-NEXT.
030800     READ TDPENSCH
030900         AT END
031000             SET Tdpensch-EOF TO TRUE
031100     END-READ.
031200 1100-LOAD-BAND-EXIT.
031300     EXIT.
031400
031500*****************************************************************
031600*    ONE CERTIFICATE: SKIP IT IF TONIGHT'S SCAN IS ALREADY      *
031700*    DONE, OTHERWISE PRICE EVERY EARLY WITHDRAWAL POSTED SINCE  *
031800*    THE LAST SCAN, REWRITE THE MASTER ONCE FOR THE NIGHT'S     *
031900*    PENALTIES AND STAMP THE SCAN DATE.                         *
032000*****************************************************************
032100 2000-ASSESS-CERTIFICATE.
032200     ADD 1 TO Certificates-Read
032300*> A certificate written before the scan date existed carries
032400*> spaces there; its first scan starts tonight.
032500     IF TD-PENALTY-SCAN-DATE NOT NUMERIC
032600         MOVE ZERO TO TD-PENALTY-SCAN-DATE
032700     END-IF
032800*> A rerun of the same night finds the scan already done.
032900     IF TD-PENALTY-SCAN-DATE NOT < Business-Date
033000         GO TO 2000-READ-NEXT
033100     END-IF
033200     ADD 1 TO Certificates-Scanned
033300
033400     MOVE TD-ACCOUNT-NUMBER TO MF-ACCOUNT-NUMBER
033500     SET Master-On-File TO TRUE
033600     READ ACCTMSTR
033700         INVALID KEY
033800             SET Master-Not-On-File TO TRUE
033900     END-READ
034000     IF Master-Not-On-File
034100         DISPLAY TD-ACCOUNT-NUMBER
034200             ": Certificate has no master account."
034300         GO TO 2000-STAMP-SCAN
034400     END-IF
034500
034600     MOVE ZERO TO Band-Found-Sub
034700     PERFORM 2010-FIND-BAND THRU 2010-FIND-BAND-EXIT
034800         VARYING Schedule-Sub FROM 1 BY 1
034900         UNTIL Schedule-Sub > Schedule-Count
035000             OR Band-Found-Sub > 0
035100*> A term past the last band takes the last band's days.
035200     IF Band-Found-Sub = 0
035300         MOVE Schedule-Count TO Band-Found-Sub
035400     END-IF
035500     MOVE ST-PENALTY-DAYS (Band-Found-Sub) TO Penalty-Days
035600
035700*> The current term began one term before maturity; days
035800*> 29-31 clamp to 28 the way the maturity roll sets them.
035900     MOVE TD-MATURITY-DATE TO Term-Start-Date
036000     MOVE TD-TERM-MONTHS TO Months-To-Back
036100     PERFORM 2020-BACK-ONE-MONTH THRU 2020-BACK-ONE-MONTH-EXIT
036200         UNTIL Months-To-Back = ZERO
036300     IF Term-Start-Day > 28
036400         MOVE 28 TO Term-Start-Day
036500     END-IF
036600
036700     MOVE ZERO TO Certificate-Penalties
036800     PERFORM 2200-SCAN-HISTORY THRU 2200-SCAN-HISTORY-EXIT
036900     IF Certificate-Penalties > ZERO
037000         REWRITE MF-ACCTMSTR-RECORD
037100             INVALID KEY
037200                 DISPLAY MF-ACCOUNT-NUMBER
037300                     ": Early-withdrawal penalty rejected."
037400         END-REWRITE
037500         PERFORM 2500-FOLD-YTD THRU 2500-FOLD-YTD-EXIT
037600     END-IF.
037700
037800 2000-STAMP-SCAN.
037900     MOVE Business-Date TO TD-PENALTY-SCAN-DATE
038000     REWRITE TD-TERM-DEPOSIT-RECORD
038100         INVALID KEY
038200             DISPLAY TD-ACCOUNT-NUMBER
038300                 ": Penalty scan date not recorded."
038400     END-REWRITE.
038500
038600 2000-READ-NEXT.
038700     READ TERMDEP NEXT RECORD
038800         AT END
038900             SET Termdep-EOF TO TRUE
039000     END-READ.
039100 2000-ASSESS-CERTIFICATE-EXIT.
039200     EXIT.
039300
039400*    THE FIRST BAND WHOSE MAXIMUM COVERS THE TERM.
039500 2010-FIND-BAND.
039600     IF ST-MAX-TERM-MONTHS (Schedule-Sub) NOT < TD-TERM-MONTHS
039700         MOVE Schedule-Sub TO Band-Found-Sub
039800     END-IF.
039900 2010-FIND-BAND-EXIT.
040000     EXIT.
040100
040200 2020-BACK-ONE-MONTH.
040300     IF Term-Start-Month = 1
040400         MOVE 12 TO Term-Start-Month
040500         SUBTRACT 1 FROM Term-Start-Year
040600     ELSE
040700         SUBTRACT 1 FROM Term-Start-Month
040800     END-IF
040900     SUBTRACT 1 FROM Months-To-Back.
041000 2020-BACK-ONE-MONTH-EXIT.
041100     EXIT.
041200
041300*    THE SCAN STARTS THE DAY AFTER THE LAST ONE, OR TONIGHT ON
041400*    A CERTIFICATE NEVER SCANNED, AND STOPS AT TONIGHT.
041500 2200-SCAN-HISTORY.
041600     IF TD-PENALTY-SCAN-DATE = ZERO
041700         MOVE Business-Date TO Scan-Start-Date
041800     ELSE
041900         COMPUTE Scan-Start-Integer =
042000             FUNCTION INTEGER-OF-DATE(TD-PENALTY-SCAN-DATE) + 1
042100         MOVE FUNCTION DATE-OF-INTEGER(Scan-Start-Integer)
042200             TO Scan-Start-Date
042300     END-IF
042400     MOVE TD-ACCOUNT-NUMBER TO HT-ACCOUNT-NUMBER
042500     MOVE Scan-Start-Date TO HT-TRANS-DATE
042600     MOVE ZERO TO HT-TRANS-SEQUENCE
042700     START TRANHIST KEY IS NOT LESS THAN HT-HISTORY-KEY
042800         INVALID KEY
042900             GO TO 2200-SCAN-HISTORY-EXIT
043000     END-START
043100     SET History-Scan-Open TO TRUE
043200     PERFORM 2210-CHECK-ITEM THRU 2210-CHECK-ITEM-EXIT
043300         UNTIL History-Scan-Done.
043400 2200-SCAN-HISTORY-EXIT.
043500     EXIT.
043600
043700 2210-CHECK-ITEM.
043800     READ TRANHIST NEXT
043900         AT END
044000             SET History-Scan-Done TO TRUE
044100             GO TO 2210-CHECK-ITEM-EXIT
044200     END-READ
044300     IF HT-ACCOUNT-NUMBER NOT = TD-ACCOUNT-NUMBER
044400         OR HT-TRANS-DATE > Business-Date
044500         SET History-Scan-Done TO TRUE
044600         GO TO 2210-CHECK-ITEM-EXIT
044700     END-IF
044800     IF NOT HT-WITHDRAWAL
044900         OR HT-TRANS-DATE NOT < TD-MATURITY-DATE
045000         GO TO 2210-CHECK-ITEM-EXIT
045100     END-IF
045200     IF HT-TRANS-CODE NOT = "TDWP"
045300         AND HT-TRANS-CODE NOT = "TDWD"
045400         AND HT-TRANS-CODE NOT = "TDWI"
045500         GO TO 2210-CHECK-ITEM-EXIT
045600     END-IF
045700     ADD 1 TO Early-Withdrawals
045800     PERFORM 2300-PRICE-PENALTY THRU 2300-PRICE-PENALTY-EXIT.
045900 2210-CHECK-ITEM-EXIT.
046000     EXIT.
046100
046200*****************************************************************
046300*    ONE EARLY WITHDRAWAL'S PENALTY. THE BAND'S DAYS OF         *
046400*    INTEREST ON THE AMOUNT WITHDRAWN, CAPPED AT WHAT THAT      *
046500*    AMOUNT EARNED THIS TERM UNLESS THE DISCLOSURE LETS IT      *
046600*    INVADE PRINCIPAL. DEATH AND DISABILITY WITHDRAWALS ARE     *
046700*    PRICED AND WAIVED; THE REST COME OFF THE BALANCE, NEVER    *
046800*    PAST ZERO.                                                 *
046900*****************************************************************
047000 2300-PRICE-PENALTY.
047100     COMPUTE Penalty-Amount ROUNDED =
047200         HT-TRANS-AMOUNT * TD-INTEREST-RATE
047300             * Penalty-Days / Days-In-Year
047400     IF NOT TD-PENALTY-MAY-INVADE
047500         COMPUTE Days-Earned =
047600             FUNCTION INTEGER-OF-DATE(HT-TRANS-DATE)
047700             - FUNCTION INTEGER-OF-DATE(Term-Start-Date)
047800         IF Days-Earned < ZERO
047900             MOVE ZERO TO Days-Earned
048000         END-IF
048100         COMPUTE Earned-Interest ROUNDED =
048200             HT-TRANS-AMOUNT * TD-INTEREST-RATE
048300                 * Days-Earned / Days-In-Year
048400         IF Penalty-Amount > Earned-Interest
048500             MOVE Earned-Interest TO Penalty-Amount
048600             ADD 1 TO Penalties-Capped
048700         END-IF
048800     END-IF
048900     IF Penalty-Amount NOT > ZERO
049000         ADD 1 TO Penalties-Nil
049100         GO TO 2300-PRICE-PENALTY-EXIT
049200     END-IF
049300
049400     IF HT-TRANS-CODE = "TDWD" OR HT-TRANS-CODE = "TDWI"
049500         IF HT-TRANS-CODE = "TDWD"
049600             MOVE "DETH" TO WX-REASON-CODE
049700         ELSE
049800             MOVE "DSBL" TO WX-REASON-CODE
049900         END-IF
050000         PERFORM 2350-WRITE-WAIVER THRU 2350-WRITE-WAIVER-EXIT
050100         ADD 1 TO Penalties-Waived
050200         ADD Penalty-Amount TO Waived-Total
050300         MOVE Penalty-Amount TO Edited-Amount
050400         DISPLAY TD-ACCOUNT-NUMBER ": Penalty " Edited-Amount
050500             " waived - " WX-REASON-CODE
050600         GO TO 2300-PRICE-PENALTY-EXIT
050700     END-IF
050800
050900*> A full early withdrawal leaves nothing to take the penalty
051000*> from; what the balance cannot cover is listed for the branch.
051100     IF Penalty-Amount > MF-ACCOUNT-BALANCE
051200         ADD 1 TO Penalties-Short
051300         COMPUTE Penalty-Shortfall =
051400             Penalty-Amount - MF-ACCOUNT-BALANCE
051500         IF MF-ACCOUNT-BALANCE > ZERO
051600             MOVE MF-ACCOUNT-BALANCE TO Penalty-Amount
051700         ELSE
051800             MOVE ZERO TO Penalty-Amount
051900         END-IF
052000         MOVE Penalty-Shortfall TO Edited-Amount
052100         DISPLAY TD-ACCOUNT-NUMBER ": Penalty short by "
052200             Edited-Amount " - balance will not cover it."
052300         IF Penalty-Amount = ZERO
052400             GO TO 2300-PRICE-PENALTY-EXIT
052500         END-IF
052600     END-IF
052700
052800     COMPUTE MF-ACCOUNT-BALANCE =
052900         MF-ACCOUNT-BALANCE - Penalty-Amount
053000     ADD Penalty-Amount TO Certificate-Penalties
053100     ADD Penalty-Amount TO Penalties-Total
053200     ADD 1 TO Penalties-Charged
053300     MOVE TD-ACCOUNT-NUMBER TO GL-ACCOUNT-NUMBER
053400     MOVE Business-Date TO GL-POSTING-DATE
053500     MOVE Penalty-Fee-Type TO GL-TRANSACTION-CODE
053600     SET GL-Is-Debit TO TRUE
053700     MOVE Penalty-Amount TO GL-ENTRY-AMOUNT
053800     MOVE "TimeDepositPenalty" TO GL-SOURCE-PROGRAM
053900     MOVE HT-TRACE-ID TO GL-TRACE-ID
054000     MOVE MF-BRANCH-CODE TO GL-BRANCH-CODE
054100     WRITE GL-POST-RECORD
054200*> The contra leg - the feed must balance within the date.
054300     MOVE Penalty-Income-Gl TO GL-ACCOUNT-NUMBER
054400     SET GL-Is-Credit TO TRUE
054500     WRITE GL-POST-RECORD
054600     MOVE Penalty-Amount TO Edited-Amount
054700     DISPLAY TD-ACCOUNT-NUMBER ": Early-withdrawal penalty "
054800         Edited-Amount.
054900 2300-PRICE-PENALTY-EXIT.
055000     EXIT.
055100
055200 2350-WRITE-WAIVER.
055300     MOVE MF-ACCOUNT-NUMBER TO WX-ACCOUNT-NUMBER
055400     MOVE MF-BRANCH-CODE TO WX-BRANCH-CODE
055500     MOVE MF-PRODUCT-CODE TO WX-PRODUCT-CODE
055600     MOVE Penalty-Fee-Type TO WX-FEE-TYPE
055700     MOVE Penalty-Amount TO WX-WAIVED-AMOUNT
055800     MOVE Business-Date TO WX-WAIVE-DATE
055900     WRITE WX-WAIVED-FEE-RECORD.
056000 2350-WRITE-WAIVER-EXIT.
056100     EXIT.
056200
056300*> The penalty is forfeited interest the customer deducts; it
056400*> joins the tax year's running total beside the interest paid.
056500*> A new tax year starts the totals over.
056600 2500-FOLD-YTD.
056700     MOVE TD-ACCOUNT-NUMBER TO YI-ACCOUNT-NUMBER
056800     READ YTDINT
056900         INVALID KEY
057000             MOVE TD-ACCOUNT-NUMBER TO YI-ACCOUNT-NUMBER
057100             MOVE Business-Date (1:4) TO YI-TAX-YEAR
057200             MOVE ZERO TO YI-INTEREST-PAID
057300             MOVE ZERO TO YI-TAX-WITHHELD
057400             MOVE Certificate-Penalties TO YI-PENALTY-FORFEITED
057500             WRITE YI-YTD-INTEREST-RECORD
057600             GO TO 2500-FOLD-YTD-EXIT
057700     END-READ
057800     IF YI-PENALTY-FORFEITED NOT NUMERIC
057900         MOVE ZERO TO YI-PENALTY-FORFEITED
058000     END-IF
058100     IF YI-TAX-YEAR NOT = Business-Date (1:4)
058200         MOVE Business-Date (1:4) TO YI-TAX-YEAR
058300         MOVE ZERO TO YI-INTEREST-PAID
058400         MOVE ZERO TO YI-TAX-WITHHELD
058500         MOVE Certificate-Penalties TO YI-PENALTY-FORFEITED
058600     ELSE
058700         ADD Certificate-Penalties TO YI-PENALTY-FORFEITED
058800     END-IF
058900     REWRITE YI-YTD-INTEREST-RECORD.
059000 2500-FOLD-YTD-EXIT.
059100     EXIT.
059200
059300*> EndOfDayReconciliation carried tonight's control total forward
059400*> before this step ran; re-carry it with the penalties deducted
059500*> so tomorrow's reconciliation starts from the balance the
059600*> master actually holds tonight.
059700 8000-ADJUST-CONTROL-TOTAL.
059800     OPEN INPUT CTLTOTIN
059900     IF Ctltotin-OK
060000         READ CTLTOTIN
060100             AT END
060200                 SET Ctltotin-Not-Found TO TRUE
060300         END-READ
060400     END-IF
060500
060600     IF Ctltotin-OK
060700         COMPUTE Adjusted-Control-Total =
060800             CTI-CONTROL-TOTAL - Penalties-Total
060900         CLOSE CTLTOTIN
061000         MOVE Business-Date TO CT-CONTROL-DATE
061100         MOVE Adjusted-Control-Total TO CT-CONTROL-TOTAL
061200         OPEN OUTPUT CTLTOT
061300         WRITE CT-CONTROL-TOTAL-RECORD
061400         CLOSE CTLTOT
061500     ELSE
061600         DISPLAY "No control total on file - penalties will "
061700             "not be reflected until the next successful "
061800             "reconciliation."
061900     END-IF.
062000 8000-ADJUST-CONTROL-TOTAL-EXIT.
062100     EXIT.
062200
062300 9000-TERMINATE.
062400     CLOSE TERMDEP
062500     CLOSE ACCTMSTR
062600     CLOSE TRANHIST
062700     CLOSE YTDINT
062800     CLOSE GLPOST
062900     CLOSE WAIVLDGR
063000     DISPLAY " "
063100     DISPLAY "EARLY-WITHDRAWAL PENALTY SUMMARY"
063200     DISPLAY "Schedule rows dropped - " Schedule-Rows-Dropped
063300     DISPLAY "Certificates read     - " Certificates-Read
063400     DISPLAY "Certificates scanned  - " Certificates-Scanned
063500     DISPLAY "Early withdrawals     - " Early-Withdrawals
063600     DISPLAY "Penalties charged     - " Penalties-Charged
063700     DISPLAY "Capped at earnings    - " Penalties-Capped
063800     DISPLAY "Nothing to charge     - " Penalties-Nil
063900     DISPLAY "Penalties waived      - " Penalties-Waived
064000     DISPLAY "Balance short         - " Penalties-Short
064100     MOVE Penalties-Total TO Edited-Amount
064200     DISPLAY "Total penalties       - " Edited-Amount
064300     MOVE Waived-Total TO Edited-Amount
064400     DISPLAY "Total waived          - " Edited-Amount.
064500 9000-TERMINATE-EXIT.
064600     EXIT.
