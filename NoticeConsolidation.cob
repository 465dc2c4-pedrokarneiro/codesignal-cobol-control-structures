000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    NoticeConsolidation.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-13.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    NOTICECONSOLIDATION                                        *
001100*                                                               *
001200*    GATHERS EVERY CUSTOMER NOTICE THE NIGHT PRODUCED - FEE     *
001300*    ADVICES (FEEADV), LEVY NOTICES (LEVYADV), RETURNED-ITEM    *
001400*    ADVICES (RETADV) AND BALANCE ALERTS (ALERTEVT) - AND MAILS *
001500*    THEM ONE ENVELOPE PER HOUSEHOLD INSTEAD OF ONE PER NOTICE. *
001600*    EACH NOTICE GOES TO THE ACCOUNT OWNER (CUSTREL) AT THE     *
001700*    CUSTADDR ADDRESS OF RECORD; NOTICES FOR EVERY CUSTOMER AT  *
001800*    THE SAME ADDRESS SHARE AN ENVELOPE. A NOTICE IS NOT        *
001900*    MAILED, AND GOES ON THE SUPPRESSION REPORT INSTEAD, WHEN:  *
002000*      - THE ADDRESS IS FLAGGED BAD OR THERE IS NONE;           *
002100*      - THE ACCOUNT TAKES ELECTRONIC DELIVERY (STMTPREF "E" -  *
002200*        THE FRONT END ALREADY SHOWS THE ITEM ONLINE);          *
002300*      - THE ACCOUNT'S MAIL IS HELD AT THE BRANCH (STMTPREF     *
002400*        "H") - THE BRANCH HANDS IT OVER.                       *
002500*    NO STMTPREF ROW MEANS PAPER. COLLECTIONS-QUEUE EVENTS ON   *
002600*    ALERTEVT (CHANNEL COL) ARE WORK ITEMS, NOT NOTICES, AND    *
002700*    ARE PASSED OVER. THE COMPOSED STREAM GOES TO NOTCPRT WITH  *
002800*    ONE INSERT-MANIFEST ROW PER ENVELOPE ON NOTCMAN. A NOTICE  *
002900*    FILE NOT PRODUCED TONIGHT IS TAKEN AS EMPTY.               *
003000*                                                               *
003100*    MODIFICATION HISTORY                                      *
003200*    ------------------------------------------------------    *
003300*    DATE       INIT  DESCRIPTION                              *
003400*    ---------  ----  -----------------------------------      *
003500*    2026-10-13  RLB  ORIGINAL.                                *
003600*    2026-10-15  RLB  ALERT TYPE XL (TRANSFERCOUNTLIMIT - A     *
003700*                     THIRD MONTH OVER THE SAVINGS TRANSFER     *
003800*                     LIMIT IN A YEAR) PRINTS AS A TRANSFER     *
003900*                     LIMIT NOTICE.                             *
004000*    2026-10-15  RLB  ALERT TYPE CP (COURTESYPAYLIMITASSIGNMENT *
004100*                     - A LOWERED COURTESY PAY LIMIT) PRINTS AS *
004200*                     A COURTESY PAY LIMIT NOTICE.              *
004300*                                                               *
004400*****************************************************************
004500
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT FEEADV ASSIGN TO "FEEADV"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS Feeadv-File-Status.
005200
005300     SELECT LEVYADV ASSIGN TO "LEVYADV"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS Levyadv-File-Status.
005600
005700     SELECT RETADV ASSIGN TO "RETADV"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS Retadv-File-Status.
006000
006100     SELECT ALERTEVT ASSIGN TO "ALERTEVT"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS Alertevt-File-Status.
006400
006500     SELECT CUSTREL ASSIGN TO "CUSTREL"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS RANDOM
006800         RECORD KEY IS RL-ACCOUNT-NUMBER
006900         FILE STATUS IS Custrel-File-Status.
007000
007100     SELECT CUSTADDR ASSIGN TO "CUSTADDR"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS RANDOM
007400         RECORD KEY IS NA-CUSTOMER-NUMBER
007500         FILE STATUS IS Custaddr-File-Status.
007600
007700     SELECT STMTPREF ASSIGN TO "STMTPREF"
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS RANDOM
008000         RECORD KEY IS DP-ACCOUNT-NUMBER
008100         FILE STATUS IS Stmtpref-File-Status.
008200
008300     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS Runctlin-File-Status.
008600
008700     SELECT SORTWK ASSIGN TO "SORTWK1".
008800
008900     SELECT NOTCPRT ASSIGN TO "NOTCPRT"
009000         ORGANIZATION IS SEQUENTIAL
009100         FILE STATUS IS Notcprt-File-Status.
009200
009300     SELECT NOTCMAN ASSIGN TO "NOTCMAN"
009400         ORGANIZATION IS SEQUENTIAL
009500         FILE STATUS IS Notcman-File-Status.
009600
009700 DATA DIVISION.
009800 FILE SECTION.
009900 FD  FEEADV.
010000     COPY FEEADV.
010100
010200 FD  LEVYADV.
010300     COPY LEVYADV.
010400
010500 FD  RETADV.
010600     COPY RETADV.
010700
010800 FD  ALERTEVT.
010900     COPY ALERTEVT.
011000
011100 FD  CUSTREL.
011200     COPY CUSTREL.
011300
011400 FD  CUSTADDR.
011500     COPY CUSTADDR.
011600
011700 FD  STMTPREF.
011800     COPY STMTPREF.
011900
012000 FD  RUNCTLIN.
012100     COPY RUNCTL REPLACING
012200         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
012300         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
012400         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
012500         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.
012600
012700*    ONE ROW PER NOTICE. MAILED NOTICES SORT AHEAD OF THE
012800*    SUPPRESSED ONES, THEN BY ADDRESS (POSTAL CODE FIRST, THE
012900*    VENDOR'S PRESORT ORDER) SO A HOUSEHOLD'S NOTICES ARRIVE
013000*    TOGETHER, THEN BY CUSTOMER AND ACCOUNT.
013100 SD  SORTWK.
013200 01  HH-NOTICE-SORT-RECORD.
013300     05  HH-DISPOSITION              PIC X(01).
013400         88  HH-To-Mail              VALUE "M".
013500         88  HH-Suppressed           VALUE "S".
013600     05  HH-SUPPRESS-REASON          PIC X(01).
013700         88  HH-Reason-Bad-Address   VALUE "B".
013800         88  HH-Reason-No-Address    VALUE "N".
013900         88  HH-Reason-Electronic    VALUE "E".
014000         88  HH-Reason-Branch-Hold   VALUE "H".
014100     05  HH-POSTAL-CODE              PIC X(09).
014200     05  HH-STREET-ADDRESS           PIC X(30).
014300     05  HH-CITY                     PIC X(20).
014400     05  HH-STATE                    PIC X(02).
014500     05  HH-CUSTOMER-NUMBER          PIC X(10).
014600     05  HH-ACCOUNT-NUMBER           PIC X(10).
014700     05  HH-NOTICE-TYPE              PIC X(01).
014800         88  HH-Fee-Notice           VALUE "F".
014900         88  HH-Levy-Notice          VALUE "L".
015000         88  HH-Return-Notice        VALUE "R".
015100         88  HH-Alert-Notice         VALUE "A".
015200     05  HH-CUSTOMER-NAME            PIC X(30).
015300     05  HH-NOTICE-DATE              PIC 9(08).
015400     05  HH-ITEM-DATE                PIC 9(08).
015500     05  HH-AMOUNT-1                 PIC S9(6)V99.
015600     05  HH-AMOUNT-2                 PIC S9(6)V99.
015700     05  HH-AMOUNT-3                 PIC S9(6)V99.
015800     05  HH-COUNT                    PIC 9(03).
015900     05  HH-DESCRIPTION              PIC X(20).
016000
016100 FD  NOTCPRT.
016200     COPY NOTCPRT.
016300
016400 FD  NOTCMAN.
016500     COPY NOTCMAN.
016600
016700 WORKING-STORAGE SECTION.
016800 01  Feeadv-File-Status              PIC XX.
016900     88  Feeadv-OK                   VALUE "00".
017000     88  Feeadv-EOF                  VALUE "10".
017100 01  Levyadv-File-Status             PIC XX.
017200     88  Levyadv-OK                  VALUE "00".
017300     88  Levyadv-EOF                 VALUE "10".
017400 01  Retadv-File-Status              PIC XX.
017500     88  Retadv-OK                   VALUE "00".
017600     88  Retadv-EOF                  VALUE "10".
017700 01  Alertevt-File-Status            PIC XX.
017800     88  Alertevt-OK                 VALUE "00".
017900     88  Alertevt-EOF                VALUE "10".
018000 01  Custrel-File-Status             PIC XX.
018100     88  Custrel-OK                  VALUE "00".
018200 01  Custaddr-File-Status            PIC XX.
018300     88  Custaddr-OK                 VALUE "00".
018400 01  Stmtpref-File-Status            PIC XX.
018500     88  Stmtpref-OK                 VALUE "00".
018600 01  Runctlin-File-Status            PIC XX.
018700     88  Runctlin-OK                 VALUE "00".
018800     88  Runctlin-Not-Found          VALUE "35".
018900 01  Notcprt-File-Status             PIC XX.
019000     88  Notcprt-OK                  VALUE "00".
019100 01  Notcman-File-Status             PIC XX.
019200     88  Notcman-OK                  VALUE "00".
019300
019400 77  Collections-Channel             PIC X(03) VALUE "COL".
019500 77  Lines-Per-Page                  PIC 9(03) VALUE 60.
019600
019700 01  Business-Date                   PIC 9(08).
019800 01  Sort-Switch                     PIC X(01).
019900     88  Sort-Active                 VALUE "A".
020000     88  Sort-EOF                    VALUE "E".
020100 01  Envelope-Switch                 PIC X(01).
020200     88  Envelope-Is-Open            VALUE "Y".
020300     88  Envelope-Is-Closed          VALUE "N".
020400 01  Report-Switch                   PIC X(01).
020500     88  Suppression-Heading-Done    VALUE "Y".
020600     88  Suppression-Heading-Owed    VALUE "N".
020700
020800*    THE ENVELOPE BEING COMPOSED.
020900 01  Envelope-Number                 PIC 9(07).
021000 01  Envelope-Household.
021100     05  EH-POSTAL-CODE              PIC X(09).
021200     05  EH-STREET-ADDRESS           PIC X(30).
021300     05  EH-CITY                     PIC X(20).
021400     05  EH-STATE                    PIC X(02).
021500 01  Envelope-Last-Customer          PIC X(10).
021600 01  Envelope-Line-Count             PIC 9(05) COMP.
021700 01  Suppress-Reason-Text            PIC X(20).
021800 01  Notice-Type-Text                PIC X(14).
021900
022000 01  Consolidation-Counters.
022100     05  Fee-Notices-Read            PIC 9(7) COMP.
022200     05  Levy-Notices-Read           PIC 9(7) COMP.
022300     05  Return-Notices-Read         PIC 9(7) COMP.
022400     05  Alerts-Read                 PIC 9(7) COMP.
022500     05  Collection-Events-Skipped   PIC 9(7) COMP.
022600     05  Notices-Mailed              PIC 9(7) COMP.
022700     05  Suppressed-Bad-Address      PIC 9(7) COMP.
022800     05  Suppressed-No-Address       PIC 9(7) COMP.
022900     05  Suppressed-Electronic       PIC 9(7) COMP.
023000     05  Suppressed-Branch-Hold      PIC 9(7) COMP.
023100     05  Envelopes-Composed          PIC 9(7) COMP.
023200     05  Households-Combined         PIC 9(7) COMP.
023300     05  Envelopes-Saved             PIC 9(7) COMP.
023400
023500*    FIXED-LAYOUT WORK LINES FOR THE NOTICE STREAM.
023600 01  Letter-Name-Work.
023700     05  LW-ADDRESSEE-NAME           PIC X(30).
023800     05  FILLER                      PIC X(36) VALUE SPACES.
023900 01  Letter-Address-Work.
024000     05  LW-STREET                   PIC X(30).
024100     05  FILLER                      PIC X(01) VALUE SPACE.
024200     05  LW-CITY                     PIC X(20).
024300     05  FILLER                      PIC X(01) VALUE SPACE.
024400     05  LW-STATE                    PIC X(02).
024500     05  FILLER                      PIC X(01) VALUE SPACE.
024600     05  LW-POSTAL-CODE              PIC X(09).
024700     05  FILLER                      PIC X(02) VALUE SPACES.
024800 01  Notice-Heading-Work.
024900     05  NW-TITLE                    PIC X(28).
025000     05  FILLER                      PIC X(08)
025100         VALUE "ACCOUNT ".
025200     05  NW-ACCOUNT-NUMBER           PIC X(10).
025300     05  FILLER                      PIC X(07)
025400         VALUE "  DATE ".
025500     05  NW-NOTICE-DATE              PIC 9(08).
025600     05  FILLER                      PIC X(05) VALUE SPACES.
025700 01  Notice-For-Work.
025800     05  FILLER                      PIC X(04) VALUE "FOR ".
025900     05  NW-FOR-NAME                 PIC X(30).
026000     05  FILLER                      PIC X(32) VALUE SPACES.
026100 01  Notice-Amount-Work.
026200     05  FILLER                      PIC X(04) VALUE SPACES.
026300     05  NW-AMOUNT-LABEL             PIC X(38).
026400     05  NW-AMOUNT                   PIC -(7)9.99.
026500     05  FILLER                      PIC X(13) VALUE SPACES.
026600 01  Notice-Text-Work.
026700     05  FILLER                      PIC X(04) VALUE SPACES.
026800     05  NW-TEXT-LABEL               PIC X(20).
026900     05  NW-TEXT                     PIC X(30).
027000     05  FILLER                      PIC X(12) VALUE SPACES.
027100
027200 PROCEDURE DIVISION.
027300
027400 0000-MAINLINE.
027500     CALL "BatchStepTimer" USING "STEP025A", "S"
027600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
027700     SORT SORTWK
027800         ON ASCENDING KEY HH-DISPOSITION
027900         ON ASCENDING KEY HH-SUPPRESS-REASON
028000         ON ASCENDING KEY HH-POSTAL-CODE
028100         ON ASCENDING KEY HH-STREET-ADDRESS
028200         ON ASCENDING KEY HH-CITY
028300         ON ASCENDING KEY HH-STATE
028400         ON ASCENDING KEY HH-CUSTOMER-NUMBER
028500         ON ASCENDING KEY HH-ACCOUNT-NUMBER
028600         ON ASCENDING KEY HH-NOTICE-TYPE
028700         INPUT PROCEDURE IS 1500-GATHER-NOTICES
028800             THRU 1500-GATHER-NOTICES-EXIT
028900         OUTPUT PROCEDURE IS 2000-COMPOSE-ENVELOPES
029000             THRU 2000-COMPOSE-ENVELOPES-EXIT
029100     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
029200     CALL "BatchStepTimer" USING "STEP025A", "E"
029300     STOP RUN.
029400
029500 1000-INITIALIZE.
029600     INITIALIZE Consolidation-Counters
029700     MOVE ZERO TO Envelope-Number
029800     SET Envelope-Is-Closed TO TRUE
029900     SET Suppression-Heading-Owed TO TRUE
030000     OPEN INPUT RUNCTLIN
030100     IF Runctlin-OK
030200         READ RUNCTLIN
030300             AT END
030400                 SET Runctlin-Not-Found TO TRUE
030500         END-READ
030600     END-IF
030700     IF Runctlin-OK
030800         MOVE RI-BUSINESS-DATE TO Business-Date
030900         CLOSE RUNCTLIN
031000     ELSE
031100         ACCEPT Business-Date FROM DATE YYYYMMDD
031200     END-IF
031300     OPEN INPUT CUSTREL
031400     OPEN INPUT CUSTADDR
031500     OPEN INPUT STMTPREF
031600     OPEN OUTPUT NOTCPRT
031700     OPEN OUTPUT NOTCMAN
031800     DISPLAY "CUSTOMER NOTICE CONSOLIDATION - " Business-Date.
031900 1000-INITIALIZE-EXIT.
032000     EXIT.
032100
032200*****************************************************************
032300*    EVERY NOTICE FILE IS READ IN TURN AND EACH NOTICE ROUTED   *
032400*    TO ITS HOUSEHOLD OR TO THE SUPPRESSION LIST.               *
032500*****************************************************************
032600 1500-GATHER-NOTICES.
032700     PERFORM 1600-GATHER-FEES THRU 1600-GATHER-FEES-EXIT
032800     PERFORM 1700-GATHER-LEVIES THRU 1700-GATHER-LEVIES-EXIT
032900     PERFORM 1800-GATHER-RETURNS THRU 1800-GATHER-RETURNS-EXIT
033000     PERFORM 1850-GATHER-ALERTS THRU 1850-GATHER-ALERTS-EXIT.
033100 1500-GATHER-NOTICES-EXIT.
033200     EXIT.
033300
033400 1600-GATHER-FEES.
033500     OPEN INPUT FEEADV
033600     IF NOT Feeadv-OK
033700         DISPLAY "No FEEADV tonight - no fee advices."
033800         GO TO 1600-GATHER-FEES-EXIT
033900     END-IF
034000     READ FEEADV
034100         AT END
034200             SET Feeadv-EOF TO TRUE
034300     END-READ
034400     PERFORM 1610-RELEASE-FEE THRU 1610-RELEASE-FEE-EXIT
034500         UNTIL Feeadv-EOF
034600     CLOSE FEEADV.
034700 1600-GATHER-FEES-EXIT.
034800     EXIT.
034900
035000 1610-RELEASE-FEE.
035100     ADD 1 TO Fee-Notices-Read
035200     PERFORM 1950-CLEAR-NOTICE THRU 1950-CLEAR-NOTICE-EXIT
035300     SET HH-Fee-Notice TO TRUE
035400     MOVE FV-ACCOUNT-NUMBER TO HH-ACCOUNT-NUMBER
035500     MOVE FV-NOTICE-DATE TO HH-NOTICE-DATE
035600     MOVE FV-FEE-AMOUNT TO HH-AMOUNT-1
035700     MOVE FV-BALANCE-AFTER-FEE TO HH-AMOUNT-2
035800     MOVE FV-OVERDRAFT-OCCURRENCES TO HH-COUNT
035900     MOVE FV-STATUS-LABEL TO HH-DESCRIPTION
036000     PERFORM 1900-ROUTE-NOTICE THRU 1900-ROUTE-NOTICE-EXIT
036100     READ FEEADV
036200         AT END
036300             SET Feeadv-EOF TO TRUE
036400     END-READ.
036500 1610-RELEASE-FEE-EXIT.
036600     EXIT.
036700
036800 1700-GATHER-LEVIES.
036900     OPEN INPUT LEVYADV
037000     IF NOT Levyadv-OK
037100         DISPLAY "No LEVYADV tonight - no levy notices."
037200         GO TO 1700-GATHER-LEVIES-EXIT
037300     END-IF
037400     READ LEVYADV
037500         AT END
037600             SET Levyadv-EOF TO TRUE
037700     END-READ
037800     PERFORM 1710-RELEASE-LEVY THRU 1710-RELEASE-LEVY-EXIT
037900         UNTIL Levyadv-EOF
038000     CLOSE LEVYADV.
038100 1700-GATHER-LEVIES-EXIT.
038200     EXIT.
038300
038400 1710-RELEASE-LEVY.
038500     ADD 1 TO Levy-Notices-Read
038600     PERFORM 1950-CLEAR-NOTICE THRU 1950-CLEAR-NOTICE-EXIT
038700     SET HH-Levy-Notice TO TRUE
038800     MOVE LV-ACCOUNT-NUMBER TO HH-ACCOUNT-NUMBER
038900     MOVE LV-REMIT-DATE TO HH-NOTICE-DATE
039000     MOVE LV-REMIT-AMOUNT TO HH-AMOUNT-1
039100     MOVE LV-PLACING-AUTHORITY TO HH-DESCRIPTION
039200     PERFORM 1900-ROUTE-NOTICE THRU 1900-ROUTE-NOTICE-EXIT
039300     READ LEVYADV
039400         AT END
039500             SET Levyadv-EOF TO TRUE
039600     END-READ.
039700 1710-RELEASE-LEVY-EXIT.
039800     EXIT.
039900
040000 1800-GATHER-RETURNS.
040100     OPEN INPUT RETADV
040200     IF NOT Retadv-OK
040300         DISPLAY "No RETADV tonight - no returned-item advices."
040400         GO TO 1800-GATHER-RETURNS-EXIT
040500     END-IF
040600     READ RETADV
040700         AT END
040800             SET Retadv-EOF TO TRUE
040900     END-READ
041000     PERFORM 1810-RELEASE-RETURN THRU 1810-RELEASE-RETURN-EXIT
041100         UNTIL Retadv-EOF
041200     CLOSE RETADV.
041300 1800-GATHER-RETURNS-EXIT.
041400     EXIT.
041500
041600 1810-RELEASE-RETURN.
041700     ADD 1 TO Return-Notices-Read
041800     PERFORM 1950-CLEAR-NOTICE THRU 1950-CLEAR-NOTICE-EXIT
041900     SET HH-Return-Notice TO TRUE
042000     MOVE RA-ACCOUNT-NUMBER TO HH-ACCOUNT-NUMBER
042100     MOVE RA-NOTICE-DATE TO HH-NOTICE-DATE
042200     MOVE RA-ORIG-TRANS-DATE TO HH-ITEM-DATE
042300     MOVE RA-RETURN-AMOUNT TO HH-AMOUNT-1
042400     MOVE RA-FEE-AMOUNT TO HH-AMOUNT-2
042500     MOVE RA-BALANCE-AFTER TO HH-AMOUNT-3
042600     MOVE RA-RETURN-REASON TO HH-DESCRIPTION
042700     PERFORM 1900-ROUTE-NOTICE THRU 1900-ROUTE-NOTICE-EXIT
042800     READ RETADV
042900         AT END
043000             SET Retadv-EOF TO TRUE
043100     END-READ.
043200 1810-RELEASE-RETURN-EXIT.
043300     EXIT.
043400
043500 1850-GATHER-ALERTS.
043600     OPEN INPUT ALERTEVT
043700     IF NOT Alertevt-OK
043800         DISPLAY "No ALERTEVT tonight - no balance alerts."
043900         GO TO 1850-GATHER-ALERTS-EXIT
044000     END-IF
044100     READ ALERTEVT
044200         AT END
044300             SET Alertevt-EOF TO TRUE
044400     END-READ
044500     PERFORM 1860-RELEASE-ALERT THRU 1860-RELEASE-ALERT-EXIT
044600         UNTIL Alertevt-EOF
044700     CLOSE ALERTEVT.
044800 1850-GATHER-ALERTS-EXIT.
044900     EXIT.
045000
045100 1860-RELEASE-ALERT.
045200     IF AE-DELIVERY-CHANNEL = Collections-Channel
045300         ADD 1 TO Collection-Events-Skipped
045400         GO TO 1860-READ-NEXT
045500     END-IF
045600     ADD 1 TO Alerts-Read
045700     PERFORM 1950-CLEAR-NOTICE THRU 1950-CLEAR-NOTICE-EXIT
045800     SET HH-Alert-Notice TO TRUE
045900     MOVE AE-ACCOUNT-NUMBER TO HH-ACCOUNT-NUMBER
046000     MOVE AE-EVENT-DATE TO HH-NOTICE-DATE
046100     MOVE AE-TRIGGER-AMOUNT TO HH-AMOUNT-1
046200     MOVE AE-ACCOUNT-BALANCE TO HH-AMOUNT-2
046300     MOVE AE-ALERT-TYPE TO HH-DESCRIPTION
046400     PERFORM 1900-ROUTE-NOTICE THRU 1900-ROUTE-NOTICE-EXIT.
046500
046600 1860-READ-NEXT.
046700     READ ALERTEVT
046800         AT END
046900             SET Alertevt-EOF TO TRUE
047000     END-READ.
047100 1860-RELEASE-ALERT-EXIT.
047200     EXIT.
047300
047400*****************************************************************
047500*    THE OWNER'S ADDRESS OF RECORD DECIDES THE HOUSEHOLD. A     *
047600*    BAD OR MISSING ADDRESS, ELECTRONIC DELIVERY OR BRANCH HOLD *
047700*    SENDS THE NOTICE TO THE SUPPRESSION LIST INSTEAD.          *
047800*****************************************************************
047900 1900-ROUTE-NOTICE.
048000     MOVE HH-ACCOUNT-NUMBER TO RL-ACCOUNT-NUMBER
048100     READ CUSTREL
048200         INVALID KEY
048300             SET HH-Reason-No-Address TO TRUE
048400             GO TO 1900-RELEASE
048500     END-READ
048600     MOVE RL-CUSTOMER-NUMBER TO HH-CUSTOMER-NUMBER
048700     MOVE RL-CUSTOMER-NUMBER TO NA-CUSTOMER-NUMBER
048800     READ CUSTADDR
048900         INVALID KEY
049000             SET HH-Reason-No-Address TO TRUE
049100             GO TO 1900-RELEASE
049200     END-READ
049300     MOVE NA-CUSTOMER-NAME TO HH-CUSTOMER-NAME
049400     MOVE NA-STREET-ADDRESS TO HH-STREET-ADDRESS
049500     MOVE NA-CITY TO HH-CITY
049600     MOVE NA-STATE TO HH-STATE
049700     MOVE NA-POSTAL-CODE TO HH-POSTAL-CODE
049800     IF NA-ADDRESS-BAD
049900         SET HH-Reason-Bad-Address TO TRUE
050000         GO TO 1900-RELEASE
050100     END-IF
050200     MOVE HH-ACCOUNT-NUMBER TO DP-ACCOUNT-NUMBER
050300     READ STMTPREF
050400         INVALID KEY
050500             GO TO 1900-RELEASE
050600     END-READ
050700     IF DP-DELIVER-ELECTRONIC
050800         SET HH-Reason-Electronic TO TRUE
050900     END-IF
051000     IF DP-DELIVER-HOLD-BRANCH
051100         SET HH-Reason-Branch-Hold TO TRUE
051200     END-IF.
051300
051400 1900-RELEASE.
051500     EVALUATE TRUE
051600         WHEN HH-Reason-Bad-Address
051700             ADD 1 TO Suppressed-Bad-Address
051800         WHEN HH-Reason-No-Address
051900             ADD 1 TO Suppressed-No-Address
052000         WHEN HH-Reason-Electronic
052100             ADD 1 TO Suppressed-Electronic
052200         WHEN HH-Reason-Branch-Hold
052300             ADD 1 TO Suppressed-Branch-Hold
052400         WHEN OTHER
052500             SET HH-To-Mail TO TRUE
052600             ADD 1 TO Notices-Mailed
052700     END-EVALUATE
052800     IF NOT HH-To-Mail
052900         SET HH-Suppressed TO TRUE
053000     END-IF
053100     RELEASE HH-NOTICE-SORT-RECORD.
053200 1900-ROUTE-NOTICE-EXIT.
053300     EXIT.
053400
053500 1950-CLEAR-NOTICE.
053600     MOVE SPACES TO HH-NOTICE-SORT-RECORD
053700     MOVE ZERO TO HH-NOTICE-DATE
053800                  HH-ITEM-DATE
053900                  HH-AMOUNT-1
054000                  HH-AMOUNT-2
054100                  HH-AMOUNT-3
054200                  HH-COUNT.
054300 1950-CLEAR-NOTICE-EXIT.
054400     EXIT.
054500
054600*****************************************************************
054700*    ONE ENVELOPE PER HOUSEHOLD ADDRESS: THE ADDRESS BLOCK      *
054800*    (ADDRESSED TO THE FIRST CUSTOMER OF THE HOUSEHOLD), THEN   *
054900*    EACH NOTICE UNDER ITS OWN HEADING NAMING THE CUSTOMER IT   *
055000*    IS FOR. THE SUPPRESSED NOTICES SORT LAST AND ARE LISTED.   *
055100*****************************************************************
055200 2000-COMPOSE-ENVELOPES.
055300     SET Sort-Active TO TRUE
055400     RETURN SORTWK
055500         AT END
055600             SET Sort-EOF TO TRUE
055700     END-RETURN
055800     PERFORM 2100-COMPOSE-NOTICE THRU 2100-COMPOSE-NOTICE-EXIT
055900         UNTIL Sort-EOF
056000     IF Envelope-Is-Open
056100         PERFORM 2500-CLOSE-ENVELOPE
056200             THRU 2500-CLOSE-ENVELOPE-EXIT
056300     END-IF.
056400 2000-COMPOSE-ENVELOPES-EXIT.
056500     EXIT.
056600
056700 2100-COMPOSE-NOTICE.
056800     IF HH-Suppressed
056900         IF Envelope-Is-Open
057000             PERFORM 2500-CLOSE-ENVELOPE
057100                 THRU 2500-CLOSE-ENVELOPE-EXIT
057200         END-IF
057300         PERFORM 3000-LIST-SUPPRESSED
057400             THRU 3000-LIST-SUPPRESSED-EXIT
057500         GO TO 2100-RETURN-NEXT
057600     END-IF
057700     IF Envelope-Is-Open
057800         AND (HH-POSTAL-CODE NOT = EH-POSTAL-CODE
057900           OR HH-STREET-ADDRESS NOT = EH-STREET-ADDRESS
058000           OR HH-CITY NOT = EH-CITY
058100           OR HH-STATE NOT = EH-STATE)
058200         PERFORM 2500-CLOSE-ENVELOPE
058300             THRU 2500-CLOSE-ENVELOPE-EXIT
058400     END-IF
058500     IF Envelope-Is-Closed
058600         PERFORM 2200-OPEN-ENVELOPE THRU 2200-OPEN-ENVELOPE-EXIT
058700     END-IF
058800     IF HH-CUSTOMER-NUMBER NOT = Envelope-Last-Customer
058900         ADD 1 TO XW-CUSTOMER-COUNT
059000         MOVE HH-CUSTOMER-NUMBER TO Envelope-Last-Customer
059100     END-IF
059200     ADD 1 TO XW-NOTICE-COUNT
059300     PERFORM 2300-PRINT-NOTICE THRU 2300-PRINT-NOTICE-EXIT.
059400
059500 2100-RETURN-NEXT.
059600     RETURN SORTWK
059700         AT END
059800             SET Sort-EOF TO TRUE
059900     END-RETURN.
060000 2100-COMPOSE-NOTICE-EXIT.
060100     EXIT.
060200
060300 2200-OPEN-ENVELOPE.
060400     SET Envelope-Is-Open TO TRUE
060500     ADD 1 TO Envelope-Number
060600     ADD 1 TO Envelopes-Composed
060700     MOVE ZERO TO Envelope-Line-Count
060800     MOVE SPACES TO Envelope-Last-Customer
060900     MOVE HH-POSTAL-CODE TO EH-POSTAL-CODE
061000     MOVE HH-STREET-ADDRESS TO EH-STREET-ADDRESS
061100     MOVE HH-CITY TO EH-CITY
061200     MOVE HH-STATE TO EH-STATE
061300     MOVE SPACES TO XW-NOTICE-MANIFEST-RECORD
061400     MOVE Envelope-Number TO XW-ENVELOPE-NUMBER
061500     MOVE HH-CUSTOMER-NAME TO XW-ADDRESSEE-NAME
061600     MOVE HH-STREET-ADDRESS TO XW-STREET-ADDRESS
061700     MOVE HH-CITY TO XW-CITY
061800     MOVE HH-STATE TO XW-STATE
061900     MOVE HH-POSTAL-CODE TO XW-POSTAL-CODE
062000     MOVE ZERO TO XW-CUSTOMER-COUNT
062100                  XW-NOTICE-COUNT
062200                  XW-FEE-INSERTS
062300                  XW-LEVY-INSERTS
062400                  XW-RETURN-INSERTS
062500                  XW-ALERT-INSERTS
062600                  XW-PAGE-COUNT
062700     MOVE HH-CUSTOMER-NAME TO LW-ADDRESSEE-NAME
062800     MOVE Letter-Name-Work TO XN-PRINT-LINE
062900     PERFORM 2900-WRITE-LINE THRU 2900-WRITE-LINE-EXIT
063000     MOVE HH-STREET-ADDRESS TO LW-STREET
063100     MOVE HH-CITY TO LW-CITY
063200     MOVE HH-STATE TO LW-STATE
063300     MOVE HH-POSTAL-CODE TO LW-POSTAL-CODE
063400     MOVE Letter-Address-Work TO XN-PRINT-LINE
063500     PERFORM 2900-WRITE-LINE THRU 2900-WRITE-LINE-EXIT
063600     MOVE SPACES TO XN-PRINT-LINE
063700     PERFORM 2900-WRITE-LINE THRU 2900-WRITE-LINE-EXIT.
063800 2200-OPEN-ENVELOPE-EXIT.
063900     EXIT.
064000
064100 2300-PRINT-NOTICE.
064200     MOVE HH-ACCOUNT-NUMBER TO NW-ACCOUNT-NUMBER
064300     MOVE HH-NOTICE-DATE TO NW-NOTICE-DATE
064400     EVALUATE TRUE
064500         WHEN HH-Fee-Notice
064600             MOVE "OVERDRAFT FEE NOTICE" TO NW-TITLE
064700             ADD 1 TO XW-FEE-INSERTS
064800         WHEN HH-Levy-Notice
064900             MOVE "LEGAL ORDER PAYMENT NOTICE" TO NW-TITLE
065000             ADD 1 TO XW-LEVY-INSERTS
065100         WHEN HH-Return-Notice
065200             MOVE "RETURNED ITEM NOTICE" TO NW-TITLE
065300             ADD 1 TO XW-RETURN-INSERTS
065400         WHEN HH-Alert-Notice
065500             EVALUATE HH-DESCRIPTION (1:2)
065600                 WHEN "XL"
065700                     MOVE "TRANSFER LIMIT NOTICE" TO NW-TITLE
065800                 WHEN "CP"
065900                     MOVE "COURTESY PAY LIMIT NOTICE" TO NW-TITLE
066000                 WHEN OTHER
066100                     MOVE "BALANCE ALERT" TO NW-TITLE
066200             END-EVALUATE
066300             ADD 1 TO XW-ALERT-INSERTS
066400     END-EVALUATE
066500     MOVE Notice-Heading-Work TO XN-PRINT-LINE
066600     PERFORM 2900-WRITE-LINE THRU 2900-WRITE-LINE-EXIT
066700     MOVE HH-CUSTOMER-NAME TO NW-FOR-NAME
066800     MOVE Notice-For-Work TO XN-PRINT-LINE
066900     PERFORM 2900-WRITE-LINE THRU 2900-WRITE-LINE-EXIT
067000     EVALUATE TRUE
067100         WHEN HH-Fee-Notice
067200             PERFORM 2310-PRINT-FEE THRU 2310-PRINT-FEE-EXIT
067300         WHEN HH-Levy-Notice
067400             PERFORM 2320-PRINT-LEVY THRU 2320-PRINT-LEVY-EXIT
067500         WHEN HH-Return-Notice
067600             PERFORM 2330-PRINT-RETURN
067700                 THRU 2330-PRINT-RETURN-EXIT
067800         WHEN HH-Alert-Notice
067900             PERFORM 2340-PRINT-ALERT THRU 2340-PRINT-ALERT-EXIT
068000     END-EVALUATE
068100     MOVE SPACES TO XN-PRINT-LINE
068200     PERFORM 2900-WRITE-LINE THRU 2900-WRITE-LINE-EXIT.
068300 2300-PRINT-NOTICE-EXIT.
068400     EXIT.
068500
068600 2310-PRINT-FEE.
068700     MOVE "OVERDRAFT FEE CHARGED" TO NW-AMOUNT-LABEL
068800     MOVE HH-AMOUNT-1 TO NW-AMOUNT
068900     MOVE Notice-Amount-Work TO XN-PRINT-LINE
069000     PERFORM 2900-WRITE-LINE THRU 2900-WRITE-LINE-EXIT
069100     MOVE "BALANCE AFTER THE FEE" TO NW-AMOUNT-LABEL
069200     MOVE HH-AMOUNT-2 TO NW-AMOUNT
069300     MOVE Notice-Amount-Work TO XN-PRINT-LINE
069400     PERFORM 2900-WRITE-LINE THRU 2900-WRITE-LINE-EXIT
069500     MOVE "ACCOUNT STATUS" TO NW-TEXT-LABEL
069600     MOVE HH-DESCRIPTION TO NW-TEXT
069700     MOVE Notice-Text-Work TO XN-PRINT-LINE
069800     PERFORM 2900-WRITE-LINE THRU 2900-WRITE-LINE-EXIT.
069900 2310-PRINT-FEE-EXIT.
070000     EXIT.
070100
070200 2320-PRINT-LEVY.
070300     MOVE "PAID FROM YOUR ACCOUNT UNDER LEGAL ORDER"
070400         TO NW-AMOUNT-LABEL
070500     MOVE HH-AMOUNT-1 TO NW-AMOUNT
070600     MOVE Notice-Amount-Work TO XN-PRINT-LINE
070700     PERFORM 2900-WRITE-LINE THRU 2900-WRITE-LINE-EXIT
070800     MOVE "PAID TO" TO NW-TEXT-LABEL
070900     MOVE HH-DESCRIPTION TO NW-TEXT
071000     MOVE Notice-Text-Work TO XN-PRINT-LINE
071100     PERFORM 2900-WRITE-LINE THRU 2900-WRITE-LINE-EXIT.
071200 2320-PRINT-LEVY-EXIT.
071300     EXIT.
071400
071500 2330-PRINT-RETURN.
071600     MOVE "ITEM RETURNED UNPAID" TO NW-AMOUNT-LABEL
071700     MOVE HH-AMOUNT-1 TO NW-AMOUNT
071800     MOVE Notice-Amount-Work TO XN-PRINT-LINE
071900     PERFORM 2900-WRITE-LINE THRU 2900-WRITE-LINE-EXIT
072000     MOVE "REASON" TO NW-TEXT-LABEL
072100     MOVE HH-DESCRIPTION TO NW-TEXT
072200     MOVE Notice-Text-Work TO XN-PRINT-LINE
072300     PERFORM 2900-WRITE-LINE THRU 2900-WRITE-LINE-EXIT
072400     MOVE "ORIGINAL ITEM DATE" TO NW-TEXT-LABEL
072500     MOVE HH-ITEM-DATE TO NW-TEXT
072600     MOVE Notice-Text-Work TO XN-PRINT-LINE
072700     PERFORM 2900-WRITE-LINE THRU 2900-WRITE-LINE-EXIT
072800     IF HH-AMOUNT-2 NOT = ZERO
072900         MOVE "RETURNED ITEM FEE" TO NW-AMOUNT-LABEL
073000         MOVE HH-AMOUNT-2 TO NW-AMOUNT
073100         MOVE Notice-Amount-Work TO XN-PRINT-LINE
073200         PERFORM 2900-WRITE-LINE THRU 2900-WRITE-LINE-EXIT
073300     END-IF
073400     MOVE "BALANCE AFTER THE RETURN" TO NW-AMOUNT-LABEL
073500     MOVE HH-AMOUNT-3 TO NW-AMOUNT
073600     MOVE Notice-Amount-Work TO XN-PRINT-LINE
073700     PERFORM 2900-WRITE-LINE THRU 2900-WRITE-LINE-EXIT.
073800 2330-PRINT-RETURN-EXIT.
073900     EXIT.
074000
074100 2340-PRINT-ALERT.
074200     EVALUATE HH-DESCRIPTION (1:2)
074300         WHEN "OD"
074400             MOVE "YOUR ACCOUNT IS OVERDRAWN" TO NW-TEXT-LABEL
074500             MOVE SPACES TO NW-TEXT
074600             MOVE Notice-Text-Work TO XN-PRINT-LINE
074700             PERFORM 2900-WRITE-LINE THRU 2900-WRITE-LINE-EXIT
074800         WHEN "XL"
074900             MOVE "MONTHS OVER THE TRANSFER LIMIT, PAST YR"
075000                 TO NW-AMOUNT-LABEL
075100             MOVE HH-AMOUNT-1 TO NW-AMOUNT
075200             MOVE Notice-Amount-Work TO XN-PRINT-LINE
075300             PERFORM 2900-WRITE-LINE THRU 2900-WRITE-LINE-EXIT
075400             MOVE "ACCOUNT REVIEW" TO NW-TEXT-LABEL
075500             MOVE "YOUR BRANCH WILL CONTACT YOU" TO NW-TEXT
075600             MOVE Notice-Text-Work TO XN-PRINT-LINE
075700             PERFORM 2900-WRITE-LINE THRU 2900-WRITE-LINE-EXIT
075800         WHEN "CP"
075900             MOVE "YOUR COURTESY PAY LIMIT IS NOW"
076000                 TO NW-AMOUNT-LABEL
076100             MOVE HH-AMOUNT-1 TO NW-AMOUNT
076200             MOVE Notice-Amount-Work TO XN-PRINT-LINE
076300             PERFORM 2900-WRITE-LINE THRU 2900-WRITE-LINE-EXIT
076400             MOVE "OVERDRAFT COVERAGE" TO NW-TEXT-LABEL
076500             MOVE "ITEMS PAST IT MAY BE RETURNED" TO NW-TEXT
076600             MOVE Notice-Text-Work TO XN-PRINT-LINE
076700             PERFORM 2900-WRITE-LINE THRU 2900-WRITE-LINE-EXIT
076800         WHEN OTHER
076900             MOVE "BALANCE BELOW YOUR ALERT AMOUNT OF"
077000                 TO NW-AMOUNT-LABEL
077100             MOVE HH-AMOUNT-1 TO NW-AMOUNT
077200             MOVE Notice-Amount-Work TO XN-PRINT-LINE
077300             PERFORM 2900-WRITE-LINE THRU 2900-WRITE-LINE-EXIT
077400     END-EVALUATE
077500     MOVE "BALANCE" TO NW-AMOUNT-LABEL
077600     MOVE HH-AMOUNT-2 TO NW-AMOUNT
077700     MOVE Notice-Amount-Work TO XN-PRINT-LINE
077800     PERFORM 2900-WRITE-LINE THRU 2900-WRITE-LINE-EXIT.
077900 2340-PRINT-ALERT-EXIT.
078000     EXIT.
078100
078200*> The manifest row goes out once the envelope's last notice
078300*> is printed, with its counts and page total.
078400 2500-CLOSE-ENVELOPE.
078500     COMPUTE XW-PAGE-COUNT =
078600         (Envelope-Line-Count + Lines-Per-Page - 1)
078700         / Lines-Per-Page
078800     WRITE XW-NOTICE-MANIFEST-RECORD
078900     IF XW-CUSTOMER-COUNT > 1
079000         ADD 1 TO Households-Combined
079100     END-IF
079200     SET Envelope-Is-Closed TO TRUE.
079300 2500-CLOSE-ENVELOPE-EXIT.
079400     EXIT.
079500
079600 2900-WRITE-LINE.
079700     MOVE Envelope-Number TO XN-ENVELOPE-NUMBER
079800     WRITE XN-NOTICE-PRINT-LINE
079900     ADD 1 TO Envelope-Line-Count.
080000 2900-WRITE-LINE-EXIT.
080100     EXIT.
080200
080300 3000-LIST-SUPPRESSED.
080400     IF Suppression-Heading-Owed
080500         SET Suppression-Heading-Done TO TRUE
080600         DISPLAY " "
080700         DISPLAY "NOTICES NOT MAILED"
080800         DISPLAY "ACCOUNT    CUSTOMER   NOTICE         "
080900             "REASON"
081000     END-IF
081100     EVALUATE TRUE
081200         WHEN HH-Reason-Bad-Address
081300             MOVE "BAD ADDRESS" TO Suppress-Reason-Text
081400         WHEN HH-Reason-No-Address
081500             MOVE "NO ADDRESS ON FILE" TO Suppress-Reason-Text
081600         WHEN HH-Reason-Electronic
081700             MOVE "ELECTRONIC DELIVERY" TO Suppress-Reason-Text
081800         WHEN HH-Reason-Branch-Hold
081900             MOVE "HELD AT BRANCH" TO Suppress-Reason-Text
082000     END-EVALUATE
082100     EVALUATE TRUE
082200         WHEN HH-Fee-Notice
082300             MOVE "FEE ADVICE" TO Notice-Type-Text
082400         WHEN HH-Levy-Notice
082500             MOVE "LEVY NOTICE" TO Notice-Type-Text
082600         WHEN HH-Return-Notice
082700             MOVE "RETURNED ITEM" TO Notice-Type-Text
082800         WHEN HH-Alert-Notice
082900             MOVE "BALANCE ALERT" TO Notice-Type-Text
083000     END-EVALUATE
083100     DISPLAY HH-ACCOUNT-NUMBER " " HH-CUSTOMER-NUMBER " "
083200         Notice-Type-Text " " Suppress-Reason-Text.
083300 3000-LIST-SUPPRESSED-EXIT.
083400     EXIT.
083500
083600 9000-TERMINATE.
083700     CLOSE CUSTREL
083800     CLOSE CUSTADDR
083900     CLOSE STMTPREF
084000     CLOSE NOTCPRT
084100     CLOSE NOTCMAN
084200     IF Notices-Mailed > Envelopes-Composed
084300         COMPUTE Envelopes-Saved =
084400             Notices-Mailed - Envelopes-Composed
084500     END-IF
084600     DISPLAY " "
084700     DISPLAY "NOTICE CONSOLIDATION SUMMARY"
084800     DISPLAY "Fee advices read         - " Fee-Notices-Read
084900     DISPLAY "Levy notices read        - " Levy-Notices-Read
085000     DISPLAY "Returned-item advices    - " Return-Notices-Read
085100     DISPLAY "Balance alerts read      - " Alerts-Read
085200     DISPLAY "Collections events passed- "
085300         Collection-Events-Skipped
085400     DISPLAY "Notices mailed           - " Notices-Mailed
085500     DISPLAY "Envelopes composed       - " Envelopes-Composed
085600     DISPLAY "  serving 2+ customers   - " Households-Combined
085700     DISPLAY "Envelopes saved          - " Envelopes-Saved
085800     DISPLAY "Not mailed - bad address - " Suppressed-Bad-Address
085900     DISPLAY "Not mailed - no address  - " Suppressed-No-Address
086000     DISPLAY "Not mailed - electronic  - " Suppressed-Electronic
086100     DISPLAY "Not mailed - branch hold - "
086200         Suppressed-Branch-Hold.
086300 9000-TERMINATE-EXIT.
086400     EXIT.
