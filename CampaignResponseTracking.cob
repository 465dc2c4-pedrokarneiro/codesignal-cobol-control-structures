000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CampaignResponseTracking.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    CAMPAIGNRESPONSETRACKING                                   *
001100*                                                               *
001200*    MEASURES EVERY CAMPAIGN ON CAMPDEF THAT IS IN ITS          *
001300*    RESPONSE WINDOW (S). EACH TARGET AND CONTROL CUSTOMER ON   *
001400*    THE CAMPOFR REGISTER IS MEASURED THE SAME WAY, SO THE      *
001500*    CONTROL GROUP SHOWS WHAT WOULD HAVE HAPPENED WITHOUT THE   *
001600*    OFFER:                                                     *
001700*      - ONE PASS OF ACCTMSTR RE-TOTALS THE CUSTOMER'S OPEN     *
001800*        BALANCES AND ACCOUNTS, THE SERVICES NOW HELD, AND ANY  *
001900*        ACCOUNT OPENED AFTER SELECTION AND BY THE WINDOW END   *
002000*        (OF THE CAMPAIGN'S TARGET PRODUCT, IF IT NAMES ONE);   *
002100*      - THEN EACH REGISTER ROW IS SCORED: BALANCE RAISED       *
002200*        AGAINST THE BASE BY AT LEAST THE CAMPAIGN'S LIFT,      *
002300*        SERVICE ENROLLED THAT WAS NOT HELD AT SELECTION, AND   *
002400*        RESPONDED BY THE MEASURE THE OFFER TYPE NAMES.         *
002500*    THE FIRST RUN ON OR AFTER THE WINDOW END IS THE FINAL      *
002600*    MEASUREMENT; IT CLOSES THE CAMPAIGN (C) SO ITS FIGURES     *
002700*    STAND. NO CAMPDEF, CAMPOFR OR ACCTMSTR ENDS RC 16.         *
002800*                                                               *
002900*    MODIFICATION HISTORY                                      *
003000*    ------------------------------------------------------    *
003100*    DATE       INIT  DESCRIPTION                              *
003200*    ---------  ----  -----------------------------------      *
003300*    2026-10-15  RLB  ORIGINAL.                                *
003400*                                                               *
003500*****************************************************************
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT CAMPDEF ASSIGN TO "CAMPDEF"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS CF-CAMPAIGN-ID
004400         FILE STATUS IS Campdef-File-Status.
004500
004600     SELECT CAMPOFR ASSIGN TO "CAMPOFR"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS MR-OFFER-KEY
005000         FILE STATUS IS Campofr-File-Status.
005100
005200     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS SEQUENTIAL
005500         RECORD KEY IS MF-ACCOUNT-NUMBER
005600         FILE STATUS IS Acctmstr-File-Status.
005700
005800     SELECT CUSTREL ASSIGN TO "CUSTREL"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS RL-ACCOUNT-NUMBER
006200         FILE STATUS IS Custrel-File-Status.
006300
006400     SELECT STMTPREF ASSIGN TO "STMTPREF"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS RANDOM
006700         RECORD KEY IS DP-ACCOUNT-NUMBER
006800         FILE STATUS IS Stmtpref-File-Status.
006900
007000     SELECT ALERTSUB ASSIGN TO "ALERTSUB"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS AS-ALERT-KEY
007400         FILE STATUS IS Alertsub-File-Status.
007500
007600     SELECT BPPAYEE ASSIGN TO "BPPAYEE"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS PE-PAYEE-KEY
008000         FILE STATUS IS Bppayee-File-Status.
008100
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  CAMPDEF.
008500     COPY CAMPDEF.
008600
008700 FD  CAMPOFR.
008800     COPY CAMPOFR.
008900
009000 FD  ACCTMSTR.
009100     COPY ACCTMSTR.
009200
009300 FD  CUSTREL.
009400     COPY CUSTREL.
009500
009600 FD  STMTPREF.
009700     COPY STMTPREF.
009800
009900 FD  ALERTSUB.
010000     COPY ALERTSUB.
010100
010200 FD  BPPAYEE.
010300     COPY BPPAYEE.
010400
010500 WORKING-STORAGE SECTION.
010600 01  Campdef-File-Status             PIC XX.
010700     88  Campdef-OK                  VALUE "00".
010800     88  Campdef-EOF                 VALUE "10".
010900 01  Campofr-File-Status             PIC XX.
011000     88  Campofr-OK                  VALUE "00".
011100     88  Campofr-Not-On-File         VALUE "23".
011200 01  Acctmstr-File-Status            PIC XX.
011300     88  Acctmstr-OK                 VALUE "00".
011400     88  Acctmstr-EOF                VALUE "10".
011500 01  Custrel-File-Status             PIC XX.
011600     88  Custrel-OK                  VALUE "00".
011700     88  Custrel-Not-On-File         VALUE "23".
011800 01  Stmtpref-File-Status            PIC XX.
011900     88  Stmtpref-OK                 VALUE "00".
012000     88  Stmtpref-Not-On-File        VALUE "23".
012100 01  Alertsub-File-Status            PIC XX.
012200     88  Alertsub-OK                 VALUE "00".
012300     88  Alertsub-EOF                VALUE "10".
012400 01  Bppayee-File-Status             PIC XX.
012500     88  Bppayee-OK                  VALUE "00".
012600     88  Bppayee-EOF                 VALUE "10".
012700
012800 77  Max-Campaigns                   PIC 9(03) VALUE 50.
012900
013000 01  Run-Date                        PIC 9(08).
013100 01  Work-Customer-Number            PIC X(10).
013200 01  Balance-Change                  PIC S9(9)V99.
013300
013400*> The optional files - a missing one is read as holding no
013500*> rows, as the nightly steps do.
013600 01  Optional-File-Switches.
013700     05  Stmtpref-Switch             PIC X(01).
013800         88  Stmtpref-Available      VALUE "Y".
013900         88  Stmtpref-Missing        VALUE "N".
014000     05  Alertsub-Switch             PIC X(01).
014100         88  Alertsub-Available      VALUE "Y".
014200         88  Alertsub-Missing        VALUE "N".
014300     05  Bppayee-Switch              PIC X(01).
014400         88  Bppayee-Available       VALUE "Y".
014500         88  Bppayee-Missing         VALUE "N".
014600
014700 01  Browse-Switch                   PIC X(01).
014800     88  Browse-Is-Done              VALUE "Y".
014900     88  Browse-Is-Open              VALUE "N".
015000 01  Service-Found-Switch            PIC X(01).
015100     88  Service-Is-Held             VALUE "Y".
015200     88  Service-Not-Held            VALUE "N".
015300*> The account's own services are looked up once, and only
015400*> when its owner is on some campaign's register.
015500 01  Account-Services-Switch         PIC X(01).
015600     88  Account-Services-Known      VALUE "Y".
015700     88  Account-Services-Unknown    VALUE "N".
015800 01  Account-Estatement              PIC X(01).
015900 01  Account-Alerts                  PIC X(01).
016000
016100*> THE CAMPAIGNS IN THEIR RESPONSE WINDOW TONIGHT.
016200 01  Campaign-Count                  PIC 9(03) COMP.
016300 01  Campaign-Table.
016400     05  CY-ENTRY OCCURS 50 TIMES.
016500         10  CY-CAMPAIGN-ID          PIC X(08).
016600         10  CY-OFFER-TYPE           PIC X(01).
016700             88  CY-OFFER-PRODUCT    VALUE "P".
016800             88  CY-OFFER-BALANCE    VALUE "B".
016900             88  CY-OFFER-SERVICE    VALUE "S".
017000         10  CY-TARGET-PRODUCT       PIC X(04).
017100         10  CY-TARGET-SERVICE       PIC X(02).
017200         10  CY-BALANCE-LIFT         PIC 9(07)V99.
017300         10  CY-WINDOW-END-DATE      PIC 9(08).
017400         10  CY-MEASURED             PIC 9(07) COMP.
017500         10  CY-TARGET-RESPONDED     PIC 9(07) COMP.
017600         10  CY-CONTROL-RESPONDED    PIC 9(07) COMP.
017700 01  Campaign-Sub                    PIC 9(03) COMP.
017800
017900 01  Run-Counters.
018000     05  Campaigns-Read              PIC 9(7) COMP.
018100     05  Campaigns-Not-Tracked       PIC 9(7) COMP.
018200     05  Campaigns-Closed            PIC 9(7) COMP.
018300     05  Accounts-Read               PIC 9(7) COMP.
018400     05  Offer-Rows-Measured         PIC 9(7) COMP.
018500
018600 PROCEDURE DIVISION.
018700
018800 0000-MAINLINE.
018900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
019000     IF Campaign-Count = ZERO
019100         DISPLAY "No campaigns in a response window - nothing"
019200             " to measure."
019300         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
019400         STOP RUN
019500     END-IF
019600     PERFORM 2000-RESET-CAMPAIGN THRU 2000-RESET-CAMPAIGN-EXIT
019700         VARYING Campaign-Sub FROM 1 BY 1
019800         UNTIL Campaign-Sub > Campaign-Count
019900     OPEN INPUT ACCTMSTR
020000     IF NOT Acctmstr-OK
020100         DISPLAY "ACCTMSTR open failed - " Acctmstr-File-Status
020200         MOVE 16 TO RETURN-CODE
020300         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
020400         STOP RUN
020500     END-IF
020600     READ ACCTMSTR
020700         AT END
020800             SET Acctmstr-EOF TO TRUE
020900     END-READ
021000     PERFORM 3000-MEASURE-ACCOUNT THRU 3000-MEASURE-ACCOUNT-EXIT
021100         UNTIL Acctmstr-EOF
021200     CLOSE ACCTMSTR
021300     PERFORM 4000-SCORE-CAMPAIGN THRU 4000-SCORE-CAMPAIGN-EXIT
021400         VARYING Campaign-Sub FROM 1 BY 1
021500         UNTIL Campaign-Sub > Campaign-Count
021600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
021700     STOP RUN.
021800
021900 1000-INITIALIZE.
022000     MOVE ZERO TO Run-Counters
022100     MOVE ZERO TO Campaign-Count
022200     ACCEPT Run-Date FROM DATE YYYYMMDD
022300     OPEN I-O CAMPDEF
022400     IF NOT Campdef-OK
022500         DISPLAY "CAMPDEF open failed - " Campdef-File-Status
022600         MOVE 16 TO RETURN-CODE
022700         STOP RUN
022800     END-IF
022900     OPEN I-O CAMPOFR
023000     IF NOT Campofr-OK
023100         DISPLAY "CAMPOFR open failed - " Campofr-File-Status
023200         CLOSE CAMPDEF
023300         MOVE 16 TO RETURN-CODE
023400         STOP RUN
023500     END-IF
023600     OPEN INPUT CUSTREL
023700     SET Stmtpref-Available TO TRUE
023800     OPEN INPUT STMTPREF
023900     IF NOT Stmtpref-OK
024000         SET Stmtpref-Missing TO TRUE
024100     END-IF
024200     SET Alertsub-Available TO TRUE
024300     OPEN INPUT ALERTSUB
024400     IF NOT Alertsub-OK
024500         SET Alertsub-Missing TO TRUE
024600     END-IF
024700     SET Bppayee-Available TO TRUE
024800     OPEN INPUT BPPAYEE
024900     IF NOT Bppayee-OK
025000         SET Bppayee-Missing TO TRUE
025100     END-IF
025200     DISPLAY "CAMPAIGN RESPONSE TRACKING - RUN DATE " Run-Date
025300     READ CAMPDEF NEXT RECORD
025400         AT END
025500             SET Campdef-EOF TO TRUE
025600     END-READ
025700     PERFORM 1100-LOAD-CAMPAIGN THRU 1100-LOAD-CAMPAIGN-EXIT
025800         UNTIL Campdef-EOF.
025900 1000-INITIALIZE-EXIT.
026000     EXIT.
026100
026200 1100-LOAD-CAMPAIGN.
026300     ADD 1 TO Campaigns-Read
026400     IF NOT CF-STATUS-SELECTED
026500         GO TO 1100-READ-NEXT
026600     END-IF
026700     IF Campaign-Count NOT < Max-Campaigns
026800         ADD 1 TO Campaigns-Not-Tracked
026900         DISPLAY CF-CAMPAIGN-ID
027000             ": Not measured tonight - campaign table full."
027100         GO TO 1100-READ-NEXT
027200     END-IF
027300     ADD 1 TO Campaign-Count
027400     MOVE CF-CAMPAIGN-ID TO CY-CAMPAIGN-ID (Campaign-Count)
027500     MOVE CF-OFFER-TYPE TO CY-OFFER-TYPE (Campaign-Count)
027600     MOVE CF-TARGET-PRODUCT
027700         TO CY-TARGET-PRODUCT (Campaign-Count)
027800     MOVE CF-TARGET-SERVICE
027900         TO CY-TARGET-SERVICE (Campaign-Count)
028000     MOVE CF-BALANCE-LIFT TO CY-BALANCE-LIFT (Campaign-Count)
028100     MOVE CF-WINDOW-END-DATE
028200         TO CY-WINDOW-END-DATE (Campaign-Count)
028300     MOVE ZERO TO CY-MEASURED (Campaign-Count)
028400                  CY-TARGET-RESPONDED (Campaign-Count)
028500                  CY-CONTROL-RESPONDED (Campaign-Count).
028600
028700 1100-READ-NEXT.
028800     READ CAMPDEF NEXT RECORD
028900         AT END
029000             SET Campdef-EOF TO TRUE
029100     END-READ.
029200 1100-LOAD-CAMPAIGN-EXIT.
029300     EXIT.
029400
029500*****************************************************************
029600*    EVERY TARGET AND CONTROL ROW STARTS THE MEASUREMENT FROM   *
029700*    NOTHING; THE ACCOUNT PASS BUILDS THE CURRENT FIGURES UP.   *
029800*****************************************************************
029900 2000-RESET-CAMPAIGN.
030000     SET Browse-Is-Open TO TRUE
030100     MOVE CY-CAMPAIGN-ID (Campaign-Sub) TO MR-CAMPAIGN-ID
030200     MOVE LOW-VALUES TO MR-CUSTOMER-NUMBER
030300     START CAMPOFR KEY IS NOT LESS THAN MR-OFFER-KEY
030400         INVALID KEY
030500             SET Browse-Is-Done TO TRUE
030600     END-START
030700     PERFORM 2100-RESET-OFFER THRU 2100-RESET-OFFER-EXIT
030800         UNTIL Browse-Is-Done.
030900 2000-RESET-CAMPAIGN-EXIT.
031000     EXIT.
031100
031200 2100-RESET-OFFER.
031300     READ CAMPOFR NEXT RECORD
031400         AT END
031500             SET Browse-Is-Done TO TRUE
031600             GO TO 2100-RESET-OFFER-EXIT
031700     END-READ
031800     IF MR-CAMPAIGN-ID NOT = CY-CAMPAIGN-ID (Campaign-Sub)
031900         SET Browse-Is-Done TO TRUE
032000         GO TO 2100-RESET-OFFER-EXIT
032100     END-IF
032200     IF NOT MR-MEASURED-GROUP
032300         GO TO 2100-RESET-OFFER-EXIT
032400     END-IF
032500     MOVE ZERO TO MR-CURRENT-BALANCE MR-CURRENT-ACCOUNTS
032600                  MR-OPENED-DATE
032700     MOVE "N" TO MR-CURRENT-BILL-PAY MR-CURRENT-ESTATEMENT
032800                 MR-CURRENT-ALERTS MR-OPENED-FLAG
032900     MOVE SPACES TO MR-OPENED-ACCOUNT MR-OPENED-PRODUCT-CODE
033000     REWRITE MR-CAMPAIGN-OFFER-RECORD.
033100 2100-RESET-OFFER-EXIT.
033200     EXIT.
033300
033400*****************************************************************
033500*    ONE ACCOUNT, AGAINST EVERY CAMPAIGN ITS OWNER IS ON. A     *
033600*    CLOSED ACCOUNT ADDS NO BALANCE, BUT ONE OPENED INSIDE THE  *
033700*    WINDOW STILL COUNTS AS OPENED.                             *
033800*****************************************************************
033900 3000-MEASURE-ACCOUNT.
034000     ADD 1 TO Accounts-Read
034100     MOVE MF-ACCOUNT-NUMBER TO Work-Customer-Number
034200     MOVE MF-ACCOUNT-NUMBER TO RL-ACCOUNT-NUMBER
034300     READ CUSTREL
034400         INVALID KEY
034500             CONTINUE
034600         NOT INVALID KEY
034700             MOVE RL-CUSTOMER-NUMBER TO Work-Customer-Number
034800     END-READ
034900     SET Account-Services-Unknown TO TRUE
035000     PERFORM 3100-MEASURE-OFFER THRU 3100-MEASURE-OFFER-EXIT
035100         VARYING Campaign-Sub FROM 1 BY 1
035200         UNTIL Campaign-Sub > Campaign-Count
035300     READ ACCTMSTR
035400         AT END
035500             SET Acctmstr-EOF TO TRUE
035600     END-READ.
035700 3000-MEASURE-ACCOUNT-EXIT.
035800     EXIT.
035900
036000 3100-MEASURE-OFFER.
036100     MOVE CY-CAMPAIGN-ID (Campaign-Sub) TO MR-CAMPAIGN-ID
036200     MOVE Work-Customer-Number TO MR-CUSTOMER-NUMBER
036300     READ CAMPOFR
036400         INVALID KEY
036500             GO TO 3100-MEASURE-OFFER-EXIT
036600     END-READ
036700     IF NOT MR-MEASURED-GROUP
036800         GO TO 3100-MEASURE-OFFER-EXIT
036900     END-IF
037000     IF MF-OPEN-DATE > MR-SELECTED-DATE
037100         AND MF-OPEN-DATE NOT > CY-WINDOW-END-DATE (Campaign-Sub)
037200         AND NOT MR-OPENED-PRODUCT
037300         IF CY-TARGET-PRODUCT (Campaign-Sub) = SPACES
037400             OR CY-TARGET-PRODUCT (Campaign-Sub)
037500                 = MF-PRODUCT-CODE
037600             SET MR-OPENED-PRODUCT TO TRUE
037700             MOVE MF-ACCOUNT-NUMBER TO MR-OPENED-ACCOUNT
037800             MOVE MF-PRODUCT-CODE TO MR-OPENED-PRODUCT-CODE
037900             MOVE MF-OPEN-DATE TO MR-OPENED-DATE
038000         END-IF
038100     END-IF
038200     IF MF-Account-Is-Closed
038300         REWRITE MR-CAMPAIGN-OFFER-RECORD
038400         GO TO 3100-MEASURE-OFFER-EXIT
038500     END-IF
038600     ADD MF-ACCOUNT-BALANCE TO MR-CURRENT-BALANCE
038700     ADD 1 TO MR-CURRENT-ACCOUNTS
038800     IF Account-Services-Unknown
038900         PERFORM 3200-CHECK-ESTATEMENT
039000             THRU 3200-CHECK-ESTATEMENT-EXIT
039100         MOVE Service-Found-Switch TO Account-Estatement
039200         PERFORM 3300-CHECK-ALERTS THRU 3300-CHECK-ALERTS-EXIT
039300         MOVE Service-Found-Switch TO Account-Alerts
039400         SET Account-Services-Known TO TRUE
039500     END-IF
039600     IF Account-Estatement = "Y"
039700         MOVE "Y" TO MR-CURRENT-ESTATEMENT
039800     END-IF
039900     IF Account-Alerts = "Y"
040000         MOVE "Y" TO MR-CURRENT-ALERTS
040100     END-IF
040200     REWRITE MR-CAMPAIGN-OFFER-RECORD.
040300 3100-MEASURE-OFFER-EXIT.
040400     EXIT.
040500
040600*> E-statements count when paper is suppressed or sent as well.
040700 3200-CHECK-ESTATEMENT.
040800     SET Service-Not-Held TO TRUE
040900     IF Stmtpref-Missing
041000         GO TO 3200-CHECK-ESTATEMENT-EXIT
041100     END-IF
041200     MOVE MF-ACCOUNT-NUMBER TO DP-ACCOUNT-NUMBER
041300     READ STMTPREF
041400         INVALID KEY
041500             GO TO 3200-CHECK-ESTATEMENT-EXIT
041600     END-READ
041700     IF DP-DELIVER-ELECTRONIC OR DP-DELIVER-BOTH
041800         SET Service-Is-Held TO TRUE
041900     END-IF.
042000 3200-CHECK-ESTATEMENT-EXIT.
042100     EXIT.
042200
042300 3300-CHECK-ALERTS.
042400     SET Service-Not-Held TO TRUE
042500     IF Alertsub-Missing
042600         GO TO 3300-CHECK-ALERTS-EXIT
042700     END-IF
042800     MOVE MF-ACCOUNT-NUMBER TO AS-ACCOUNT-NUMBER
042900     MOVE LOW-VALUES TO AS-ALERT-TYPE
043000     START ALERTSUB KEY IS NOT LESS THAN AS-ALERT-KEY
043100         INVALID KEY
043200             GO TO 3300-CHECK-ALERTS-EXIT
043300     END-START
043400     READ ALERTSUB NEXT RECORD
043500         AT END
043600             GO TO 3300-CHECK-ALERTS-EXIT
043700     END-READ
043800     IF AS-ACCOUNT-NUMBER = MF-ACCOUNT-NUMBER
043900         SET Service-Is-Held TO TRUE
044000     END-IF.
044100 3300-CHECK-ALERTS-EXIT.
044200     EXIT.
044300
044400*****************************************************************
044500*    SCORE EVERY TARGET AND CONTROL ROW, THEN DATE THE          *
044600*    CAMPAIGN'S MEASUREMENT AND CLOSE IT ONCE ITS WINDOW HAS    *
044700*    ENDED.                                                     *
044800*****************************************************************
044900 4000-SCORE-CAMPAIGN.
045000     SET Browse-Is-Open TO TRUE
045100     MOVE CY-CAMPAIGN-ID (Campaign-Sub) TO MR-CAMPAIGN-ID
045200     MOVE LOW-VALUES TO MR-CUSTOMER-NUMBER
045300     START CAMPOFR KEY IS NOT LESS THAN MR-OFFER-KEY
045400         INVALID KEY
045500             SET Browse-Is-Done TO TRUE
045600     END-START
045700     PERFORM 4100-SCORE-OFFER THRU 4100-SCORE-OFFER-EXIT
045800         UNTIL Browse-Is-Done
045900     MOVE CY-CAMPAIGN-ID (Campaign-Sub) TO CF-CAMPAIGN-ID
046000     READ CAMPDEF
046100         INVALID KEY
046200             GO TO 4000-SCORE-CAMPAIGN-EXIT
046300     END-READ
046400     MOVE Run-Date TO CF-LAST-MEASURED-DATE
046500     IF Run-Date NOT < CF-WINDOW-END-DATE
046600         SET CF-STATUS-CLOSED TO TRUE
046700         ADD 1 TO Campaigns-Closed
046800     END-IF
046900     REWRITE CF-CAMPAIGN-RECORD
047000     DISPLAY CF-CAMPAIGN-ID " MEASURED "
047100         CY-MEASURED (Campaign-Sub)
047200         "  TARGET RESPONDED " CY-TARGET-RESPONDED (Campaign-Sub)
047300         "  CONTROL RESPONDED "
047400         CY-CONTROL-RESPONDED (Campaign-Sub)
047500     IF CF-STATUS-CLOSED
047600         DISPLAY CF-CAMPAIGN-ID ": Window ended "
047700             CF-WINDOW-END-DATE " - final measurement,"
047800             " campaign closed."
047900     END-IF.
048000 4000-SCORE-CAMPAIGN-EXIT.
048100     EXIT.
048200
048300 4100-SCORE-OFFER.
048400     READ CAMPOFR NEXT RECORD
048500         AT END
048600             SET Browse-Is-Done TO TRUE
048700             GO TO 4100-SCORE-OFFER-EXIT
048800     END-READ
048900     IF MR-CAMPAIGN-ID NOT = CY-CAMPAIGN-ID (Campaign-Sub)
049000         SET Browse-Is-Done TO TRUE
049100         GO TO 4100-SCORE-OFFER-EXIT
049200     END-IF
049300     IF NOT MR-MEASURED-GROUP
049400         GO TO 4100-SCORE-OFFER-EXIT
049500     END-IF
049600     ADD 1 TO CY-MEASURED (Campaign-Sub)
049700     ADD 1 TO Offer-Rows-Measured
049800     MOVE MR-CUSTOMER-NUMBER TO Work-Customer-Number
049900     PERFORM 4200-CHECK-BILL-PAY THRU 4200-CHECK-BILL-PAY-EXIT
050000     MOVE Service-Found-Switch TO MR-CURRENT-BILL-PAY
050100*> A lift of zero on the campaign takes any rise at all.
050200     MOVE "N" TO MR-RAISED-FLAG
050300     COMPUTE Balance-Change =
050400         MR-CURRENT-BALANCE - MR-BASE-BALANCE
050500     IF Balance-Change > ZERO
050600         AND Balance-Change NOT < CY-BALANCE-LIFT (Campaign-Sub)
050700         SET MR-RAISED-BALANCE TO TRUE
050800     END-IF
050900     MOVE "N" TO MR-ENROLLED-FLAG
051000     EVALUATE CY-TARGET-SERVICE (Campaign-Sub)
051100         WHEN "BP"
051200             IF MR-CURRENT-BILL-PAY = "Y"
051300                 AND MR-BASE-BILL-PAY NOT = "Y"
051400                 SET MR-ENROLLED-SERVICE TO TRUE
051500             END-IF
051600         WHEN "ES"
051700             IF MR-CURRENT-ESTATEMENT = "Y"
051800                 AND MR-BASE-ESTATEMENT NOT = "Y"
051900                 SET MR-ENROLLED-SERVICE TO TRUE
052000             END-IF
052100         WHEN "AL"
052200             IF MR-CURRENT-ALERTS = "Y"
052300                 AND MR-BASE-ALERTS NOT = "Y"
052400                 SET MR-ENROLLED-SERVICE TO TRUE
052500             END-IF
052600         WHEN OTHER
052700             IF (MR-CURRENT-BILL-PAY = "Y"
052800                     AND MR-BASE-BILL-PAY NOT = "Y")
052900                 OR (MR-CURRENT-ESTATEMENT = "Y"
053000                     AND MR-BASE-ESTATEMENT NOT = "Y")
053100                 OR (MR-CURRENT-ALERTS = "Y"
053200                     AND MR-BASE-ALERTS NOT = "Y")
053300                 SET MR-ENROLLED-SERVICE TO TRUE
053400             END-IF
053500     END-EVALUATE
053600     SET MR-NO-RESPONSE TO TRUE
053700     EVALUATE TRUE
053800         WHEN CY-OFFER-PRODUCT (Campaign-Sub)
053900             IF MR-OPENED-PRODUCT
054000                 SET MR-RESPONDED TO TRUE
054100             END-IF
054200         WHEN CY-OFFER-BALANCE (Campaign-Sub)
054300             IF MR-RAISED-BALANCE
054400                 SET MR-RESPONDED TO TRUE
054500             END-IF
054600         WHEN CY-OFFER-SERVICE (Campaign-Sub)
054700             IF MR-ENROLLED-SERVICE
054800                 SET MR-RESPONDED TO TRUE
054900             END-IF
055000     END-EVALUATE
055100*> The response date is the first measurement that saw it; a
055200*> customer who has since fallen back loses it.
055300     IF MR-RESPONDED
055400         IF MR-RESPONSE-DATE = ZERO
055500             MOVE Run-Date TO MR-RESPONSE-DATE
055600         END-IF
055700         IF MR-TARGET-GROUP
055800             ADD 1 TO CY-TARGET-RESPONDED (Campaign-Sub)
055900         ELSE
056000             ADD 1 TO CY-CONTROL-RESPONDED (Campaign-Sub)
056100         END-IF
056200     ELSE
056300         MOVE ZERO TO MR-RESPONSE-DATE
056400     END-IF
056500     MOVE Run-Date TO MR-MEASURED-DATE
056600     REWRITE MR-CAMPAIGN-OFFER-RECORD.
056700 4100-SCORE-OFFER-EXIT.
056800     EXIT.
056900
057000*> Bill pay belongs to the customer: any active payee counts.
057100 4200-CHECK-BILL-PAY.
057200     SET Service-Not-Held TO TRUE
057300     IF Bppayee-Missing
057400         GO TO 4200-CHECK-BILL-PAY-EXIT
057500     END-IF
057600     MOVE Work-Customer-Number TO PE-CUSTOMER-NUMBER
057700     MOVE LOW-VALUES TO PE-PAYEE-ID
057800     START BPPAYEE KEY IS NOT LESS THAN PE-PAYEE-KEY
057900         INVALID KEY
058000             GO TO 4200-CHECK-BILL-PAY-EXIT
058100     END-START
058200     PERFORM 4210-NEXT-PAYEE THRU 4210-NEXT-PAYEE-EXIT
058300         UNTIL Service-Is-Held
058400            OR Bppayee-EOF
058500            OR PE-CUSTOMER-NUMBER NOT = Work-Customer-Number.
058600 4200-CHECK-BILL-PAY-EXIT.
058700     EXIT.
058800
058900 4210-NEXT-PAYEE.
059000     READ BPPAYEE NEXT RECORD
059100         AT END
059200             GO TO 4210-NEXT-PAYEE-EXIT
059300     END-READ
059400     IF PE-CUSTOMER-NUMBER = Work-Customer-Number
059500         AND PE-PAYEE-ACTIVE
059600         SET Service-Is-Held TO TRUE
059700     END-IF.
059800 4210-NEXT-PAYEE-EXIT.
059900     EXIT.
060000
060100 9000-TERMINATE.
060200     CLOSE CAMPDEF
060300     CLOSE CAMPOFR
060400     CLOSE CUSTREL
060500     IF Stmtpref-Available
060600         CLOSE STMTPREF
060700     END-IF
060800     IF Alertsub-Available
060900         CLOSE ALERTSUB
061000     END-IF
061100     IF Bppayee-Available
061200         CLOSE BPPAYEE
061300     END-IF
061400     DISPLAY " "
061500     DISPLAY "CAMPAIGN RESPONSE TRACKING SUMMARY"
061600     DISPLAY "Campaigns read          - " Campaigns-Read
061700     DISPLAY "Campaigns measured      - " Campaign-Count
061800     DISPLAY "Not measured (table)    - " Campaigns-Not-Tracked
061900     DISPLAY "Campaigns closed        - " Campaigns-Closed
062000     DISPLAY "Accounts read           - " Accounts-Read
062100     DISPLAY "Offer rows measured     - " Offer-Rows-Measured.
062200 9000-TERMINATE-EXIT.
062300     EXIT.
