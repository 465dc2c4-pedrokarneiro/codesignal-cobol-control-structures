000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CampaignSelection.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    CAMPAIGNSELECTION                                          *
001100*                                                               *
001200*    SELECTS THE CUSTOMERS FOR EVERY MARKETING CAMPAIGN ON      *
001300*    CAMPDEF THAT IS STILL DEFINED (D) AND WHOSE SELECTION      *
001400*    DATE HAS COME. THE SEGMENTATION EXTRACT (SEGEXT) IS READ   *
001500*    TWICE PER CAMPAIGN:                                        *
001600*      - FIRST, EVERY OPEN ACCOUNT IN THE CAMPAIGN'S SEGMENT    *
001700*        NOMINATES ITS OWNER (CUSTREL, OR THE ACCOUNT NUMBER    *
001800*        WHERE THE REGISTER HAS NO LINK). EACH CUSTOMER IS      *
001900*        CONSIDERED ONCE. A CUSTOMER WHO HAS OPTED OUT OF       *
002000*        MARKETING (MKTOPT), IS DECEASED (CUSTMSTR), IS UNDER   *
002100*        AN ACTIVE BANKRUPTCY STAY OR HAS NO GOOD ADDRESS       *
002200*        (CUSTADDR) IS REGISTERED AS EXCLUDED WITH THE REASON.  *
002300*        THE REST ARE DRAWN AT RANDOM INTO THE HELD-OUT         *
002400*        CONTROL GROUP AT THE CAMPAIGN'S CONTROL PERCENT OR     *
002500*        ELSE INTO THE TARGET GROUP, WHICH GOES ON THE OFFER    *
002600*        LIST (CAMPLST) FOR THE MAIL VENDOR;                    *
002700*      - THEN EVERY OPEN ACCOUNT OF A TARGET OR CONTROL         *
002800*        CUSTOMER, IN THE SEGMENT OR NOT, ADDS ITS BALANCE TO   *
002900*        THE CUSTOMER'S BASE FIGURES, WITH THE SERVICES HELD    *
003000*        (E-STATEMENTS, BALANCE ALERTS, ACTIVE BILL PAY         *
003100*        PAYEES), SO RESPONSES CAN LATER BE MEASURED AGAINST    *
003200*        THEM.                                                  *
003300*    THE CAMPAIGN IS THEN MARKED SELECTED (S) WITH ITS RESPONSE *
003400*    WINDOW END DATE. A CAMPAIGN THAT ALREADY HAS ROWS ON THE   *
003500*    CAMPOFR REGISTER IS NOT SELECTED AGAIN. NO CAMPDEF, NO     *
003600*    CAMPOFR OR NO SEGEXT ENDS RC 16.                           *
003700*    CAMPOFR OR NO SEGEXT ENDS RC 16.                           *
003800*                                                               *
003900*    MODIFICATION HISTORY                                      *
004000*    ------------------------------------------------------    *
004100*    DATE       INIT  DESCRIPTION                              *
004200*    ---------  ----  -----------------------------------      *
004300*    2026-10-15  RLB  ORIGINAL.                                *
004400*                                                               *
004500*****************************************************************
004600
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT CAMPDEF ASSIGN TO "CAMPDEF"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS CF-CAMPAIGN-ID
005400         FILE STATUS IS Campdef-File-Status.
005500
005600     SELECT SEGEXT ASSIGN TO "SEGEXT"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS Segext-File-Status.
005900
006000     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS RANDOM
006300         RECORD KEY IS MF-ACCOUNT-NUMBER
006400         FILE STATUS IS Acctmstr-File-Status.
006500
006600     SELECT CUSTREL ASSIGN TO "CUSTREL"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS RANDOM
006900         RECORD KEY IS RL-ACCOUNT-NUMBER
007000         FILE STATUS IS Custrel-File-Status.
007100
007200     SELECT CUSTMSTR ASSIGN TO "CUSTMSTR"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS RANDOM
007500         RECORD KEY IS CM-CUSTOMER-NUMBER
007600         FILE STATUS IS Custmstr-File-Status.
007700
007800     SELECT CUSTADDR ASSIGN TO "CUSTADDR"
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS RANDOM
008100         RECORD KEY IS NA-CUSTOMER-NUMBER
008200         FILE STATUS IS Custaddr-File-Status.
008300
008400     SELECT MKTOPT ASSIGN TO "MKTOPT"
008500         ORGANIZATION IS INDEXED
008600         ACCESS MODE IS RANDOM
008700         RECORD KEY IS MU-CUSTOMER-NUMBER
008800         FILE STATUS IS Mktopt-File-Status.
008900
009000     SELECT STMTPREF ASSIGN TO "STMTPREF"
009100         ORGANIZATION IS INDEXED
009200         ACCESS MODE IS RANDOM
009300         RECORD KEY IS DP-ACCOUNT-NUMBER
009400         FILE STATUS IS Stmtpref-File-Status.
009500
009600     SELECT ALERTSUB ASSIGN TO "ALERTSUB"
009700         ORGANIZATION IS INDEXED
009800         ACCESS MODE IS DYNAMIC
009900         RECORD KEY IS AS-ALERT-KEY
010000         FILE STATUS IS Alertsub-File-Status.
010100
010200     SELECT BPPAYEE ASSIGN TO "BPPAYEE"
010300         ORGANIZATION IS INDEXED
010400         ACCESS MODE IS DYNAMIC
010500         RECORD KEY IS PE-PAYEE-KEY
010600         FILE STATUS IS Bppayee-File-Status.
010700
010800     SELECT CAMPOFR ASSIGN TO "CAMPOFR"
010900         ORGANIZATION IS INDEXED
011000         ACCESS MODE IS DYNAMIC
011100         RECORD KEY IS MR-OFFER-KEY
011200         FILE STATUS IS Campofr-File-Status.
011300
011400     SELECT CAMPLST ASSIGN TO "CAMPLST"
011500         ORGANIZATION IS SEQUENTIAL
011600         FILE STATUS IS Camplst-File-Status.
011700
011800 DATA DIVISION.
011900 FILE SECTION.
012000 FD  CAMPDEF.
012100     COPY CAMPDEF.
012200
012300 FD  SEGEXT.
012400     COPY SEGEXT.
012500
012600 FD  ACCTMSTR.
012700     COPY ACCTMSTR.
012800
012900 FD  CUSTREL.
013000     COPY CUSTREL.
013100
013200 FD  CUSTMSTR.
013300     COPY CUSTMSTR.
013400
013500 FD  CUSTADDR.
013600     COPY CUSTADDR.
013700
013800 FD  MKTOPT.
013900     COPY MKTOPT.
014000
014100 FD  STMTPREF.
014200     COPY STMTPREF.
014300
014400 FD  ALERTSUB.
014500     COPY ALERTSUB.
014600
014700 FD  BPPAYEE.
014800     COPY BPPAYEE.
014900
015000 FD  CAMPOFR.
015100     COPY CAMPOFR.
015200
015300 FD  CAMPLST.
015400     COPY CAMPLST.
015500
015600 WORKING-STORAGE SECTION.
015700 01  Campdef-File-Status             PIC XX.
015800     88  Campdef-OK                  VALUE "00".
015900     88  Campdef-EOF                 VALUE "10".
016000 01  Segext-File-Status              PIC XX.
016100     88  Segext-OK                   VALUE "00".
016200     88  Segext-EOF                  VALUE "10".
016300 01  Acctmstr-File-Status            PIC XX.
016400     88  Acctmstr-OK                 VALUE "00".
016500     88  Acctmstr-Not-On-File        VALUE "23".
016600 01  Custrel-File-Status             PIC XX.
016700     88  Custrel-OK                  VALUE "00".
016800     88  Custrel-Not-On-File         VALUE "23".
016900 01  Custmstr-File-Status            PIC XX.
017000     88  Custmstr-OK                 VALUE "00".
017100     88  Custmstr-Not-On-File        VALUE "23".
017200 01  Custaddr-File-Status            PIC XX.
017300     88  Custaddr-OK                 VALUE "00".
017400     88  Custaddr-Not-On-File        VALUE "23".
017500 01  Mktopt-File-Status              PIC XX.
017600     88  Mktopt-OK                   VALUE "00".
017700     88  Mktopt-Not-On-File          VALUE "23".
017800 01  Stmtpref-File-Status            PIC XX.
017900     88  Stmtpref-OK                 VALUE "00".
018000     88  Stmtpref-Not-On-File        VALUE "23".
018100 01  Alertsub-File-Status            PIC XX.
018200     88  Alertsub-OK                 VALUE "00".
018300     88  Alertsub-EOF                VALUE "10".
018400 01  Bppayee-File-Status             PIC XX.
018500     88  Bppayee-OK                  VALUE "00".
018600     88  Bppayee-EOF                 VALUE "10".
018700 01  Campofr-File-Status             PIC XX.
018800     88  Campofr-OK                  VALUE "00".
018900     88  Campofr-Not-On-File         VALUE "23".
019000 01  Camplst-File-Status             PIC XX.
019100     88  Camplst-OK                  VALUE "00".
019200
019300 77  Trailer-Tag                     PIC X(08) VALUE "*TRAILER".
019400
019500 01  Run-Date                        PIC 9(08).
019600 01  Seed-Time                       PIC 9(08).
019700 01  Random-Fraction                 PIC V9(09).
019800 01  Draw-Percent                    PIC 9(03)V9(07).
019900 01  Work-Customer-Number            PIC X(10).
020000
020100*> The optional files - a missing one is read as holding no
020200*> rows, as the nightly steps do.
020300 01  Optional-File-Switches.
020400     05  Mktopt-Switch               PIC X(01).
020500         88  Mktopt-Available        VALUE "Y".
020600         88  Mktopt-Missing          VALUE "N".
020700     05  Stmtpref-Switch             PIC X(01).
020800         88  Stmtpref-Available      VALUE "Y".
020900         88  Stmtpref-Missing        VALUE "N".
021000     05  Alertsub-Switch             PIC X(01).
021100         88  Alertsub-Available      VALUE "Y".
021200         88  Alertsub-Missing        VALUE "N".
021300     05  Bppayee-Switch              PIC X(01).
021400         88  Bppayee-Available       VALUE "Y".
021500         88  Bppayee-Missing         VALUE "N".
021600
021700 01  Campaign-Switch                 PIC X(01).
021800     88  Campaign-Is-Selectable      VALUE "Y".
021900     88  Campaign-Is-Refused         VALUE "N".
022000 01  Exclude-Reason                  PIC X(01).
022100     88  Customer-Is-Eligible        VALUE SPACE.
022200 01  Browse-Switch                   PIC X(01).
022300     88  Browse-Is-Done              VALUE "Y".
022400     88  Browse-Is-Open              VALUE "N".
022500 01  Service-Found-Switch            PIC X(01).
022600     88  Service-Is-Held             VALUE "Y".
022700     88  Service-Not-Held            VALUE "N".
022800
022900 01  Stay-Result                     PIC X(01).
023000     88  Stay-Is-Active              VALUE "Y".
023100     88  Stay-Not-Active             VALUE "N".
023200 01  Stay-Customer-Number            PIC X(10).
023300 01  Stay-Case-Number                PIC X(15).
023400
023500 01  Campaign-Counters.
023600     05  Segment-Accounts            PIC 9(7) COMP.
023700     05  Customers-Considered        PIC 9(7) COMP.
023800     05  Target-Customers            PIC 9(7) COMP.
023900     05  Control-Customers           PIC 9(7) COMP.
024000     05  Excluded-Customers          PIC 9(7) COMP.
024100     05  Excluded-Opt-Out            PIC 9(7) COMP.
024200     05  Excluded-Deceased           PIC 9(7) COMP.
024300     05  Excluded-Bankruptcy         PIC 9(7) COMP.
024400     05  Excluded-Address            PIC 9(7) COMP.
024500 01  Run-Counters.
024600     05  Campaigns-Read              PIC 9(7) COMP.
024700     05  Campaigns-Selected          PIC 9(7) COMP.
024800     05  Campaigns-Refused           PIC 9(7) COMP.
024900     05  Offers-Listed               PIC 9(7) COMP.
025000
025100 PROCEDURE DIVISION.
025200
025300 0000-MAINLINE.
025400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
025500     PERFORM 2000-PROCESS-CAMPAIGN
025600         THRU 2000-PROCESS-CAMPAIGN-EXIT
025700         UNTIL Campdef-EOF
025800     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
025900     STOP RUN.
026000
026100 1000-INITIALIZE.
026200     MOVE ZERO TO Run-Counters
026300     ACCEPT Run-Date FROM DATE YYYYMMDD
026400     OPEN I-O CAMPDEF
026500     IF NOT Campdef-OK
026600         DISPLAY "CAMPDEF open failed - " Campdef-File-Status
026700         MOVE 16 TO RETURN-CODE
026800         STOP RUN
026900     END-IF
027000     OPEN I-O CAMPOFR
027100     IF NOT Campofr-OK
027200         DISPLAY "CAMPOFR open failed - " Campofr-File-Status
027300         CLOSE CAMPDEF
027400         MOVE 16 TO RETURN-CODE
027500         STOP RUN
027600     END-IF
027700     OPEN INPUT SEGEXT
027800     IF NOT Segext-OK
027900         DISPLAY "SEGEXT open failed - " Segext-File-Status
028000         CLOSE CAMPDEF
028100         CLOSE CAMPOFR
028200         MOVE 16 TO RETURN-CODE
028300         STOP RUN
028400     END-IF
028500     CLOSE SEGEXT
028600     OPEN INPUT ACCTMSTR
028700     OPEN INPUT CUSTREL
028800     OPEN INPUT CUSTMSTR
028900     OPEN INPUT CUSTADDR
029000     SET Mktopt-Available TO TRUE
029100     OPEN INPUT MKTOPT
029200     IF NOT Mktopt-OK
029300         SET Mktopt-Missing TO TRUE
029400     END-IF
029500     SET Stmtpref-Available TO TRUE
029600     OPEN INPUT STMTPREF
029700     IF NOT Stmtpref-OK
029800         SET Stmtpref-Missing TO TRUE
029900     END-IF
030000     SET Alertsub-Available TO TRUE
030100     OPEN INPUT ALERTSUB
030200     IF NOT Alertsub-OK
030300         SET Alertsub-Missing TO TRUE
030400     END-IF
030500     SET Bppayee-Available TO TRUE
030600     OPEN INPUT BPPAYEE
030700     IF NOT Bppayee-OK
030800         SET Bppayee-Missing TO TRUE
030900     END-IF
031000     OPEN OUTPUT CAMPLST
031100*> Seed the draw from the clock once; every later draw
031200*> continues the same sequence.
031300     ACCEPT Seed-Time FROM TIME
031400     COMPUTE Random-Fraction = FUNCTION RANDOM(Seed-Time)
031500     DISPLAY "CAMPAIGN SELECTION - RUN DATE " Run-Date
031600     READ CAMPDEF NEXT RECORD
031700         AT END
031800             SET Campdef-EOF TO TRUE
031900     END-READ.
032000 1000-INITIALIZE-EXIT.
032100     EXIT.
032200
032300*****************************************************************
032400*    A DEFINED CAMPAIGN WHOSE SELECTION DATE HAS COME IS        *
032500*    CHECKED, SELECTED IN TWO PASSES OF SEGEXT AND MARKED       *
032600*    SELECTED WITH ITS WINDOW END. ANY OTHER ROW IS PASSED BY.  *
032700*****************************************************************
032800 2000-PROCESS-CAMPAIGN.
032900     ADD 1 TO Campaigns-Read
033000     IF NOT CF-STATUS-DEFINED
033100         OR CF-SELECT-DATE > Run-Date
033200         GO TO 2000-READ-NEXT
033300     END-IF
033400     PERFORM 2050-CHECK-CAMPAIGN THRU 2050-CHECK-CAMPAIGN-EXIT
033500     IF Campaign-Is-Refused
033600         ADD 1 TO Campaigns-Refused
033700         GO TO 2000-READ-NEXT
033800     END-IF
033900     MOVE ZERO TO Campaign-Counters
034000     OPEN INPUT SEGEXT
034100     READ SEGEXT
034200         AT END
034300             SET Segext-EOF TO TRUE
034400     END-READ
034500     PERFORM 2100-SELECT-ACCOUNT THRU 2100-SELECT-ACCOUNT-EXIT
034600         UNTIL Segext-EOF
034700     CLOSE SEGEXT
034800     OPEN INPUT SEGEXT
034900     READ SEGEXT
035000         AT END
035100             SET Segext-EOF TO TRUE
035200     END-READ
035300     PERFORM 2300-BASE-ACCOUNT THRU 2300-BASE-ACCOUNT-EXIT
035400         UNTIL Segext-EOF
035500     CLOSE SEGEXT
035600     SET CF-STATUS-SELECTED TO TRUE
035700     MOVE Run-Date TO CF-SELECTED-DATE
035800     COMPUTE CF-WINDOW-END-DATE = FUNCTION DATE-OF-INTEGER
035900         (FUNCTION INTEGER-OF-DATE (Run-Date)
036000          + CF-RESPONSE-DAYS)
036100     MOVE Target-Customers TO CF-TARGET-COUNT
036200     MOVE Control-Customers TO CF-CONTROL-COUNT
036300     MOVE Excluded-Customers TO CF-EXCLUDED-COUNT
036400     MOVE ZERO TO CF-LAST-MEASURED-DATE
036500     REWRITE CF-CAMPAIGN-RECORD
036600     ADD 1 TO Campaigns-Selected
036700     DISPLAY " "
036800     DISPLAY "CAMPAIGN " CF-CAMPAIGN-ID " " CF-DESCRIPTION
036900     DISPLAY "  Segment accounts      - " Segment-Accounts
037000     DISPLAY "  Customers considered  - " Customers-Considered
037100     DISPLAY "  Target (offer list)   - " Target-Customers
037200     DISPLAY "  Control (held out)    - " Control-Customers
037300     DISPLAY "  Excluded              - " Excluded-Customers
037400     DISPLAY "    marketing opt-out   - " Excluded-Opt-Out
037500     DISPLAY "    deceased            - " Excluded-Deceased
037600     DISPLAY "    bankruptcy stay     - " Excluded-Bankruptcy
037700     DISPLAY "    bad/missing address - " Excluded-Address
037800     DISPLAY "  Response window ends  - " CF-WINDOW-END-DATE.
037900
038000 2000-READ-NEXT.
038100     READ CAMPDEF NEXT RECORD
038200         AT END
038300             SET Campdef-EOF TO TRUE
038400     END-READ.
038500 2000-PROCESS-CAMPAIGN-EXIT.
038600     EXIT.
038700
038800*> A campaign already on the register was selected before;
038900*> selecting it again would redraw the groups under the
039000*> responses being tracked.
039100 2050-CHECK-CAMPAIGN.
039200     SET Campaign-Is-Selectable TO TRUE
039300     IF NOT CF-OFFER-PRODUCT
039400         AND NOT CF-OFFER-BALANCE
039500         AND NOT CF-OFFER-SERVICE
039600         SET Campaign-Is-Refused TO TRUE
039700         DISPLAY CF-CAMPAIGN-ID ": Offer type " CF-OFFER-TYPE
039800             " is not P, B or S - not selected."
039900         GO TO 2050-CHECK-CAMPAIGN-EXIT
040000     END-IF
040100     IF CF-RESPONSE-DAYS NOT NUMERIC
040200         OR CF-RESPONSE-DAYS = ZERO
040300         OR CF-CONTROL-PERCENT NOT NUMERIC
040400         SET Campaign-Is-Refused TO TRUE
040500         DISPLAY CF-CAMPAIGN-ID ": Response days or control"
040600             " percent not usable - not selected."
040700         GO TO 2050-CHECK-CAMPAIGN-EXIT
040800     END-IF
040900     MOVE CF-CAMPAIGN-ID TO MR-CAMPAIGN-ID
041000     MOVE LOW-VALUES TO MR-CUSTOMER-NUMBER
041100     START CAMPOFR KEY IS NOT LESS THAN MR-OFFER-KEY
041200         INVALID KEY
041300             GO TO 2050-CHECK-CAMPAIGN-EXIT
041400     END-START
041500     READ CAMPOFR NEXT RECORD
041600         AT END
041700             GO TO 2050-CHECK-CAMPAIGN-EXIT
041800     END-READ
041900     IF MR-CAMPAIGN-ID = CF-CAMPAIGN-ID
042000         SET Campaign-Is-Refused TO TRUE
042100         DISPLAY CF-CAMPAIGN-ID ": Already on the offer"
042200             " register - not selected again."
042300     END-IF.
042400 2050-CHECK-CAMPAIGN-EXIT.
042500     EXIT.
042600
042700*****************************************************************
042800*    PASS ONE. AN OPEN ACCOUNT IN THE SEGMENT NOMINATES ITS     *
042900*    OWNER; A CUSTOMER ALREADY ON THE REGISTER FOR THIS         *
043000*    CAMPAIGN (THROUGH AN EARLIER ACCOUNT) IS NOT DRAWN AGAIN.  *
043100*****************************************************************
043200 2100-SELECT-ACCOUNT.
043300     IF SE-ACCOUNT-NUMBER (1:8) = Trailer-Tag
043400         GO TO 2100-READ-NEXT
043500     END-IF
043600     IF CF-SEGMENT-BALANCE-TIER NOT = SPACES
043700         AND CF-SEGMENT-BALANCE-TIER NOT = SE-BALANCE-TIER
043800         GO TO 2100-READ-NEXT
043900     END-IF
044000     IF CF-SEGMENT-TRUST-TIER NOT = SPACES
044100         AND CF-SEGMENT-TRUST-TIER NOT = SE-TRUST-TIER
044200         GO TO 2100-READ-NEXT
044300     END-IF
044400     MOVE SE-ACCOUNT-NUMBER TO MF-ACCOUNT-NUMBER
044500     READ ACCTMSTR
044600         INVALID KEY
044700             GO TO 2100-READ-NEXT
044800     END-READ
044900     IF MF-Account-Is-Closed
045000         GO TO 2100-READ-NEXT
045100     END-IF
045200     ADD 1 TO Segment-Accounts
045300     PERFORM 2500-FIND-OWNER THRU 2500-FIND-OWNER-EXIT
045400     MOVE CF-CAMPAIGN-ID TO MR-CAMPAIGN-ID
045500     MOVE Work-Customer-Number TO MR-CUSTOMER-NUMBER
045600     READ CAMPOFR
045700         INVALID KEY
045800             CONTINUE
045900     END-READ
046000     IF Campofr-OK
046100         GO TO 2100-READ-NEXT
046200     END-IF
046300     ADD 1 TO Customers-Considered
046400     PERFORM 2200-SCREEN-CUSTOMER THRU 2200-SCREEN-CUSTOMER-EXIT
046500     MOVE SPACES TO MR-CAMPAIGN-OFFER-RECORD
046600     MOVE CF-CAMPAIGN-ID TO MR-CAMPAIGN-ID
046700     MOVE Work-Customer-Number TO MR-CUSTOMER-NUMBER
046800     MOVE SE-ACCOUNT-NUMBER TO MR-ACCOUNT-NUMBER
046900     MOVE Run-Date TO MR-SELECTED-DATE
047000     MOVE ZERO TO MR-BASE-BALANCE MR-BASE-ACCOUNTS
047100                  MR-CURRENT-BALANCE MR-CURRENT-ACCOUNTS
047200                  MR-OPENED-DATE MR-RESPONSE-DATE
047300                  MR-MEASURED-DATE
047400     MOVE "N" TO MR-BASE-BILL-PAY MR-BASE-ESTATEMENT
047500                 MR-BASE-ALERTS MR-CURRENT-BILL-PAY
047600                 MR-CURRENT-ESTATEMENT MR-CURRENT-ALERTS
047700                 MR-OPENED-FLAG MR-RAISED-FLAG
047800                 MR-ENROLLED-FLAG MR-RESPONSE-FLAG
047900     IF NOT Customer-Is-Eligible
048000         SET MR-EXCLUDED TO TRUE
048100         MOVE Exclude-Reason TO MR-EXCLUDE-REASON
048200         ADD 1 TO Excluded-Customers
048300         WRITE MR-CAMPAIGN-OFFER-RECORD
048400         GO TO 2100-READ-NEXT
048500     END-IF
048600     COMPUTE Random-Fraction = FUNCTION RANDOM
048700     COMPUTE Draw-Percent = Random-Fraction * 100
048800     IF Draw-Percent < CF-CONTROL-PERCENT
048900         SET MR-CONTROL-GROUP TO TRUE
049000         ADD 1 TO Control-Customers
049100         WRITE MR-CAMPAIGN-OFFER-RECORD
049200         GO TO 2100-READ-NEXT
049300     END-IF
049400     SET MR-TARGET-GROUP TO TRUE
049500     ADD 1 TO Target-Customers
049600     WRITE MR-CAMPAIGN-OFFER-RECORD
049700     PERFORM 2400-LIST-OFFER THRU 2400-LIST-OFFER-EXIT.
049800
049900 2100-READ-NEXT.
050000     READ SEGEXT
050100         AT END
050200             SET Segext-EOF TO TRUE
050300     END-READ.
050400 2100-SELECT-ACCOUNT-EXIT.
050500     EXIT.
050600
050700*****************************************************************
050800*    THE EXCLUSIONS, IN ORDER: MARKETING OPT-OUT, DECEASED,     *
050900*    ACTIVE BANKRUPTCY STAY, THEN NO GOOD ADDRESS. THE FIRST    *
051000*    THAT APPLIES IS THE REASON REGISTERED.                     *
051100*****************************************************************
051200 2200-SCREEN-CUSTOMER.
051300     MOVE SPACE TO Exclude-Reason
051400     MOVE SPACES TO NA-NAME-ADDRESS-RECORD
051500     IF Mktopt-Available
051600         MOVE Work-Customer-Number TO MU-CUSTOMER-NUMBER
051700         READ MKTOPT
051800             INVALID KEY
051900                 CONTINUE
052000             NOT INVALID KEY
052100                 IF MU-OPTED-OUT
052200                     MOVE "O" TO Exclude-Reason
052300                     ADD 1 TO Excluded-Opt-Out
052400                     GO TO 2200-SCREEN-CUSTOMER-EXIT
052500                 END-IF
052600         END-READ
052700     END-IF
052800     MOVE Work-Customer-Number TO CM-CUSTOMER-NUMBER
052900     READ CUSTMSTR
053000         INVALID KEY
053100             CONTINUE
053200         NOT INVALID KEY
053300             IF CM-Customer-Deceased
053400                 MOVE "D" TO Exclude-Reason
053500                 ADD 1 TO Excluded-Deceased
053600                 GO TO 2200-SCREEN-CUSTOMER-EXIT
053700             END-IF
053800     END-READ
053900     CALL "BankruptcyStayCheck" USING SE-ACCOUNT-NUMBER,
054000         Stay-Result, Stay-Customer-Number, Stay-Case-Number
054100     IF Stay-Is-Active
054200         MOVE "B" TO Exclude-Reason
054300         ADD 1 TO Excluded-Bankruptcy
054400         GO TO 2200-SCREEN-CUSTOMER-EXIT
054500     END-IF
054600     MOVE Work-Customer-Number TO NA-CUSTOMER-NUMBER
054700     READ CUSTADDR
054800         INVALID KEY
054900             MOVE "A" TO Exclude-Reason
055000             ADD 1 TO Excluded-Address
055100             GO TO 2200-SCREEN-CUSTOMER-EXIT
055200     END-READ
055300     IF NA-ADDRESS-BAD
055400         MOVE "A" TO Exclude-Reason
055500         ADD 1 TO Excluded-Address
055600     END-IF.
055700 2200-SCREEN-CUSTOMER-EXIT.
055800     EXIT.
055900
056000*****************************************************************
056100*    PASS TWO. EVERY OPEN ACCOUNT OF A TARGET OR CONTROL        *
056200*    CUSTOMER BUILDS THE BASE FIGURES THE RESPONSES ARE         *
056300*    MEASURED AGAINST.                                          *
056400*****************************************************************
056500 2300-BASE-ACCOUNT.
056600     IF SE-ACCOUNT-NUMBER (1:8) = Trailer-Tag
056700         GO TO 2300-READ-NEXT
056800     END-IF
056900     PERFORM 2500-FIND-OWNER THRU 2500-FIND-OWNER-EXIT
057000     MOVE CF-CAMPAIGN-ID TO MR-CAMPAIGN-ID
057100     MOVE Work-Customer-Number TO MR-CUSTOMER-NUMBER
057200     READ CAMPOFR
057300         INVALID KEY
057400             GO TO 2300-READ-NEXT
057500     END-READ
057600     IF NOT MR-MEASURED-GROUP
057700         GO TO 2300-READ-NEXT
057800     END-IF
057900     MOVE SE-ACCOUNT-NUMBER TO MF-ACCOUNT-NUMBER
058000     READ ACCTMSTR
058100         INVALID KEY
058200             GO TO 2300-READ-NEXT
058300     END-READ
058400     IF MF-Account-Is-Closed
058500         GO TO 2300-READ-NEXT
058600     END-IF
058700     ADD SE-ACCOUNT-BALANCE TO MR-BASE-BALANCE
058800     ADD 1 TO MR-BASE-ACCOUNTS
058900     PERFORM 2600-CHECK-ESTATEMENT
059000         THRU 2600-CHECK-ESTATEMENT-EXIT
059100     IF Service-Is-Held
059200         MOVE "Y" TO MR-BASE-ESTATEMENT
059300     END-IF
059400     PERFORM 2700-CHECK-ALERTS THRU 2700-CHECK-ALERTS-EXIT
059500     IF Service-Is-Held
059600         MOVE "Y" TO MR-BASE-ALERTS
059700     END-IF
059800     IF MR-BASE-ACCOUNTS = 1
059900         PERFORM 2800-CHECK-BILL-PAY
060000             THRU 2800-CHECK-BILL-PAY-EXIT
060100         IF Service-Is-Held
060200             MOVE "Y" TO MR-BASE-BILL-PAY
060300         END-IF
060400     END-IF
060500     REWRITE MR-CAMPAIGN-OFFER-RECORD.
060600
060700 2300-READ-NEXT.
060800     READ SEGEXT
060900         AT END
061000             SET Segext-EOF TO TRUE
061100     END-READ.
061200 2300-BASE-ACCOUNT-EXIT.
061300     EXIT.
061400
061500 2400-LIST-OFFER.
061600     MOVE SPACES TO CW-OFFER-LIST-RECORD
061700     MOVE CF-CAMPAIGN-ID TO CW-CAMPAIGN-ID
061800     MOVE CF-OFFER-CODE TO CW-OFFER-CODE
061900     MOVE Work-Customer-Number TO CW-CUSTOMER-NUMBER
062000     MOVE NA-CUSTOMER-NAME TO CW-CUSTOMER-NAME
062100     MOVE NA-STREET-ADDRESS TO CW-STREET-ADDRESS
062200     MOVE NA-CITY TO CW-CITY
062300     MOVE NA-STATE TO CW-STATE
062400     MOVE NA-POSTAL-CODE TO CW-POSTAL-CODE
062500     WRITE CW-OFFER-LIST-RECORD
062600     ADD 1 TO Offers-Listed.
062700 2400-LIST-OFFER-EXIT.
062800     EXIT.
062900
063000*> The owning customer, where the register knows a different
063100*> one from the account number.
063200 2500-FIND-OWNER.
063300     MOVE SE-ACCOUNT-NUMBER TO Work-Customer-Number
063400     MOVE SE-ACCOUNT-NUMBER TO RL-ACCOUNT-NUMBER
063500     READ CUSTREL
063600         INVALID KEY
063700             CONTINUE
063800         NOT INVALID KEY
063900             MOVE RL-CUSTOMER-NUMBER TO Work-Customer-Number
064000     END-READ.
064100 2500-FIND-OWNER-EXIT.
064200     EXIT.
064300
064400*> E-statements count when paper is suppressed or sent as well.
064500 2600-CHECK-ESTATEMENT.
064600     SET Service-Not-Held TO TRUE
064700     IF Stmtpref-Missing
064800         GO TO 2600-CHECK-ESTATEMENT-EXIT
064900     END-IF
065000     MOVE SE-ACCOUNT-NUMBER TO DP-ACCOUNT-NUMBER
065100     READ STMTPREF
065200         INVALID KEY
065300             GO TO 2600-CHECK-ESTATEMENT-EXIT
065400     END-READ
065500     IF DP-DELIVER-ELECTRONIC OR DP-DELIVER-BOTH
065600         SET Service-Is-Held TO TRUE
065700     END-IF.
065800 2600-CHECK-ESTATEMENT-EXIT.
065900     EXIT.
066000
066100 2700-CHECK-ALERTS.
066200     SET Service-Not-Held TO TRUE
066300     IF Alertsub-Missing
066400         GO TO 2700-CHECK-ALERTS-EXIT
066500     END-IF
066600     MOVE SE-ACCOUNT-NUMBER TO AS-ACCOUNT-NUMBER
066700     MOVE LOW-VALUES TO AS-ALERT-TYPE
066800     START ALERTSUB KEY IS NOT LESS THAN AS-ALERT-KEY
066900         INVALID KEY
067000             GO TO 2700-CHECK-ALERTS-EXIT
067100     END-START
067200     READ ALERTSUB NEXT RECORD
067300         AT END
067400             GO TO 2700-CHECK-ALERTS-EXIT
067500     END-READ
067600     IF AS-ACCOUNT-NUMBER = SE-ACCOUNT-NUMBER
067700         SET Service-Is-Held TO TRUE
067800     END-IF.
067900 2700-CHECK-ALERTS-EXIT.
068000     EXIT.
068100
068200*> Bill pay belongs to the customer: any active payee counts.
068300 2800-CHECK-BILL-PAY.
068400     SET Service-Not-Held TO TRUE
068500     IF Bppayee-Missing
068600         GO TO 2800-CHECK-BILL-PAY-EXIT
068700     END-IF
068800     SET Browse-Is-Open TO TRUE
068900     MOVE Work-Customer-Number TO PE-CUSTOMER-NUMBER
069000     MOVE LOW-VALUES TO PE-PAYEE-ID
069100     START BPPAYEE KEY IS NOT LESS THAN PE-PAYEE-KEY
069200         INVALID KEY
069300             SET Browse-Is-Done TO TRUE
069400     END-START
069500     PERFORM 2810-NEXT-PAYEE THRU 2810-NEXT-PAYEE-EXIT
069600         UNTIL Browse-Is-Done.
069700 2800-CHECK-BILL-PAY-EXIT.
069800     EXIT.
069900
070000 2810-NEXT-PAYEE.
070100     READ BPPAYEE NEXT RECORD
070200         AT END
070300             SET Browse-Is-Done TO TRUE
070400             GO TO 2810-NEXT-PAYEE-EXIT
070500     END-READ
070600     IF PE-CUSTOMER-NUMBER NOT = Work-Customer-Number
070700         SET Browse-Is-Done TO TRUE
070800         GO TO 2810-NEXT-PAYEE-EXIT
070900     END-IF
071000     IF PE-PAYEE-ACTIVE
071100         SET Service-Is-Held TO TRUE
071200         SET Browse-Is-Done TO TRUE
071300     END-IF.
071400 2810-NEXT-PAYEE-EXIT.
071500     EXIT.
071600
071700 9000-TERMINATE.
071800     CLOSE CAMPDEF
071900     CLOSE CAMPOFR
072000     CLOSE ACCTMSTR
072100     CLOSE CUSTREL
072200     CLOSE CUSTMSTR
072300     CLOSE CUSTADDR
072400     IF Mktopt-Available
072500         CLOSE MKTOPT
072600     END-IF
072700     IF Stmtpref-Available
072800         CLOSE STMTPREF
072900     END-IF
073000     IF Alertsub-Available
073100         CLOSE ALERTSUB
073200     END-IF
073300     IF Bppayee-Available
073400         CLOSE BPPAYEE
073500     END-IF
073600     CLOSE CAMPLST
073700     DISPLAY " "
073800     DISPLAY "CAMPAIGN SELECTION SUMMARY"
073900     DISPLAY "Campaigns read          - " Campaigns-Read
074000     DISPLAY "Campaigns selected      - " Campaigns-Selected
074100     DISPLAY "Campaigns refused       - " Campaigns-Refused
074200     DISPLAY "Offers listed           - " Offers-Listed.
074300 9000-TERMINATE-EXIT.
074400     EXIT.
