000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RateChangeApproval.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-10.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    RATECHANGEAPPROVAL                                         *
001100*                                                               *
001200*    THE "CHECKER" HALF OF MAKER-CHECKER CONTROL OVER RATESHT.  *
001300*    APPLIES EACH RATEAPPR DECISION TO THE MATCHING RATEPEND    *
001400*    REQUEST. AN APPROVAL BY AN ACTIVE OFFICER OTHER THAN THE   *
001500*    REQUESTER WRITES THE NEW TIERS ONTO THE DATED RATESHT ROW; *
001600*    A REJECTION OR A SELF-APPROVAL LEAVES RATESHT UNTOUCHED.   *
001700*    EVERY DECISION IS LOGGED TO RATEAUD WITH BOTH NAMES.       *
001800*                                                               *
001900*    BEFORE AN APPROVED SHEET IS WRITTEN IT IS PRICED AGAINST   *
002000*    THE TERMS IT REPLACES (RATESHEETLOOKUP AS OF ITS EFFECTIVE *
002100*    DATE). IF ANY BALANCE WOULD EARN LESS, THE CHANGE IS A     *
002200*    REDUCTION: A CHANGE-IN-TERMS NOTICE IS WRITTEN TO CITNOTC  *
002300*    FOR EVERY OPEN ACCOUNT ON THE PRODUCT, AND THE ROW CANNOT  *
002400*    TAKE EFFECT BEFORE THE ADVANCE-NOTICE PERIOD HAS RUN FROM  *
002500*    TODAY - AN EARLIER EFFECTIVE DATE IS PUSHED OUT TO IT.     *
002600*                                                               *
002700*    MODIFICATION HISTORY                                      *
002800*    ------------------------------------------------------    *
002900*    DATE       INIT  DESCRIPTION                              *
003000*    ---------  ----  -----------------------------------      *
003100*    2026-10-10  RLB  ORIGINAL.                                *
003200*                                                               *
003300*****************************************************************
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT RATEAPPR ASSIGN TO "RATEAPPR"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS Rateappr-File-Status.
004100
004200     SELECT RATEPEND ASSIGN TO "RATEPEND"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS PR-PRODUCT-CODE
004600         FILE STATUS IS Ratepend-File-Status.
004700
004800     SELECT RATESHT ASSIGN TO "RATESHT"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS IR-RATE-SHEET-KEY
005200         FILE STATUS IS Ratesht-File-Status.
005300
005400     SELECT RATEAUD ASSIGN TO "RATEAUD"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS Rateaud-File-Status.
005700
005800     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS SEQUENTIAL
006100         RECORD KEY IS MF-ACCOUNT-NUMBER
006200         FILE STATUS IS Acctmstr-File-Status.
006300
006400     SELECT CUSTREL ASSIGN TO "CUSTREL"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS RANDOM
006700         RECORD KEY IS RL-ACCOUNT-NUMBER
006800         FILE STATUS IS Custrel-File-Status.
006900
007000     SELECT CUSTADDR ASSIGN TO "CUSTADDR"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS RANDOM
007300         RECORD KEY IS NA-CUSTOMER-NUMBER
007400         FILE STATUS IS Custaddr-File-Status.
007500
007600     SELECT CITNOTC ASSIGN TO "CITNOTC"
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS Citnotc-File-Status.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  RATEAPPR.
008300     COPY RATEAPPR.
008400
008500 FD  RATEPEND.
008600     COPY RATEPEND.
008700
008800 FD  RATESHT.
008900     COPY RATESHT.
009000
009100 FD  RATEAUD.
009200     COPY RATEAUD.
009300
009400 FD  ACCTMSTR.
009500     COPY ACCTMSTR.
009600
009700 FD  CUSTREL.
009800     COPY CUSTREL.
009900
010000 FD  CUSTADDR.
010100     COPY CUSTADDR.
010200
010300 FD  CITNOTC.
010400     COPY CITNOTC.
010500
010600 WORKING-STORAGE SECTION.
010700 01  Rateappr-File-Status            PIC XX.
010800     88  Rateappr-OK                 VALUE "00".
010900     88  Rateappr-EOF                VALUE "10".
011000
011100 01  Ratepend-File-Status            PIC XX.
011200     88  Ratepend-OK                 VALUE "00".
011300     88  Ratepend-Not-On-File        VALUE "23".
011400
011500 01  Ratesht-File-Status             PIC XX.
011600     88  Ratesht-OK                  VALUE "00".
011700     88  Ratesht-Not-On-File         VALUE "23".
011800
011900 01  Rateaud-File-Status             PIC XX.
012000     88  Rateaud-OK                  VALUE "00".
012100
012200 01  Acctmstr-File-Status            PIC XX.
012300     88  Acctmstr-OK                 VALUE "00".
012400     88  Acctmstr-EOF                VALUE "10".
012500
012600 01  Custrel-File-Status             PIC XX.
012700     88  Custrel-OK                  VALUE "00".
012800
012900 01  Custaddr-File-Status            PIC XX.
013000     88  Custaddr-OK                 VALUE "00".
013100
013200 01  Citnotc-File-Status             PIC XX.
013300     88  Citnotc-OK                  VALUE "00".
013400
013500 01  Run-Date                        PIC 9(08).
013600 01  Run-Time                        PIC 9(08).
013700
013800 01  Approval-Counters.
013900     05  Decisions-Read-Count        PIC 9(7) COMP.
014000     05  Changes-Applied-Count       PIC 9(7) COMP.
014100     05  Changes-Rejected-Count      PIC 9(7) COMP.
014200     05  Self-Approvals-Blocked      PIC 9(7) COMP.
014300     05  Approvers-Refused           PIC 9(7) COMP.
014400     05  Reductions-Approved         PIC 9(7) COMP.
014500     05  Notices-Written-Total       PIC 9(7) COMP.
014600
014700 77  Officer-Level                   PIC 9(01) VALUE 3.
014800 01  Auth-Result                     PIC X(01).
014900     88  Operator-Authorized         VALUE "Y".
015000     88  Operator-Denied             VALUE "N".
015100
015200*    REGULATION DD ADVANCE NOTICE FOR A CHANGE ADVERSE TO THE
015300*    HOLDER: THE NOTICE MUST GO OUT AT LEAST THIS MANY CALENDAR
015400*    DAYS BEFORE THE LOWER RATE TAKES EFFECT.
015500 77  Notice-Lead-Days                PIC 9(03) VALUE 30.
015600 01  Earliest-Live-Date              PIC 9(08).
015700 01  Sheet-Effective-Date            PIC 9(08).
015800 01  Notices-Written                 PIC 9(7) COMP.
015900
016000*    THE TERMS BEING REPLACED AND THE TERMS ASKED FOR, EACH
016100*    LAID OUT AS A RATESHT ROW FOR RATESHEETINTEREST.
016200 01  Current-Rate-Sheet.
016300     05  Current-Sheet-Key           PIC X(12).
016400     05  Current-Calc-Method         PIC X(01).
016500     05  Current-Tier-Count          PIC 9(01).
016600     05  Current-Tier OCCURS 5 TIMES.
016700         10  Current-Tier-Floor      PIC 9(7)V99.
016800         10  Current-Tier-Rate       PIC 9V9(6).
016900     05  Current-Sheet-Rest          PIC X(43).
017000 01  New-Rate-Sheet.
017100     05  New-Sheet-Key.
017200         10  New-Product-Code        PIC X(04).
017300         10  New-Effective-Date      PIC 9(08).
017400     05  New-Calc-Method             PIC X(01).
017500     05  New-Tier-Count              PIC 9(01).
017600     05  New-Tier OCCURS 5 TIMES.
017700         10  New-Tier-Floor          PIC 9(7)V99.
017800         10  New-Tier-Rate           PIC 9V9(6).
017900     05  New-Sheet-Rest              PIC X(43).
018000 01  Current-Sheet-Found             PIC X(01).
018100     88  Current-Sheet-On-File       VALUE "Y".
018200     88  Current-Sheet-Is-Default    VALUE "N".
018300
018400 01  Reduction-Switch                PIC X(01).
018500     88  Change-Is-Reduction         VALUE "Y".
018600     88  Change-Is-Not-Reduction     VALUE "N".
018700 77  Tier-Index                      PIC 9(02) COMP.
018800 77  Test-Count                      PIC 9(02) COMP.
018900 77  Test-Index                      PIC 9(02) COMP.
019000 77  Top-Test-Balance                PIC S9(7)V99
019100                                       VALUE 9999999.99.
019200 01  Test-Balance-Table.
019300     05  Test-Balance OCCURS 21 TIMES
019400                                     PIC S9(7)V99.
019500 01  Test-Floor                      PIC S9(7)V99.
019600 01  Priced-Balance                  PIC S9(7)V99.
019700 01  Current-Annual-Interest         PIC S9(9)V9(8).
019800 01  New-Annual-Interest             PIC S9(9)V9(8).
019900
020000 PROCEDURE DIVISION.
020100
020200 0000-MAINLINE.
020300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
020400     PERFORM 2000-DECIDE-REQUEST THRU 2000-DECIDE-REQUEST-EXIT
020500         UNTIL Rateappr-EOF
020600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
020700     STOP RUN.
020800
020900 1000-INITIALIZE.
021000     OPEN INPUT RATEAPPR
021100     OPEN I-O RATEPEND
021200     OPEN OUTPUT RATEAUD
021300     OPEN INPUT CUSTREL
021400     OPEN INPUT CUSTADDR
021500     OPEN OUTPUT CITNOTC
021600     ACCEPT Run-Date FROM DATE YYYYMMDD
021700     ACCEPT Run-Time FROM TIME
021800     MOVE ZERO TO Approval-Counters
021900     MOVE FUNCTION DATE-OF-INTEGER
022000         (FUNCTION INTEGER-OF-DATE(Run-Date) + Notice-Lead-Days)
022100         TO Earliest-Live-Date
022200     READ RATEAPPR
022300         AT END
022400             SET Rateappr-EOF TO TRUE
022500     END-READ.
022600 1000-INITIALIZE-EXIT.
022700     EXIT.
022800
022900 2000-DECIDE-REQUEST.
023000     ADD 1 TO Decisions-Read-Count
023100     MOVE AR-PRODUCT-CODE TO PR-PRODUCT-CODE
023200     READ RATEPEND
023300         INVALID KEY
023400             DISPLAY AR-PRODUCT-CODE
023500                 ": No pending rate sheet change on file - "
023600                 "decision ignored."
023700         NOT INVALID KEY
023800             PERFORM 2100-APPLY-DECISION
023900                 THRU 2100-APPLY-DECISION-EXIT
024000     END-READ
024100
024200     READ RATEAPPR
024300         AT END
024400             SET Rateappr-EOF TO TRUE
024500     END-READ.
024600 2000-DECIDE-REQUEST-EXIT.
024700     EXIT.
024800
024900 2100-APPLY-DECISION.
025000*> The checker must really be an active officer on OPERSEC
025100*> before their decision counts for anything.
025200     CALL "OperatorAuthorize" USING AR-APPROVED-BY,
025300         Officer-Level, Auth-Result
025400     IF Operator-Denied
025500         ADD 1 TO Approvers-Refused
025600         DISPLAY AR-PRODUCT-CODE ": Decision by "
025700             AR-APPROVED-BY " refused - not an officer."
025800         GO TO 2100-APPLY-DECISION-EXIT
025900     END-IF
026000     IF NOT PR-STATUS-PENDING
026100         DISPLAY AR-PRODUCT-CODE
026200             ": Rate sheet change already decided - "
026300             "decision ignored."
026400         GO TO 2100-APPLY-DECISION-EXIT
026500     END-IF
026600     MOVE ZERO TO Notices-Written
026700     SET Change-Is-Not-Reduction TO TRUE
026800     MOVE PR-EFFECTIVE-DATE TO Sheet-Effective-Date
026900     IF AR-APPROVED-BY = PR-REQUESTED-BY
027000         ADD 1 TO Self-Approvals-Blocked
027100         SET PR-STATUS-REJECTED TO TRUE
027200         DISPLAY AR-PRODUCT-CODE
027300             ": Requester cannot approve their own change - "
027400             "rejected."
027500         PERFORM 2900-WRITE-AUDIT THRU 2900-WRITE-AUDIT-EXIT
027600         REWRITE PR-RATE-PENDING-RECORD
027700         GO TO 2100-APPLY-DECISION-EXIT
027800     END-IF
027900
028000     IF AR-DECISION-APPROVE
028100         PERFORM 2200-PRICE-CHANGE THRU 2200-PRICE-CHANGE-EXIT
028200         IF Change-Is-Reduction
028300             ADD 1 TO Reductions-Approved
028400             IF Sheet-Effective-Date < Earliest-Live-Date
028500                 MOVE Earliest-Live-Date TO Sheet-Effective-Date
028600                 DISPLAY AR-PRODUCT-CODE
028700                     ": Reduction deferred to "
028800                     Sheet-Effective-Date
028900                     " for the advance-notice period."
029000             END-IF
029100             PERFORM 2400-WRITE-NOTICES
029200                 THRU 2400-WRITE-NOTICES-EXIT
029300         END-IF
029400         PERFORM 2300-WRITE-RATE-SHEET
029500             THRU 2300-WRITE-RATE-SHEET-EXIT
029600         ADD 1 TO Changes-Applied-Count
029700         SET PR-STATUS-APPROVED TO TRUE
029800         DISPLAY AR-PRODUCT-CODE
029900             ": Rate sheet change approved, effective "
030000             Sheet-Effective-Date "."
030100     ELSE
030200         ADD 1 TO Changes-Rejected-Count
030300         SET PR-STATUS-REJECTED TO TRUE
030400         DISPLAY AR-PRODUCT-CODE ": Rate sheet change rejected."
030500     END-IF
030600     PERFORM 2900-WRITE-AUDIT THRU 2900-WRITE-AUDIT-EXIT
030700     REWRITE PR-RATE-PENDING-RECORD.
030800 2100-APPLY-DECISION-EXIT.
030900     EXIT.
031000
031100*****************************************************************
031200*    PRICE THE NEW SHEET AGAINST THE ONE IT REPLACES. BOTH ARE  *
031300*    STRAIGHT LINES BETWEEN TIER FLOORS, SO A BALANCE AT EACH   *
031400*    FLOOR AND A CENT ABOVE IT (OF EITHER SHEET), PLUS THE TOP  *
031500*    BALANCE, FINDS ANY BALANCE THE NEW TERMS PAY LESS ON.      *
031600*****************************************************************
031700 2200-PRICE-CHANGE.
031800     MOVE PR-PRODUCT-CODE TO New-Product-Code
031900     MOVE PR-EFFECTIVE-DATE TO New-Effective-Date
032000     MOVE PR-CALC-METHOD TO New-Calc-Method
032100     MOVE PR-TIER-COUNT TO New-Tier-Count
032200     PERFORM 2210-COPY-TIER THRU 2210-COPY-TIER-EXIT
032300         VARYING Tier-Index FROM 1 BY 1
032400         UNTIL Tier-Index > 5
032500     MOVE SPACES TO New-Sheet-Rest
032600     CALL "RateSheetLookup" USING PR-PRODUCT-CODE,
032700         PR-EFFECTIVE-DATE, Current-Rate-Sheet,
032800         Current-Sheet-Found
032900
033000     MOVE 1 TO Test-Count
033100     MOVE Top-Test-Balance TO Test-Balance (1)
033200     PERFORM 2220-ADD-CURRENT-FLOOR
033300         THRU 2220-ADD-CURRENT-FLOOR-EXIT
033400         VARYING Tier-Index FROM 1 BY 1
033500         UNTIL Tier-Index > Current-Tier-Count
033600            OR Tier-Index > 5
033700     PERFORM 2230-ADD-NEW-FLOOR THRU 2230-ADD-NEW-FLOOR-EXIT
033800         VARYING Tier-Index FROM 1 BY 1
033900         UNTIL Tier-Index > New-Tier-Count
034000     PERFORM 2250-TEST-BALANCE THRU 2250-TEST-BALANCE-EXIT
034100         VARYING Test-Index FROM 1 BY 1
034200         UNTIL Test-Index > Test-Count
034300            OR Change-Is-Reduction.
034400 2200-PRICE-CHANGE-EXIT.
034500     EXIT.
034600
034700 2210-COPY-TIER.
034800     MOVE PR-TIER (Tier-Index) TO New-Tier (Tier-Index).
034900 2210-COPY-TIER-EXIT.
035000     EXIT.
035100
035200 2220-ADD-CURRENT-FLOOR.
035300     MOVE Current-Tier-Floor (Tier-Index) TO Test-Floor
035400     PERFORM 2240-ADD-TEST-PAIR THRU 2240-ADD-TEST-PAIR-EXIT.
035500 2220-ADD-CURRENT-FLOOR-EXIT.
035600     EXIT.
035700
035800 2230-ADD-NEW-FLOOR.
035900     MOVE New-Tier-Floor (Tier-Index) TO Test-Floor
036000     PERFORM 2240-ADD-TEST-PAIR THRU 2240-ADD-TEST-PAIR-EXIT.
036100 2230-ADD-NEW-FLOOR-EXIT.
036200     EXIT.
036300
036400 2240-ADD-TEST-PAIR.
036500     IF Test-Floor NOT < Top-Test-Balance
036600         GO TO 2240-ADD-TEST-PAIR-EXIT
036700     END-IF
036800     IF Test-Floor > ZERO
036900         ADD 1 TO Test-Count
037000         MOVE Test-Floor TO Test-Balance (Test-Count)
037100     END-IF
037200     ADD 1 TO Test-Count
037300     COMPUTE Test-Balance (Test-Count) = Test-Floor + 0.01.
037400 2240-ADD-TEST-PAIR-EXIT.
037500     EXIT.
037600
037700 2250-TEST-BALANCE.
037800     MOVE Test-Balance (Test-Index) TO Priced-Balance
037900     CALL "RateSheetInterest" USING Current-Rate-Sheet,
038000         Priced-Balance, Current-Annual-Interest
038100     CALL "RateSheetInterest" USING New-Rate-Sheet,
038200         Priced-Balance, New-Annual-Interest
038300     IF New-Annual-Interest < Current-Annual-Interest
038400         SET Change-Is-Reduction TO TRUE
038500         DISPLAY PR-PRODUCT-CODE ": Balance " Priced-Balance
038600             " earns less - change is a rate reduction."
038700     END-IF.
038800 2250-TEST-BALANCE-EXIT.
038900     EXIT.
039000
039100 2300-WRITE-RATE-SHEET.
039200     OPEN I-O RATESHT
039300     MOVE PR-PRODUCT-CODE TO IR-PRODUCT-CODE
039400     MOVE Sheet-Effective-Date TO IR-EFFECTIVE-DATE
039500     READ RATESHT
039600         INVALID KEY
039700             MOVE SPACES TO IR-RATE-SHEET-RECORD
039800             MOVE PR-PRODUCT-CODE TO IR-PRODUCT-CODE
039900             MOVE Sheet-Effective-Date TO IR-EFFECTIVE-DATE
040000     END-READ
040100     MOVE New-Calc-Method TO IR-CALC-METHOD
040200     MOVE New-Tier-Count TO IR-TIER-COUNT
040300     PERFORM 2310-SET-TIER THRU 2310-SET-TIER-EXIT
040400         VARYING Tier-Index FROM 1 BY 1
040500         UNTIL Tier-Index > 5
040600     IF Change-Is-Reduction
040700         SET IR-IS-REDUCTION TO TRUE
040800         MOVE Run-Date TO IR-NOTICE-DATE
040900     ELSE
041000         SET IR-IS-NOT-REDUCTION TO TRUE
041100         MOVE ZERO TO IR-NOTICE-DATE
041200     END-IF
041300     MOVE PR-REQUESTED-BY TO IR-REQUESTED-BY
041400     MOVE AR-APPROVED-BY TO IR-APPROVED-BY
041500     MOVE Run-Date TO IR-APPROVED-DATE
041600     IF Ratesht-OK
041700         REWRITE IR-RATE-SHEET-RECORD
041800     ELSE
041900         WRITE IR-RATE-SHEET-RECORD
042000     END-IF
042100     CLOSE RATESHT.
042200 2300-WRITE-RATE-SHEET-EXIT.
042300     EXIT.
042400
042500 2310-SET-TIER.
042600     MOVE New-Tier (Tier-Index) TO IR-TIER (Tier-Index).
042700 2310-SET-TIER-EXIT.
042800     EXIT.
042900
043000*****************************************************************
043100*    ONE CHANGE-IN-TERMS NOTICE PER OPEN ACCOUNT ON THE         *
043200*    PRODUCT, ADDRESSED TO ITS HOLDER, WITH WHAT THE ACCOUNT'S  *
043300*    BALANCE TODAY EARNS UNDER THE OLD AND THE NEW TERMS.       *
043400*****************************************************************
043500 2400-WRITE-NOTICES.
043600     OPEN INPUT ACCTMSTR
043700     IF NOT Acctmstr-OK
043800         DISPLAY AR-PRODUCT-CODE
043900             ": Account master not available - no notices."
044000         GO TO 2400-WRITE-NOTICES-EXIT
044100     END-IF
044200     READ ACCTMSTR
044300         AT END
044400             SET Acctmstr-EOF TO TRUE
044500     END-READ
044600     PERFORM 2410-NOTIFY-ACCOUNT THRU 2410-NOTIFY-ACCOUNT-EXIT
044700         UNTIL Acctmstr-EOF
044800     CLOSE ACCTMSTR
044900     ADD Notices-Written TO Notices-Written-Total
045000     DISPLAY AR-PRODUCT-CODE ": " Notices-Written
045100         " change-in-terms notices written.".
045200 2400-WRITE-NOTICES-EXIT.
045300     EXIT.
045400
045500 2410-NOTIFY-ACCOUNT.
045600     IF MF-PRODUCT-CODE NOT = PR-PRODUCT-CODE
045700         OR MF-Account-Is-Closed
045800         GO TO 2410-READ-NEXT
045900     END-IF
046000     MOVE SPACES TO CI-TERMS-NOTICE-RECORD
046100     MOVE MF-ACCOUNT-NUMBER TO CI-ACCOUNT-NUMBER
046200     MOVE MF-BRANCH-CODE TO CI-BRANCH-CODE
046300     MOVE MF-PRODUCT-CODE TO CI-PRODUCT-CODE
046400     MOVE MF-ACCOUNT-NUMBER TO RL-ACCOUNT-NUMBER
046500     READ CUSTREL
046600         INVALID KEY
046700             MOVE SPACES TO RL-CUSTOMER-NUMBER
046800     END-READ
046900     MOVE RL-CUSTOMER-NUMBER TO CI-CUSTOMER-NUMBER
047000     MOVE RL-CUSTOMER-NUMBER TO NA-CUSTOMER-NUMBER
047100     READ CUSTADDR
047200         INVALID KEY
047300             MOVE SPACES TO NA-CUSTOMER-NAME
047400                            NA-STREET-ADDRESS
047500                            NA-CITY
047600                            NA-STATE
047700                            NA-POSTAL-CODE
047800     END-READ
047900     MOVE NA-CUSTOMER-NAME TO CI-CUSTOMER-NAME
048000     MOVE NA-STREET-ADDRESS TO CI-STREET-ADDRESS
048100     MOVE NA-CITY TO CI-CITY
048200     MOVE NA-STATE TO CI-STATE
048300     MOVE NA-POSTAL-CODE TO CI-POSTAL-CODE
048400     MOVE Run-Date TO CI-NOTICE-DATE
048500     MOVE Sheet-Effective-Date TO CI-EFFECTIVE-DATE
048600     MOVE ZERO TO CI-CURRENT-RATE
048700                  CI-NEW-RATE
048800     MOVE MF-ACCOUNT-BALANCE TO Priced-Balance
048900     IF Priced-Balance > ZERO
049000         CALL "RateSheetInterest" USING Current-Rate-Sheet,
049100             Priced-Balance, Current-Annual-Interest
049200         CALL "RateSheetInterest" USING New-Rate-Sheet,
049300             Priced-Balance, New-Annual-Interest
049400         COMPUTE CI-CURRENT-RATE ROUNDED =
049500             Current-Annual-Interest / Priced-Balance
049600         COMPUTE CI-NEW-RATE ROUNDED =
049700             New-Annual-Interest / Priced-Balance
049800     END-IF
049900     MOVE New-Calc-Method TO CI-CALC-METHOD
050000     MOVE New-Tier-Count TO CI-TIER-COUNT
050100     PERFORM 2420-NOTICE-TIER THRU 2420-NOTICE-TIER-EXIT
050200         VARYING Tier-Index FROM 1 BY 1
050300         UNTIL Tier-Index > 5
050400     WRITE CI-TERMS-NOTICE-RECORD
050500     ADD 1 TO Notices-Written.
050600
050700 2410-READ-NEXT.
050800     READ ACCTMSTR
050900         AT END
051000             SET Acctmstr-EOF TO TRUE
051100     END-READ.
051200 2410-NOTIFY-ACCOUNT-EXIT.
051300     EXIT.
051400
051500 2420-NOTICE-TIER.
051600     MOVE New-Tier (Tier-Index) TO CI-TIER (Tier-Index).
051700 2420-NOTICE-TIER-EXIT.
051800     EXIT.
051900
052000 2900-WRITE-AUDIT.
052100     MOVE PR-PRODUCT-CODE TO IA-PRODUCT-CODE
052200     MOVE PR-EFFECTIVE-DATE TO IA-REQUESTED-DATE
052300     MOVE Sheet-Effective-Date TO IA-EFFECTIVE-DATE
052400     MOVE PR-CALC-METHOD TO IA-CALC-METHOD
052500     MOVE PR-TIER-COUNT TO IA-TIER-COUNT
052600     PERFORM 2910-AUDIT-TIER THRU 2910-AUDIT-TIER-EXIT
052700         VARYING Tier-Index FROM 1 BY 1
052800         UNTIL Tier-Index > 5
052900     MOVE PR-REQUESTED-BY TO IA-REQUESTED-BY
053000     MOVE AR-APPROVED-BY TO IA-APPROVED-BY
053100     IF PR-STATUS-APPROVED
053200         SET IA-DECISION-APPROVED TO TRUE
053300     ELSE
053400         SET IA-DECISION-REJECTED TO TRUE
053500     END-IF
053600     MOVE Reduction-Switch TO IA-REDUCTION-FLAG
053700     MOVE Notices-Written TO IA-NOTICES-WRITTEN
053800     MOVE Run-Date TO IA-RUN-DATE
053900     MOVE Run-Time TO IA-RUN-TIME
054000     WRITE IA-RATE-AUDIT-RECORD.
054100 2900-WRITE-AUDIT-EXIT.
054200     EXIT.
054300
054400 2910-AUDIT-TIER.
054500     MOVE PR-TIER (Tier-Index) TO IA-TIER (Tier-Index).
054600 2910-AUDIT-TIER-EXIT.
054700     EXIT.
054800
054900 9000-TERMINATE.
055000     CLOSE RATEAPPR
055100     CLOSE RATEPEND
055200     CLOSE RATEAUD
055300     CLOSE CUSTREL
055400     CLOSE CUSTADDR
055500     CLOSE CITNOTC
055600     DISPLAY "Decisions read       : " Decisions-Read-Count
055700     DISPLAY "Changes applied      : " Changes-Applied-Count
055800     DISPLAY "Changes rejected     : " Changes-Rejected-Count
055900     DISPLAY "Self-approvals blocked: " Self-Approvals-Blocked
056000     DISPLAY "Approvers refused    : " Approvers-Refused
056100     DISPLAY "Reductions approved  : " Reductions-Approved
056200     DISPLAY "Notices written      : " Notices-Written-Total.
056300 9000-TERMINATE-EXIT.
056400     EXIT.
