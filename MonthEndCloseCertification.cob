000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MonthEndCloseCertification.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    MONTHENDCLOSECERTIFICATION                                 *
001100*                                                               *
001200*    CERTIFIES A MONTH CLOSED ON CLOSECTL ONCE EVERY REQUIRED   *
001300*    MONTH-END STEP HAS COMPLETED EXACTLY ONCE AND ITS          *
001400*    REGISTERED GL TOTALS TIE TO WHAT GLPOST HOLDS FOR THE      *
001500*    MONTH. THE MONTH IS THE ONE ON THE CLOSEPRM CARD (YYYYMM   *
001600*    IN COLUMNS 1-6), OR THE MONTH OF THE RUN CONTROL BUSINESS  *
001700*    DATE WHEN THERE IS NO CARD. FOR EACH STEP:                 *
001800*      - IT MUST HAVE REGISTERED, AND COMPLETED ONCE ....       *
001900*      - A POSTING STEP'S DR AND CR MUST EQUAL THE GLPOST DR    *
002000*        AND CR WRITTEN UNDER ITS SOURCE NAME FOR THE MONTH ... *
002100*      - THE GL FEED BALANCING STEP'S DR AND CR MUST EQUAL THE  *
002200*        WHOLE MONTH ON GLPOST, AND THAT MONTH MUST BALANCE ... *
002300*    A CLEAN MONTH IS MARKED CLOSED (BY CERTIFY), A CLOSEAUD    *
002400*    ROW IS WRITTEN AND THE CONTROLLER'S CERTIFICATION PAGE IS  *
002500*    PRINTED FOR SIGNATURE, RC=0. ANY EXCEPTION LEAVES THE      *
002600*    MONTH OPEN, RC=8. A MONTH ALREADY CLOSED IS REPORTED AND   *
002700*    LEFT ALONE, RC=4. NO CLOSE CONTROL FILE, RC=12.            *
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
004000     SELECT CLOSEPRM ASSIGN TO "CLOSEPRM"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS Closeprm-File-Status.
004300
004400     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS Runctlin-File-Status.
004700
004800     SELECT CLOSECTL ASSIGN TO "CLOSECTL"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS MC-CLOSE-KEY
005200         FILE STATUS IS Closectl-File-Status.
005300
005400     SELECT GLPOST ASSIGN TO "GLPOST"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS Glpost-File-Status.
005700
005800     SELECT CLOSEAUD ASSIGN TO "CLOSEAUD"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS Closeaud-File-Status.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  CLOSEPRM.
006500 01  CP-CONTROL-CARD                 PIC X(80).
006600
006700 FD  RUNCTLIN.
006800     COPY RUNCTL REPLACING
006900         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
007000         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
007100         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
007200         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.
007300
007400 FD  CLOSECTL.
007500     COPY CLOSECTL.
007600
007700 FD  GLPOST.
007800     COPY GLPOST.
007900
008000 FD  CLOSEAUD.
008100     COPY CLOSEAUD.
008200
008300 WORKING-STORAGE SECTION.
008400 01  Closeprm-File-Status            PIC XX.
008500     88  Closeprm-OK                 VALUE "00".
008600 01  Runctlin-File-Status            PIC XX.
008700     88  Runctlin-OK                 VALUE "00".
008800     88  Runctlin-Not-Found          VALUE "35".
008900 01  Closectl-File-Status            PIC XX.
009000     88  Closectl-OK                 VALUE "00".
009100 01  Glpost-File-Status              PIC XX.
009200     88  Glpost-OK                   VALUE "00".
009300     88  Glpost-EOF                  VALUE "10".
009400 01  Closeaud-File-Status            PIC XX.
009500     88  Closeaud-OK                 VALUE "00".
009600
009700 01  Business-Date                   PIC 9(08).
009800 01  Run-Date                        PIC 9(08).
009900 01  Run-Time                        PIC 9(08).
010000 01  Certify-Month                   PIC 9(06).
010100 01  Certify-Month-Card.
010200     05  Card-Month                  PIC X(06).
010300     05  Card-Month-Num REDEFINES Card-Month
010400                                     PIC 9(06).
010500
010600 01  Certify-Switch                  PIC X(01).
010700     88  Certify-Can-Proceed         VALUE "Y".
010800     88  Certify-Already-Closed      VALUE "C".
010900     88  Certify-No-Control          VALUE "U".
011000 01  Header-Switch                   PIC X(01).
011100     88  Header-On-File              VALUE "Y".
011200     88  Header-Not-On-File          VALUE "N".
011300 01  Step-Row-Switch                 PIC X(01).
011400     88  Step-Row-On-File            VALUE "Y".
011500     88  Step-Row-Not-On-File        VALUE "N".
011600 01  Step-Result                     PIC X(09).
011700 01  Status-Before                   PIC X(01).
011800
011900*    THE STEPS A MONTH NEEDS BEFORE IT CAN CLOSE. TIE KIND S
012000*    TIES THE STEP TO ITS OWN GLPOST SOURCE NAME, F TIES IT TO
012100*    THE WHOLE MONTH ON GLPOST, N MEANS THE STEP POSTS NO GL.
012200 01  Step-Values.
012300     05  FILLER                      PIC X(07) VALUE "STEP027".
012400     05  FILLER                      PIC X(30)
012500             VALUE "MONTH-END INTEREST SETTLEMENT".
012600     05  FILLER                      PIC X(20)
012700             VALUE "MonthEndInterestSett".
012800     05  FILLER                      PIC X(01) VALUE "S".
012900     05  FILLER                      PIC X(07) VALUE "STEP031".
013000     05  FILLER                      PIC X(30)
013100             VALUE "SERVICE CHARGE ASSESSMENT".
013200     05  FILLER                      PIC X(20)
013300             VALUE "ServiceChargeAssessm".
013400     05  FILLER                      PIC X(01) VALUE "S".
013500     05  FILLER                      PIC X(07) VALUE "STEP032".
013600     05  FILLER                      PIC X(30)
013700             VALUE "MONTH-END FX REVALUATION".
013800     05  FILLER                      PIC X(20)
013900             VALUE "MonthEndFxRevaluatio".
014000     05  FILLER                      PIC X(01) VALUE "S".
014100     05  FILLER                      PIC X(07) VALUE "STEP028".
014200     05  FILLER                      PIC X(30)
014300             VALUE "GL POSTING FEED BALANCE".
014400     05  FILLER                      PIC X(20) VALUE SPACES.
014500     05  FILLER                      PIC X(01) VALUE "F".
014600     05  FILLER                      PIC X(07) VALUE "STEP050".
014700     05  FILLER                      PIC X(30)
014800             VALUE "TIER MOVEMENT REPORT".
014900     05  FILLER                      PIC X(20) VALUE SPACES.
015000     05  FILLER                      PIC X(01) VALUE "N".
015100     05  FILLER                      PIC X(07) VALUE "STEP060".
015200     05  FILLER                      PIC X(30)
015300             VALUE "STATUS SNAPSHOT ARCHIVE".
015400     05  FILLER                      PIC X(20) VALUE SPACES.
015500     05  FILLER                      PIC X(01) VALUE "N".
015600 01  Step-Table REDEFINES Step-Values.
015700     05  Step-Entry OCCURS 6 TIMES.
015800         10  ST-STEP-ID              PIC X(07).
015900         10  ST-DESCRIPTION          PIC X(30).
016000         10  ST-GL-SOURCE            PIC X(20).
016100         10  ST-TIE-KIND             PIC X(01).
016200             88  ST-TIES-TO-SOURCE   VALUE "S".
016300             88  ST-TIES-TO-FEED     VALUE "F".
016400             88  ST-POSTS-NO-GL      VALUE "N".
016500 01  Step-Count                      PIC 9(02) COMP VALUE 6.
016600 01  Step-Sub                        PIC 9(02) COMP.
016700
016800*    WHAT GLPOST HOLDS FOR THE MONTH, BY STEP AND IN ALL.
016900 01  Glpost-Step-Totals.
017000     05  Glpost-Step-Entry OCCURS 6 TIMES.
017100         10  GS-DEBIT-TOTAL          PIC S9(11)V99 COMP-3.
017200         10  GS-CREDIT-TOTAL         PIC S9(11)V99 COMP-3.
017300 01  Month-Debit-Total               PIC S9(11)V99 COMP-3.
017400 01  Month-Credit-Total              PIC S9(11)V99 COMP-3.
017500 01  Gl-Debit-Expected               PIC S9(11)V99 COMP-3.
017600 01  Gl-Credit-Expected              PIC S9(11)V99 COMP-3.
017700
017800 01  Certify-Counters.
017900     05  Glpost-Entries-Read         PIC 9(9) COMP.
018000     05  Month-Entries-Read          PIC 9(9) COMP.
018100     05  Steps-Certified             PIC 9(3) COMP.
018200     05  Exceptions-Found            PIC 9(3) COMP.
018300
018400 01  Edited-Count                    PIC Z(8)9.
018500 01  Edited-Runs                     PIC ZZ9.
018600 01  Edited-Total                    PIC -(11)9.99.
018700 01  Edited-Total-2                  PIC -(11)9.99.
018800
018900 PROCEDURE DIVISION.
019000
019100 0000-MAINLINE.
019200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
019300     IF Certify-Can-Proceed
019400         PERFORM 2000-SCAN-GLPOST THRU 2000-SCAN-GLPOST-EXIT
019500             UNTIL Glpost-EOF
019600         PERFORM 3000-CHECK-STEP THRU 3000-CHECK-STEP-EXIT
019700             VARYING Step-Sub FROM 1 BY 1
019800             UNTIL Step-Sub > Step-Count
019900         PERFORM 3500-CHECK-FEED THRU 3500-CHECK-FEED-EXIT
020000         PERFORM 4000-CERTIFY THRU 4000-CERTIFY-EXIT
020100     END-IF
020200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
020300     STOP RUN.
020400
020500*****************************************************************
020600*    THE CARD MONTH WINS; OTHERWISE THE BUSINESS DATE'S MONTH,  *
020700*    AND THE CLOCK WHEN THERE IS NO RUN CONTROL RECORD.         *
020800*****************************************************************
020900 1000-INITIALIZE.
021000     MOVE 0 TO Glpost-Entries-Read
021100     MOVE 0 TO Month-Entries-Read
021200     MOVE 0 TO Steps-Certified
021300     MOVE 0 TO Exceptions-Found
021400     MOVE ZERO TO Month-Debit-Total
021500                  Month-Credit-Total
021600     PERFORM 1100-CLEAR-STEP-TOTALS
021700         THRU 1100-CLEAR-STEP-TOTALS-EXIT
021800         VARYING Step-Sub FROM 1 BY 1
021900         UNTIL Step-Sub > Step-Count
022000     ACCEPT Run-Date FROM DATE YYYYMMDD
022100     ACCEPT Run-Time FROM TIME
022200     OPEN INPUT RUNCTLIN
022300     IF Runctlin-OK
022400         READ RUNCTLIN
022500             AT END
022600                 SET Runctlin-Not-Found TO TRUE
022700         END-READ
022800     END-IF
022900     IF Runctlin-OK
023000         MOVE RI-BUSINESS-DATE TO Business-Date
023100         CLOSE RUNCTLIN
023200     ELSE
023300         MOVE Run-Date TO Business-Date
023400     END-IF
023500     MOVE Business-Date (1:6) TO Certify-Month
023600     OPEN INPUT CLOSEPRM
023700     IF Closeprm-OK
023800         READ CLOSEPRM
023900             AT END
024000                 MOVE SPACES TO CP-CONTROL-CARD
024100         END-READ
024200         MOVE CP-CONTROL-CARD (1:6) TO Card-Month
024300         IF Card-Month-Num NUMERIC
024400             AND Card-Month-Num > ZERO
024500             MOVE Card-Month-Num TO Certify-Month
024600         END-IF
024700         CLOSE CLOSEPRM
024800     END-IF
024900     DISPLAY "MONTH-END CLOSE CERTIFICATION - MONTH "
025000         Certify-Month "   RUN " Run-Date
025100     DISPLAY " "
025200     SET Certify-Can-Proceed TO TRUE
025300     OPEN I-O CLOSECTL
025400     IF NOT Closectl-OK
025500         SET Certify-No-Control TO TRUE
025600         DISPLAY "** CLOSECTL NOT AVAILABLE - STATUS "
025700             Closectl-File-Status " - MONTH NOT CERTIFIED **"
025800         GO TO 1000-INITIALIZE-EXIT
025900     END-IF
026000     SET Header-On-File TO TRUE
026100     MOVE Certify-Month TO MC-CLOSE-MONTH
026200     MOVE SPACES TO MC-STEP-ID
026300     READ CLOSECTL
026400         INVALID KEY
026500             SET Header-Not-On-File TO TRUE
026600     END-READ
026700     IF Header-On-File
026800         AND MC-MONTH-CLOSED
026900         SET Certify-Already-Closed TO TRUE
027000         DISPLAY "MONTH " Certify-Month " WAS CLOSED "
027100             MC-STATUS-DATE " BY " MC-STATUS-BY
027200             " - NOTHING TO CERTIFY."
027300         CLOSE CLOSECTL
027400         GO TO 1000-INITIALIZE-EXIT
027500     END-IF
027600     OPEN INPUT GLPOST
027700     IF NOT Glpost-OK
027800         DISPLAY "** GLPOST NOT AVAILABLE - STATUS "
027900             Glpost-File-Status " **"
028000         ADD 1 TO Exceptions-Found
028100         SET Glpost-EOF TO TRUE
028200         GO TO 1000-INITIALIZE-EXIT
028300     END-IF
028400     READ GLPOST
028500         AT END
028600             SET Glpost-EOF TO TRUE
028700     END-READ.
028800 1000-INITIALIZE-EXIT.
028900     EXIT.
029000
029100 1100-CLEAR-STEP-TOTALS.
029200     MOVE ZERO TO GS-DEBIT-TOTAL (Step-Sub)
029300                  GS-CREDIT-TOTAL (Step-Sub).
029400 1100-CLEAR-STEP-TOTALS-EXIT.
029500     EXIT.
029600
029700*****************************************************************
029800*    ONLY ENTRIES POSTED IN THE MONTH COUNT - GLPOST HOLDS      *
029900*    EVERY MONTH THE FEED HAS CARRIED.                          *
030000*****************************************************************
030100 2000-SCAN-GLPOST.
030200     ADD 1 TO Glpost-Entries-Read
030300     IF GL-POSTING-DATE (1:6) NOT = Certify-Month
030400         GO TO 2000-SCAN-GLPOST-NEXT
030500     END-IF
030600     ADD 1 TO Month-Entries-Read
030700     IF GL-Is-Debit
030800         ADD GL-ENTRY-AMOUNT TO Month-Debit-Total
030900     ELSE
031000         ADD GL-ENTRY-AMOUNT TO Month-Credit-Total
031100     END-IF
031200     PERFORM 2100-TALLY-SOURCE THRU 2100-TALLY-SOURCE-EXIT
031300         VARYING Step-Sub FROM 1 BY 1
031400         UNTIL Step-Sub > Step-Count.
031500 2000-SCAN-GLPOST-NEXT.
031600     READ GLPOST
031700         AT END
031800             SET Glpost-EOF TO TRUE
031900     END-READ.
032000 2000-SCAN-GLPOST-EXIT.
032100     EXIT.
032200
032300 2100-TALLY-SOURCE.
032400     IF NOT ST-TIES-TO-SOURCE (Step-Sub)
032500         OR GL-SOURCE-PROGRAM NOT = ST-GL-SOURCE (Step-Sub)
032600         GO TO 2100-TALLY-SOURCE-EXIT
032700     END-IF
032800     IF GL-Is-Debit
032900         ADD GL-ENTRY-AMOUNT TO GS-DEBIT-TOTAL (Step-Sub)
033000     ELSE
033100         ADD GL-ENTRY-AMOUNT TO GS-CREDIT-TOTAL (Step-Sub)
033200     END-IF.
033300 2100-TALLY-SOURCE-EXIT.
033400     EXIT.
033500
033600*****************************************************************
033700*    ONE LINE PER REQUIRED STEP, THEN ITS EXCEPTION IF IT HAS   *
033800*    ONE. A STEP RELEASED BY A REOPEN AND NOT YET RERUN SHOWS   *
033900*    ZERO RUNS.                                                 *
034000*****************************************************************
034100 3000-CHECK-STEP.
034200     IF Step-Sub = 1
034300         DISPLAY "STEP     DESCRIPTION                     RUNS"
034400             "      ITEMS  RESULT"
034500         DISPLAY "=======  ==============================  ===="
034600             "  =========  ========="
034700     END-IF
034800     MOVE "OK" TO Step-Result
034900     SET Step-Row-On-File TO TRUE
035000     MOVE Certify-Month TO MC-CLOSE-MONTH
035100     MOVE ST-STEP-ID (Step-Sub) TO MC-STEP-ID
035200     READ CLOSECTL
035300         INVALID KEY
035400             SET Step-Row-Not-On-File TO TRUE
035500     END-READ
035600     IF Step-Row-Not-On-File
035700         MOVE ZERO TO MC-RUN-COUNT
035800                      MC-ITEM-COUNT
035900                      MC-GL-DEBIT-TOTAL
036000                      MC-GL-CREDIT-TOTAL
036100     END-IF
036200     MOVE MC-RUN-COUNT TO Edited-Runs
036300     MOVE MC-ITEM-COUNT TO Edited-Count
036400     IF Step-Row-Not-On-File
036500         MOVE "NOT RUN" TO Step-Result
036600     ELSE
036700         IF MC-RUN-COUNT = ZERO
036800             MOVE "NOT DONE" TO Step-Result
036900         ELSE
037000             IF MC-RUN-COUNT > 1
037100                 MOVE "RERUN" TO Step-Result
037200             END-IF
037300         END-IF
037400     END-IF
037500     IF Step-Result = "OK"
037600         PERFORM 3100-TIE-STEP-GL THRU 3100-TIE-STEP-GL-EXIT
037700     END-IF
037800     DISPLAY ST-STEP-ID (Step-Sub) "  " ST-DESCRIPTION (Step-Sub)
037900         "   " Edited-Runs "  " Edited-Count "  " Step-Result
038000     IF Step-Result = "OK"
038100         ADD 1 TO Steps-Certified
038200         GO TO 3000-CHECK-STEP-EXIT
038300     END-IF
038400     ADD 1 TO Exceptions-Found
038500     EVALUATE Step-Result
038600         WHEN "NOT RUN"
038700             DISPLAY "         ** NO REGISTRATION FOR THE MONTH"
038800         WHEN "NOT DONE"
038900             DISPLAY "         ** REGISTERED BUT NOT COMPLETED"
039000                 " FOR THE MONTH"
039100         WHEN "RERUN"
039200             DISPLAY "         ** COMPLETED MORE THAN ONCE"
039300                 " WITHOUT A REOPEN"
039400         WHEN OTHER
039500             MOVE MC-GL-DEBIT-TOTAL TO Edited-Total
039600             MOVE MC-GL-CREDIT-TOTAL TO Edited-Total-2
039700             DISPLAY "         ** REGISTERED  DR " Edited-Total
039800                 "  CR " Edited-Total-2
039900             MOVE Gl-Debit-Expected TO Edited-Total
040000             MOVE Gl-Credit-Expected TO Edited-Total-2
040100             DISPLAY "         ** ON GLPOST   DR " Edited-Total
040200                 "  CR " Edited-Total-2
040300     END-EVALUATE.
040400 3000-CHECK-STEP-EXIT.
040500     EXIT.
040600
040700 3100-TIE-STEP-GL.
040800     EVALUATE TRUE
040900         WHEN ST-TIES-TO-SOURCE (Step-Sub)
041000             MOVE GS-DEBIT-TOTAL (Step-Sub) TO Gl-Debit-Expected
041100             MOVE GS-CREDIT-TOTAL (Step-Sub)
041200                 TO Gl-Credit-Expected
041300         WHEN ST-TIES-TO-FEED (Step-Sub)
041400             MOVE Month-Debit-Total TO Gl-Debit-Expected
041500             MOVE Month-Credit-Total TO Gl-Credit-Expected
041600         WHEN OTHER
041700             GO TO 3100-TIE-STEP-GL-EXIT
041800     END-EVALUATE
041900     IF MC-GL-DEBIT-TOTAL NOT = Gl-Debit-Expected
042000         OR MC-GL-CREDIT-TOTAL NOT = Gl-Credit-Expected
042100         MOVE "GL DIFFER" TO Step-Result
042200     END-IF.
042300 3100-TIE-STEP-GL-EXIT.
042400     EXIT.
042500
042600*****************************************************************
042700*    THE MONTH ON GLPOST MUST BALANCE IN ITS OWN RIGHT.         *
042800*****************************************************************
042900 3500-CHECK-FEED.
043000     CLOSE GLPOST
043100     MOVE Month-Debit-Total TO Edited-Total
043200     MOVE Month-Credit-Total TO Edited-Total-2
043300     DISPLAY " "
043400     DISPLAY "GLPOST FOR THE MONTH  DR " Edited-Total
043500         "  CR " Edited-Total-2
043600     IF Month-Debit-Total NOT = Month-Credit-Total
043700         ADD 1 TO Exceptions-Found
043800         DISPLAY "         ** THE MONTH DOES NOT BALANCE"
043900             " ON GLPOST"
044000     END-IF.
044100 3500-CHECK-FEED-EXIT.
044200     EXIT.
044300
044400*****************************************************************
044500*    A CLEAN MONTH CLOSES AND GETS ITS CERTIFICATION PAGE; ANY  *
044600*    EXCEPTION LEAVES IT OPEN FOR THE STEPS TO BE PUT RIGHT.    *
044700*****************************************************************
044800 4000-CERTIFY.
044900     DISPLAY " "
045000     IF Exceptions-Found > ZERO
045100         DISPLAY "EXCEPTIONS - " Exceptions-Found
045200             "   MONTH " Certify-Month " REMAINS OPEN."
045300         GO TO 4000-CERTIFY-EXIT
045400     END-IF
045500     SET Header-On-File TO TRUE
045600     MOVE Certify-Month TO MC-CLOSE-MONTH
045700     MOVE SPACES TO MC-STEP-ID
045800     READ CLOSECTL
045900         INVALID KEY
046000             SET Header-Not-On-File TO TRUE
046100     END-READ
046200     IF Header-Not-On-File
046300         MOVE SPACES TO MC-CLOSE-CONTROL-RECORD
046400         MOVE Certify-Month TO MC-CLOSE-MONTH
046500         MOVE SPACES TO MC-STEP-ID
046600         MOVE ZERO TO MC-RUN-COUNT
046700                      MC-REOPEN-COUNT
046800                      MC-ITEM-COUNT
046900                      MC-GL-DEBIT-TOTAL
047000                      MC-GL-CREDIT-TOTAL
047100                      MC-LAST-BUSINESS-DATE
047200                      MC-LAST-RUN-DATE
047300                      MC-LAST-RUN-TIME
047400         MOVE SPACE TO Status-Before
047500     ELSE
047600         MOVE MC-MONTH-STATUS TO Status-Before
047700     END-IF
047800     SET MC-MONTH-CLOSED TO TRUE
047900     MOVE Business-Date TO MC-STATUS-DATE
048000     MOVE "CERTIFY" TO MC-STATUS-BY
048100     MOVE Month-Entries-Read TO MC-ITEM-COUNT
048200     MOVE Month-Debit-Total TO MC-GL-DEBIT-TOTAL
048300     MOVE Month-Credit-Total TO MC-GL-CREDIT-TOTAL
048400     MOVE Run-Date TO MC-LAST-RUN-DATE
048500     MOVE Run-Time TO MC-LAST-RUN-TIME
048600     IF Header-On-File
048700         REWRITE MC-CLOSE-CONTROL-RECORD
048800             INVALID KEY
048900                 CONTINUE
049000         END-REWRITE
049100     ELSE
049200         WRITE MC-CLOSE-CONTROL-RECORD
049300             INVALID KEY
049400                 CONTINUE
049500         END-WRITE
049600     END-IF
049700     IF NOT Closectl-OK
049800         ADD 1 TO Exceptions-Found
049900         DISPLAY "** CLOSECTL UPDATE FAILED - STATUS "
050000             Closectl-File-Status " - MONTH NOT CLOSED **"
050100         GO TO 4000-CERTIFY-EXIT
050200     END-IF
050300     PERFORM 4100-WRITE-AUDIT THRU 4100-WRITE-AUDIT-EXIT
050400     PERFORM 4200-PRINT-CERTIFICATE
050500         THRU 4200-PRINT-CERTIFICATE-EXIT.
050600 4000-CERTIFY-EXIT.
050700     EXIT.
050800
050900 4100-WRITE-AUDIT.
051000     OPEN EXTEND CLOSEAUD
051100     IF NOT Closeaud-OK
051200         DISPLAY "** CLOSEAUD NOT AVAILABLE - STATUS "
051300             Closeaud-File-Status " - CLOSE NOT AUDITED **"
051400         GO TO 4100-WRITE-AUDIT-EXIT
051500     END-IF
051600     MOVE SPACES TO MK-CLOSE-AUDIT-RECORD
051700     MOVE Certify-Month TO MK-CLOSE-MONTH
051800     MOVE SPACES TO MK-STEP-ID
051900     SET MK-MONTH-CERTIFIED TO TRUE
052000     MOVE Status-Before TO MK-STATUS-BEFORE
052100     MOVE MC-MONTH-STATUS TO MK-STATUS-AFTER
052200     MOVE "CERTIFY" TO MK-OPERATOR-ID
052300     MOVE "MONTH-END CLOSE CERTIFIED" TO MK-REASON
052400     MOVE Run-Date TO MK-AUDIT-DATE
052500     MOVE Run-Time TO MK-AUDIT-TIME
052600     WRITE MK-CLOSE-AUDIT-RECORD
052700     CLOSE CLOSEAUD.
052800 4100-WRITE-AUDIT-EXIT.
052900     EXIT.
053000
053100 4200-PRINT-CERTIFICATE.
053200     MOVE Month-Entries-Read TO Edited-Count
053300     MOVE Month-Debit-Total TO Edited-Total
053400     MOVE Month-Credit-Total TO Edited-Total-2
053500     DISPLAY "==================================================="
053600         "========================="
053700     DISPLAY "CONTROLLER'S MONTH-END CLOSE CERTIFICATION"
053800     DISPLAY " "
053900     DISPLAY "Month closed         - " Certify-Month
054000     DISPLAY "Closed as of         - " Business-Date
054100     DISPLAY "Steps certified      - " Steps-Certified
054200     DISPLAY "GL entries in month  - " Edited-Count
054300     DISPLAY "GL debits            - " Edited-Total
054400     DISPLAY "GL credits           - " Edited-Total-2
054500     DISPLAY " "
054600     DISPLAY "Every required month-end step completed once and"
054700         " its GL totals tie to the feed."
054800     DISPLAY "The month is closed; further month-end work needs"
054900         " an officer reopen."
055000     DISPLAY " "
055100     DISPLAY " "
055200     DISPLAY "CONTROLLER  ______________________________"
055300         "     DATE  __________"
055400     DISPLAY " "
055500     DISPLAY "==================================================="
055600         "=========================".
055700 4200-PRINT-CERTIFICATE-EXIT.
055800     EXIT.
055900
056000 9000-TERMINATE.
056100     IF Certify-Can-Proceed
056200         CLOSE CLOSECTL
056300     END-IF
056400     DISPLAY " "
056500     DISPLAY "MONTH-END CLOSE CERTIFICATION SUMMARY"
056600     DISPLAY "Month               - " Certify-Month
056700     DISPLAY "GLPOST entries read - " Glpost-Entries-Read
056800     DISPLAY "Entries in month    - " Month-Entries-Read
056900     DISPLAY "Steps certified     - " Steps-Certified
057000     DISPLAY "Exceptions          - " Exceptions-Found
057100     EVALUATE TRUE
057200         WHEN Certify-No-Control
057300             MOVE 12 TO RETURN-CODE
057400         WHEN Certify-Already-Closed
057500             MOVE 4 TO RETURN-CODE
057600         WHEN Exceptions-Found > ZERO
057700             MOVE 8 TO RETURN-CODE
057800         WHEN OTHER
057900             MOVE 0 TO RETURN-CODE
058000     END-EVALUATE.
058100 9000-TERMINATE-EXIT.
058200     EXIT.
