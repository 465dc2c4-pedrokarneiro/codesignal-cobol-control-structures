000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CampaignResultsReport.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    CAMPAIGNRESULTSREPORT                                      *
001100*                                                               *
001200*    THE MARKETING CAMPAIGN RESULTS REPORT. FOR EVERY CAMPAIGN  *
001300*    ON CAMPDEF THAT HAS BEEN SELECTED - STILL IN ITS RESPONSE  *
001400*    WINDOW (S) OR CLOSED (C) - THE CAMPOFR REGISTER IS TALLIED *
001500*    TARGET GROUP AGAINST HELD-OUT CONTROL GROUP, AS OF THE     *
001600*    LAST MEASUREMENT:                                          *
001700*      - CUSTOMERS, RESPONDERS AND THE RESPONSE RATE, WITH THE  *
001800*        COUNTS THAT OPENED A PRODUCT, RAISED BALANCES OR       *
001900*        ENROLLED IN A SERVICE;                                 *
002000*      - TOTAL BASE AND CURRENT BALANCES AND THE AVERAGE        *
002100*        CHANGE PER CUSTOMER;                                   *
002200*      - THE RESPONSE LIFT (TARGET RATE LESS CONTROL RATE, IN   *
002300*        POINTS) AND THE INCREMENTAL BALANCE - THE TARGET       *
002400*        GROUP'S AVERAGE CHANGE LESS THE CONTROL GROUP'S, TIMES *
002500*        THE TARGET CUSTOMERS - WHICH IS THE GROWTH THE OFFER   *
002600*        ITSELF BROUGHT IN;                                     *
002700*      - THE CUSTOMERS EXCLUDED AT SELECTION, BY REASON.        *
002800*    A CAMPAIGN WITH NO CONTROL GROUP SHOWS NO LIFT.            *
002900*                                                               *
003000*    MODIFICATION HISTORY                                      *
003100*    ------------------------------------------------------    *
003200*    DATE       INIT  DESCRIPTION                              *
003300*    ---------  ----  -----------------------------------      *
003400*    2026-10-15  RLB  ORIGINAL.                                *
003500*                                                               *
003600*****************************************************************
003700
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT CAMPDEF ASSIGN TO "CAMPDEF"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS CF-CAMPAIGN-ID
004500         FILE STATUS IS Campdef-File-Status.
004600
004700     SELECT CAMPOFR ASSIGN TO "CAMPOFR"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS MR-OFFER-KEY
005100         FILE STATUS IS Campofr-File-Status.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  CAMPDEF.
005600     COPY CAMPDEF.
005700
005800 FD  CAMPOFR.
005900     COPY CAMPOFR.
006000
006100 WORKING-STORAGE SECTION.
006200 01  Campdef-File-Status             PIC XX.
006300     88  Campdef-OK                  VALUE "00".
006400     88  Campdef-EOF                 VALUE "10".
006500 01  Campofr-File-Status             PIC XX.
006600     88  Campofr-OK                  VALUE "00".
006700     88  Campofr-EOF                 VALUE "10".
006800
006900 01  Run-Date                        PIC 9(08).
007000 01  Browse-Switch                   PIC X(01).
007100     88  Browse-Is-Done              VALUE "Y".
007200     88  Browse-Is-Open              VALUE "N".
007300
007400*> ONE ENTRY PER MEASURED GROUP: 1 TARGET, 2 CONTROL.
007500 01  Group-Sub                       PIC 9(01) COMP.
007600 01  Group-Table.
007700     05  GR-ENTRY OCCURS 2 TIMES.
007800         10  GR-CUSTOMERS            PIC 9(7) COMP.
007900         10  GR-RESPONDED            PIC 9(7) COMP.
008000         10  GR-OPENED               PIC 9(7) COMP.
008100         10  GR-RAISED               PIC 9(7) COMP.
008200         10  GR-ENROLLED             PIC 9(7) COMP.
008300         10  GR-BASE-BALANCE         PIC S9(13)V99.
008400         10  GR-CURRENT-BALANCE      PIC S9(13)V99.
008500         10  GR-RESPONSE-RATE        PIC 9(03)V9.
008600         10  GR-AVERAGE-CHANGE       PIC S9(9)V99.
008700 01  Excluded-Counters.
008800     05  Excluded-Opt-Out            PIC 9(7) COMP.
008900     05  Excluded-Deceased           PIC 9(7) COMP.
009000     05  Excluded-Bankruptcy         PIC 9(7) COMP.
009100     05  Excluded-Address            PIC 9(7) COMP.
009200
009300 01  Response-Lift                   PIC S9(03)V9.
009400 01  Incremental-Balance             PIC S9(13)V99.
009500
009600 01  Edited-Count-1                  PIC ZZZ,ZZZ,ZZ9.
009700 01  Edited-Count-2                  PIC ZZZ,ZZZ,ZZ9.
009800 01  Edited-Rate-1                   PIC ZZ9.9.
009900 01  Edited-Rate-2                   PIC ZZ9.9.
010000 01  Edited-Lift                     PIC -ZZ9.9.
010100 01  Edited-Amount-1                 PIC -(12)9.99.
010200 01  Edited-Amount-2                 PIC -(12)9.99.
010300 01  Edited-Incremental              PIC -(12)9.99.
010400 01  Report-Label                    PIC X(24).
010500
010600 01  Report-Counters.
010700     05  Campaigns-Read              PIC 9(7) COMP.
010800     05  Campaigns-Reported          PIC 9(7) COMP.
010900
011000 PROCEDURE DIVISION.
011100
011200 0000-MAINLINE.
011300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
011400     PERFORM 2000-REPORT-CAMPAIGN THRU 2000-REPORT-CAMPAIGN-EXIT
011500         UNTIL Campdef-EOF
011600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
011700     STOP RUN.
011800
011900 1000-INITIALIZE.
012000     MOVE ZERO TO Report-Counters
012100     ACCEPT Run-Date FROM DATE YYYYMMDD
012200     OPEN INPUT CAMPDEF
012300     IF NOT Campdef-OK
012400         DISPLAY "CAMPDEF open failed - " Campdef-File-Status
012500         MOVE 16 TO RETURN-CODE
012600         STOP RUN
012700     END-IF
012800     OPEN INPUT CAMPOFR
012900     IF NOT Campofr-OK
013000         DISPLAY "CAMPOFR open failed - " Campofr-File-Status
013100         CLOSE CAMPDEF
013200         MOVE 16 TO RETURN-CODE
013300         STOP RUN
013400     END-IF
013500     DISPLAY "MARKETING CAMPAIGN RESULTS - RUN DATE " Run-Date
013600     DISPLAY "============================================="
013700     READ CAMPDEF
013800         AT END
013900             SET Campdef-EOF TO TRUE
014000     END-READ.
014100 1000-INITIALIZE-EXIT.
014200     EXIT.
014300
014400 2000-REPORT-CAMPAIGN.
014500     ADD 1 TO Campaigns-Read
014600     IF NOT CF-STATUS-SELECTED AND NOT CF-STATUS-CLOSED
014700         GO TO 2000-READ-NEXT
014800     END-IF
014900     ADD 1 TO Campaigns-Reported
015000     INITIALIZE Group-Table
015100     MOVE ZERO TO Excluded-Counters
015200     SET Browse-Is-Open TO TRUE
015300     MOVE CF-CAMPAIGN-ID TO MR-CAMPAIGN-ID
015400     MOVE LOW-VALUES TO MR-CUSTOMER-NUMBER
015500     START CAMPOFR KEY IS NOT LESS THAN MR-OFFER-KEY
015600         INVALID KEY
015700             SET Browse-Is-Done TO TRUE
015800     END-START
015900     PERFORM 2100-TALLY-OFFER THRU 2100-TALLY-OFFER-EXIT
016000         UNTIL Browse-Is-Done
016100     PERFORM 2200-FIGURE-GROUP THRU 2200-FIGURE-GROUP-EXIT
016200         VARYING Group-Sub FROM 1 BY 1
016300         UNTIL Group-Sub > 2
016400     PERFORM 3000-PRINT-CAMPAIGN THRU 3000-PRINT-CAMPAIGN-EXIT.
016500
016600 2000-READ-NEXT.
016700     READ CAMPDEF
016800         AT END
016900             SET Campdef-EOF TO TRUE
017000     END-READ.
017100 2000-REPORT-CAMPAIGN-EXIT.
017200     EXIT.
017300
017400 2100-TALLY-OFFER.
017500     READ CAMPOFR NEXT RECORD
017600         AT END
017700             SET Browse-Is-Done TO TRUE
017800             GO TO 2100-TALLY-OFFER-EXIT
017900     END-READ
018000     IF MR-CAMPAIGN-ID NOT = CF-CAMPAIGN-ID
018100         SET Browse-Is-Done TO TRUE
018200         GO TO 2100-TALLY-OFFER-EXIT
018300     END-IF
018400     EVALUATE TRUE
018500         WHEN MR-TARGET-GROUP
018600             MOVE 1 TO Group-Sub
018700         WHEN MR-CONTROL-GROUP
018800             MOVE 2 TO Group-Sub
018900         WHEN MR-EXCLUDED-OPT-OUT
019000             ADD 1 TO Excluded-Opt-Out
019100             GO TO 2100-TALLY-OFFER-EXIT
019200         WHEN MR-EXCLUDED-DECEASED
019300             ADD 1 TO Excluded-Deceased
019400             GO TO 2100-TALLY-OFFER-EXIT
019500         WHEN MR-EXCLUDED-BANKRUPTCY
019600             ADD 1 TO Excluded-Bankruptcy
019700             GO TO 2100-TALLY-OFFER-EXIT
019800         WHEN OTHER
019900             ADD 1 TO Excluded-Address
020000             GO TO 2100-TALLY-OFFER-EXIT
020100     END-EVALUATE
020200     ADD 1 TO GR-CUSTOMERS (Group-Sub)
020300     IF MR-RESPONDED
020400         ADD 1 TO GR-RESPONDED (Group-Sub)
020500     END-IF
020600     IF MR-OPENED-PRODUCT
020700         ADD 1 TO GR-OPENED (Group-Sub)
020800     END-IF
020900     IF MR-RAISED-BALANCE
021000         ADD 1 TO GR-RAISED (Group-Sub)
021100     END-IF
021200     IF MR-ENROLLED-SERVICE
021300         ADD 1 TO GR-ENROLLED (Group-Sub)
021400     END-IF
021500     ADD MR-BASE-BALANCE TO GR-BASE-BALANCE (Group-Sub)
021600*> A row not yet measured has no current figures; it is
021700*> carried at its base so it shows no change.
021800     IF MR-MEASURED-DATE = ZERO
021900         ADD MR-BASE-BALANCE TO GR-CURRENT-BALANCE (Group-Sub)
022000     ELSE
022100         ADD MR-CURRENT-BALANCE
022200             TO GR-CURRENT-BALANCE (Group-Sub)
022300     END-IF.
022400 2100-TALLY-OFFER-EXIT.
022500     EXIT.
022600
022700 2200-FIGURE-GROUP.
022800     IF GR-CUSTOMERS (Group-Sub) = ZERO
022900         GO TO 2200-FIGURE-GROUP-EXIT
023000     END-IF
023100     COMPUTE GR-RESPONSE-RATE (Group-Sub) ROUNDED =
023200         GR-RESPONDED (Group-Sub) * 100
023300         / GR-CUSTOMERS (Group-Sub)
023400     COMPUTE GR-AVERAGE-CHANGE (Group-Sub) ROUNDED =
023500         (GR-CURRENT-BALANCE (Group-Sub)
023600          - GR-BASE-BALANCE (Group-Sub))
023700         / GR-CUSTOMERS (Group-Sub).
023800 2200-FIGURE-GROUP-EXIT.
023900     EXIT.
024000
024100*****************************************************************
024200*    ONE BLOCK PER CAMPAIGN, TARGET AND CONTROL SIDE BY SIDE,   *
024300*    THEN THE LIFT AND THE INCREMENTAL BALANCE.                 *
024400*****************************************************************
024500 3000-PRINT-CAMPAIGN.
024600     DISPLAY " "
024700     DISPLAY "CAMPAIGN " CF-CAMPAIGN-ID "  " CF-DESCRIPTION
024800         "  OFFER " CF-OFFER-CODE " TYPE " CF-OFFER-TYPE
024900     IF CF-STATUS-CLOSED
025000         DISPLAY "  SELECTED " CF-SELECTED-DATE
025100             "  WINDOW END " CF-WINDOW-END-DATE
025200             "  LAST MEASURED " CF-LAST-MEASURED-DATE
025300             "  CLOSED"
025400     ELSE
025500         DISPLAY "  SELECTED " CF-SELECTED-DATE
025600             "  WINDOW END " CF-WINDOW-END-DATE
025700             "  LAST MEASURED " CF-LAST-MEASURED-DATE
025800             "  IN WINDOW"
025900     END-IF
026000     DISPLAY "                                    TARGET"
026100         "          CONTROL"
026200     MOVE "CUSTOMERS" TO Report-Label
026300     MOVE GR-CUSTOMERS (1) TO Edited-Count-1
026400     MOVE GR-CUSTOMERS (2) TO Edited-Count-2
026500     PERFORM 3100-PRINT-COUNTS THRU 3100-PRINT-COUNTS-EXIT
026600     MOVE "RESPONDED" TO Report-Label
026700     MOVE GR-RESPONDED (1) TO Edited-Count-1
026800     MOVE GR-RESPONDED (2) TO Edited-Count-2
026900     PERFORM 3100-PRINT-COUNTS THRU 3100-PRINT-COUNTS-EXIT
027000     MOVE GR-RESPONSE-RATE (1) TO Edited-Rate-1
027100     MOVE GR-RESPONSE-RATE (2) TO Edited-Rate-2
027200     DISPLAY "  RESPONSE RATE                     "
027300         Edited-Rate-1 "%           " Edited-Rate-2 "%"
027400     MOVE "  OPENED A PRODUCT" TO Report-Label
027500     MOVE GR-OPENED (1) TO Edited-Count-1
027600     MOVE GR-OPENED (2) TO Edited-Count-2
027700     PERFORM 3100-PRINT-COUNTS THRU 3100-PRINT-COUNTS-EXIT
027800     MOVE "  RAISED BALANCES" TO Report-Label
027900     MOVE GR-RAISED (1) TO Edited-Count-1
028000     MOVE GR-RAISED (2) TO Edited-Count-2
028100     PERFORM 3100-PRINT-COUNTS THRU 3100-PRINT-COUNTS-EXIT
028200     MOVE "  ENROLLED IN A SERVICE" TO Report-Label
028300     MOVE GR-ENROLLED (1) TO Edited-Count-1
028400     MOVE GR-ENROLLED (2) TO Edited-Count-2
028500     PERFORM 3100-PRINT-COUNTS THRU 3100-PRINT-COUNTS-EXIT
028600     MOVE "BASE BALANCES" TO Report-Label
028700     MOVE GR-BASE-BALANCE (1) TO Edited-Amount-1
028800     MOVE GR-BASE-BALANCE (2) TO Edited-Amount-2
028900     PERFORM 3200-PRINT-AMOUNTS THRU 3200-PRINT-AMOUNTS-EXIT
029000     MOVE "CURRENT BALANCES" TO Report-Label
029100     MOVE GR-CURRENT-BALANCE (1) TO Edited-Amount-1
029200     MOVE GR-CURRENT-BALANCE (2) TO Edited-Amount-2
029300     PERFORM 3200-PRINT-AMOUNTS THRU 3200-PRINT-AMOUNTS-EXIT
029400     MOVE "AVERAGE CHANGE" TO Report-Label
029500     MOVE GR-AVERAGE-CHANGE (1) TO Edited-Amount-1
029600     MOVE GR-AVERAGE-CHANGE (2) TO Edited-Amount-2
029700     PERFORM 3200-PRINT-AMOUNTS THRU 3200-PRINT-AMOUNTS-EXIT
029800     IF GR-CUSTOMERS (2) = ZERO OR GR-CUSTOMERS (1) = ZERO
029900         DISPLAY "  RESPONSE LIFT / INCREMENTAL BALANCE -"
030000             " NO CONTROL GROUP TO MEASURE AGAINST"
030100     ELSE
030200         COMPUTE Response-Lift =
030300             GR-RESPONSE-RATE (1) - GR-RESPONSE-RATE (2)
030400         COMPUTE Incremental-Balance ROUNDED =
030500             (GR-AVERAGE-CHANGE (1) - GR-AVERAGE-CHANGE (2))
030600             * GR-CUSTOMERS (1)
030700         MOVE Response-Lift TO Edited-Lift
030800         MOVE Incremental-Balance TO Edited-Incremental
030900         DISPLAY "  RESPONSE LIFT (POINTS)            "
031000             Edited-Lift
031100         DISPLAY "  INCREMENTAL BALANCE     " Edited-Incremental
031200     END-IF
031300     DISPLAY "  EXCLUDED - OPT-OUT " Excluded-Opt-Out
031400         "  DECEASED " Excluded-Deceased
031500         "  BANKRUPTCY " Excluded-Bankruptcy
031600         "  ADDRESS " Excluded-Address.
031700 3000-PRINT-CAMPAIGN-EXIT.
031800     EXIT.
031900
032000 3100-PRINT-COUNTS.
032100     DISPLAY "  " Report-Label "     " Edited-Count-1
032200         "      " Edited-Count-2.
032300 3100-PRINT-COUNTS-EXIT.
032400     EXIT.
032500
032600 3200-PRINT-AMOUNTS.
032700     DISPLAY "  " Report-Label Edited-Amount-1
032800         " " Edited-Amount-2.
032900 3200-PRINT-AMOUNTS-EXIT.
033000     EXIT.
033100
033200 9000-TERMINATE.
033300     CLOSE CAMPDEF
033400     CLOSE CAMPOFR
033500     DISPLAY " "
033600     DISPLAY "CAMPAIGN RESULTS SUMMARY"
033700     DISPLAY "Campaigns read          - " Campaigns-Read
033800     DISPLAY "Campaigns reported      - " Campaigns-Reported.
033900 9000-TERMINATE-EXIT.
034000     EXIT.
