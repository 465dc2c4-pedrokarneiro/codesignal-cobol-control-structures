000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RecoveryRateReport.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-13.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    RECOVERYRATEREPORT                                         *
001100*                                                               *
001200*    MONTH-END RECOVERY-RATE REPORT FOR CREDIT, FROM ONE PASS   *
001300*    OF THE CHGRECV CHARGED-OFF RECEIVABLES, LIFE TO DATE:      *
001400*                                                               *
001500*      - BY AGENCY: EVERY PLACEMENT EVER MADE (ALL THREE TIERS  *
001600*        OF EVERY RECEIVABLE) UNDER THE AGENCY THAT HELD IT -   *
001700*        ACCOUNTS AND DOLLARS PLACED, GROSS COLLECTED, THE      *
001800*        COMMISSION KEPT, PLACEMENTS STILL OPEN AND RECALLED,   *
001900*        AND THE RECOVERY RATE (GROSS OVER PLACED). WHAT CAME   *
002000*        BACK OUTSIDE THE AGENCIES - THE CUSTOMER PAYING THE    *
002100*        BANK DIRECT - IS SHOWN AS DIRECT, RATED AGAINST ALL    *
002200*        DOLLARS CHARGED OFF.                                   *
002300*      - BY VINTAGE: RECEIVABLES GROUPED BY THE QUARTER THEY    *
002400*        WERE CHARGED OFF - ACCOUNTS, DOLLARS CHARGED OFF,      *
002500*        RECOVERED AND STILL OUTSTANDING, AND THE RECOVERY RATE *
002600*        (RECOVERED OVER CHARGED OFF).                          *
002700*                                                               *
002800*    MODIFICATION HISTORY                                      *
002900*    ------------------------------------------------------    *
003000*    DATE       INIT  DESCRIPTION                              *
003100*    ---------  ----  -----------------------------------      *
003200*    2026-10-13  RLB  ORIGINAL.                                *
003300*                                                               *
003400*****************************************************************
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CHGRECV ASSIGN TO "CHGRECV"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS CP-ACCOUNT-NUMBER
004300         FILE STATUS IS Chgrecv-File-Status.
004400
004500     SELECT AGYPARM ASSIGN TO "AGYPARM"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS Agyparm-File-Status.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  CHGRECV.
005200     COPY CHGRECV.
005300
005400 FD  AGYPARM.
005500     COPY AGYPARM.
005600
005700 WORKING-STORAGE SECTION.
005800 01  Chgrecv-File-Status             PIC XX.
005900     88  Chgrecv-OK                  VALUE "00".
006000     88  Chgrecv-EOF                 VALUE "10".
006100 01  Agyparm-File-Status             PIC XX.
006200     88  Agyparm-OK                  VALUE "00".
006300     88  Agyparm-EOF                 VALUE "10".
006400
006500 01  Run-Date                        PIC 9(08).
006600 01  Placement-Sub                   PIC 9(01) COMP.
006700 01  Agency-Recovered-Sum            PIC S9(9)V99.
006800 01  Direct-Recovered                PIC S9(9)V99.
006900 01  Charge-Off-Month                PIC 9(02).
007000 01  Charge-Off-Quarter              PIC 9(01).
007100 01  Vintage-Key.
007200     05  Vintage-Year                PIC 9(04).
007300     05  FILLER                      PIC X(01) VALUE "Q".
007400     05  Vintage-Quarter             PIC 9(01).
007500
007600*    ONE ROW PER AGENCY; NAMES COME FROM AGYPARM WHERE IT HAS
007700*    THE AGENCY.
007800 01  Agency-Roll-Table.
007900     05  Agency-Roll-Count           PIC 9(03) COMP.
008000     05  Agency-Roll-Entry OCCURS 50 TIMES.
008100         10  YA-AGENCY-ID            PIC X(04).
008200         10  YA-AGENCY-NAME          PIC X(30).
008300         10  YA-PLACEMENTS           PIC 9(07).
008400         10  YA-OPEN-PLACEMENTS      PIC 9(07).
008500         10  YA-RECALLS              PIC 9(07).
008600         10  YA-PLACED-TOTAL         PIC S9(11)V99.
008700         10  YA-RECOVERED-TOTAL      PIC S9(11)V99.
008800         10  YA-COMMISSION-TOTAL     PIC S9(11)V99.
008900 01  Agency-Sub                      PIC 9(03) COMP.
009000 01  Agency-Found-Sub                PIC 9(03) COMP.
009100
009200*    ONE ROW PER CHARGE-OFF QUARTER, KEPT IN VINTAGE ORDER.
009300 01  Vintage-Roll-Table.
009400     05  Vintage-Roll-Count          PIC 9(03) COMP.
009500     05  Vintage-Roll-Entry OCCURS 100 TIMES.
009600         10  YV-VINTAGE              PIC X(06).
009700         10  YV-ACCOUNTS             PIC 9(07).
009800         10  YV-CHARGEOFF-TOTAL      PIC S9(11)V99.
009900         10  YV-RECOVERED-TOTAL      PIC S9(11)V99.
010000 01  Vintage-Sub                     PIC 9(03) COMP.
010100 01  Vintage-Found-Sub               PIC 9(03) COMP.
010200
010300 01  Recovery-Rate                   PIC 9(03)V9.
010400 01  Edited-Rate                     PIC ZZ9.9.
010500 01  Edited-Total                    PIC -(9)9.99.
010600 01  Edited-Total-2                  PIC -(9)9.99.
010700 01  Edited-Total-3                  PIC -(9)9.99.
010800
010900 01  Report-Counters.
011000     05  Receivables-Read            PIC 9(7) COMP.
011100     05  Agencies-Dropped            PIC 9(7) COMP.
011200     05  Vintages-Dropped            PIC 9(7) COMP.
011300     05  Grand-Chargeoff-Total       PIC S9(11)V99.
011400     05  Grand-Recovered-Total       PIC S9(11)V99.
011500     05  Grand-Direct-Total          PIC S9(11)V99.
011600     05  Grand-Placed-Total          PIC S9(11)V99.
011700     05  Grand-Agency-Total          PIC S9(11)V99.
011800
011900 PROCEDURE DIVISION.
012000
012100 0000-MAINLINE.
012200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
012300     PERFORM 2000-ROLL-RECEIVABLE THRU 2000-ROLL-RECEIVABLE-EXIT
012400         UNTIL Chgrecv-EOF
012500     PERFORM 3000-PRINT-AGENCIES THRU 3000-PRINT-AGENCIES-EXIT
012600     PERFORM 4000-PRINT-VINTAGES THRU 4000-PRINT-VINTAGES-EXIT
012700     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
012800     STOP RUN.
012900
013000 1000-INITIALIZE.
013100     INITIALIZE Report-Counters
013200     MOVE 0 TO Agency-Roll-Count
013300               Vintage-Roll-Count
013400     OPEN INPUT CHGRECV
013500     IF NOT Chgrecv-OK
013600         DISPLAY "CHGRECV open failed - " Chgrecv-File-Status
013700         MOVE 16 TO RETURN-CODE
013800         STOP RUN
013900     END-IF
014000     ACCEPT Run-Date FROM DATE YYYYMMDD
014100     DISPLAY "CHARGE-OFF RECOVERY RATES - " Run-Date
014200     DISPLAY "========================================="
014300*> The agency table is seeded from AGYPARM so every agency
014400*> appears with its name, placed with or not.
014500     OPEN INPUT AGYPARM
014600     IF Agyparm-OK
014700         PERFORM 1100-LOAD-AGENCY THRU 1100-LOAD-AGENCY-EXIT
014800             UNTIL Agyparm-EOF
014900         CLOSE AGYPARM
015000     END-IF
015100     READ CHGRECV
015200         AT END
015300             SET Chgrecv-EOF TO TRUE
015400     END-READ.
015500 1000-INITIALIZE-EXIT.
015600     EXIT.
015700
015800 1100-LOAD-AGENCY.
015900     READ AGYPARM
016000         AT END
016100             SET Agyparm-EOF TO TRUE
016200             GO TO 1100-LOAD-AGENCY-EXIT
016300     END-READ
016400     IF Agency-Roll-Count >= 50
016500         ADD 1 TO Agencies-Dropped
016600         GO TO 1100-LOAD-AGENCY-EXIT
016700     END-IF
016800     ADD 1 TO Agency-Roll-Count
016900     INITIALIZE Agency-Roll-Entry (Agency-Roll-Count)
017000     MOVE AG-AGENCY-ID TO YA-AGENCY-ID (Agency-Roll-Count)
017100     MOVE AG-AGENCY-NAME TO YA-AGENCY-NAME (Agency-Roll-Count).
017200 1100-LOAD-AGENCY-EXIT.
017300     EXIT.
017400
017500 2000-ROLL-RECEIVABLE.
017600     ADD 1 TO Receivables-Read
017700     ADD CP-CHARGEOFF-AMOUNT TO Grand-Chargeoff-Total
017800     ADD CP-RECOVERED-AMOUNT TO Grand-Recovered-Total
017900     MOVE ZERO TO Agency-Recovered-Sum
018000     PERFORM 2100-ROLL-PLACEMENT THRU 2100-ROLL-PLACEMENT-EXIT
018100         VARYING Placement-Sub FROM 1 BY 1
018200         UNTIL Placement-Sub > CP-PLACEMENT-COUNT
018300             OR Placement-Sub > 3
018400     COMPUTE Direct-Recovered =
018500         CP-RECOVERED-AMOUNT - Agency-Recovered-Sum
018600     IF Direct-Recovered > ZERO
018700         ADD Direct-Recovered TO Grand-Direct-Total
018800     END-IF
018900     PERFORM 2300-FIND-VINTAGE THRU 2300-FIND-VINTAGE-EXIT
019000     IF Vintage-Found-Sub = 0
019100         ADD 1 TO Vintages-Dropped
019200         GO TO 2000-READ-NEXT
019300     END-IF
019400     ADD 1 TO YV-ACCOUNTS (Vintage-Found-Sub)
019500     ADD CP-CHARGEOFF-AMOUNT
019600         TO YV-CHARGEOFF-TOTAL (Vintage-Found-Sub)
019700     ADD CP-RECOVERED-AMOUNT
019800         TO YV-RECOVERED-TOTAL (Vintage-Found-Sub).
019900
020000 2000-READ-NEXT.
020100     READ CHGRECV
020200         AT END
020300             SET Chgrecv-EOF TO TRUE
020400     END-READ.
020500 2000-ROLL-RECEIVABLE-EXIT.
020600     EXIT.
020700
020800*> A placement is open while it is the receivable's latest
020900*> and carries no recall date.
021000 2100-ROLL-PLACEMENT.
021100     ADD CP-AGENCY-RECOVERED (Placement-Sub)
021200         TO Agency-Recovered-Sum
021300     PERFORM 2200-FIND-AGENCY THRU 2200-FIND-AGENCY-EXIT
021400     IF Agency-Found-Sub = 0
021500         ADD 1 TO Agencies-Dropped
021600         GO TO 2100-ROLL-PLACEMENT-EXIT
021700     END-IF
021800     ADD 1 TO YA-PLACEMENTS (Agency-Found-Sub)
021900     ADD CP-PLACED-AMOUNT (Placement-Sub)
022000         TO YA-PLACED-TOTAL (Agency-Found-Sub)
022100     ADD CP-AGENCY-RECOVERED (Placement-Sub)
022200         TO YA-RECOVERED-TOTAL (Agency-Found-Sub)
022300     ADD CP-AGENCY-COMMISSION (Placement-Sub)
022400         TO YA-COMMISSION-TOTAL (Agency-Found-Sub)
022500     IF CP-RECALLED-DATE (Placement-Sub) = ZERO
022600         ADD 1 TO YA-OPEN-PLACEMENTS (Agency-Found-Sub)
022700     ELSE
022800         IF CP-RECALL-REASON (Placement-Sub) NOT = "PF"
022900             ADD 1 TO YA-RECALLS (Agency-Found-Sub)
023000         END-IF
023100     END-IF.
023200 2100-ROLL-PLACEMENT-EXIT.
023300     EXIT.
023400
023500 2200-FIND-AGENCY.
023600     MOVE ZERO TO Agency-Found-Sub
023700     PERFORM 2210-SCAN-AGENCY THRU 2210-SCAN-AGENCY-EXIT
023800         VARYING Agency-Sub FROM 1 BY 1
023900         UNTIL Agency-Sub > Agency-Roll-Count
024000             OR Agency-Found-Sub > 0
024100     IF Agency-Found-Sub > 0
024200         GO TO 2200-FIND-AGENCY-EXIT
024300     END-IF
024400     IF Agency-Roll-Count >= 50
024500         GO TO 2200-FIND-AGENCY-EXIT
024600     END-IF
024700     ADD 1 TO Agency-Roll-Count
024800     MOVE Agency-Roll-Count TO Agency-Found-Sub
024900     INITIALIZE Agency-Roll-Entry (Agency-Found-Sub)
025000     MOVE CP-AGENCY-ID (Placement-Sub)
025100         TO YA-AGENCY-ID (Agency-Found-Sub)
025200     MOVE "(NOT ON AGYPARM)" TO YA-AGENCY-NAME (Agency-Found-Sub).
025300 2200-FIND-AGENCY-EXIT.
025400     EXIT.
025500
025600 2210-SCAN-AGENCY.
025700     IF YA-AGENCY-ID (Agency-Sub) = CP-AGENCY-ID (Placement-Sub)
025800         MOVE Agency-Sub TO Agency-Found-Sub
025900     END-IF.
026000 2210-SCAN-AGENCY-EXIT.
026100     EXIT.
026200
026300*****************************************************************
026400*    THE VINTAGE IS THE CHARGE-OFF YEAR AND QUARTER. A NEW ONE  *
026500*    IS SLOTTED IN KEY ORDER SO THE PRINT NEEDS NO SORT.        *
026600*****************************************************************
026700 2300-FIND-VINTAGE.
026800     MOVE CP-CHARGEOFF-DATE (1:4) TO Vintage-Year
026900     MOVE CP-CHARGEOFF-DATE (5:2) TO Charge-Off-Month
027000     COMPUTE Charge-Off-Quarter =
027100         (Charge-Off-Month + 2) / 3
027200     MOVE Charge-Off-Quarter TO Vintage-Quarter
027300     MOVE ZERO TO Vintage-Found-Sub
027400     PERFORM 2310-SCAN-VINTAGE THRU 2310-SCAN-VINTAGE-EXIT
027500         VARYING Vintage-Sub FROM 1 BY 1
027600         UNTIL Vintage-Sub > Vintage-Roll-Count
027700             OR Vintage-Found-Sub > 0
027800     IF Vintage-Found-Sub > 0
027900         IF YV-VINTAGE (Vintage-Found-Sub) = Vintage-Key
028000             GO TO 2300-FIND-VINTAGE-EXIT
028100         END-IF
028200     ELSE
028300         COMPUTE Vintage-Found-Sub = Vintage-Roll-Count + 1
028400     END-IF
028500     IF Vintage-Roll-Count >= 100
028600         MOVE ZERO TO Vintage-Found-Sub
028700         GO TO 2300-FIND-VINTAGE-EXIT
028800     END-IF
028900     PERFORM 2320-SHIFT-VINTAGE THRU 2320-SHIFT-VINTAGE-EXIT
029000         VARYING Vintage-Sub FROM Vintage-Roll-Count BY -1
029100         UNTIL Vintage-Sub < Vintage-Found-Sub
029200     ADD 1 TO Vintage-Roll-Count
029300     INITIALIZE Vintage-Roll-Entry (Vintage-Found-Sub)
029400     MOVE Vintage-Key TO YV-VINTAGE (Vintage-Found-Sub).
029500 2300-FIND-VINTAGE-EXIT.
029600     EXIT.
029700
029800*> Stops on the vintage itself or on the first one after it,
029900*> which is where a new vintage belongs.
030000 2310-SCAN-VINTAGE.
030100     IF YV-VINTAGE (Vintage-Sub) NOT < Vintage-Key
030200         MOVE Vintage-Sub TO Vintage-Found-Sub
030300     END-IF.
030400 2310-SCAN-VINTAGE-EXIT.
030500     EXIT.
030600
030700 2320-SHIFT-VINTAGE.
030800     MOVE Vintage-Roll-Entry (Vintage-Sub)
030900         TO Vintage-Roll-Entry (Vintage-Sub + 1).
031000 2320-SHIFT-VINTAGE-EXIT.
031100     EXIT.
031200
031300 3000-PRINT-AGENCIES.
031400     DISPLAY " "
031500     DISPLAY "RECOVERY BY AGENCY"
031600     DISPLAY "AGENCY NAME                           PLACED  "
031700         " OPEN     RECALLED"
031800     PERFORM 3100-PRINT-AGENCY THRU 3100-PRINT-AGENCY-EXIT
031900         VARYING Agency-Sub FROM 1 BY 1
032000         UNTIL Agency-Sub > Agency-Roll-Count
032100     MOVE ZERO TO Recovery-Rate
032200     IF Grand-Chargeoff-Total > ZERO
032300         COMPUTE Recovery-Rate ROUNDED =
032400             Grand-Direct-Total * 100 / Grand-Chargeoff-Total
032500     END-IF
032600     MOVE Recovery-Rate TO Edited-Rate
032700     MOVE Grand-Direct-Total TO Edited-Total
032800     DISPLAY "DIRECT (PAID TO THE BANK)     RECOVERED "
032900         Edited-Total "  RATE " Edited-Rate "%".
033000 3000-PRINT-AGENCIES-EXIT.
033100     EXIT.
033200
033300 3100-PRINT-AGENCY.
033400     DISPLAY YA-AGENCY-ID (Agency-Sub) "   "
033500         YA-AGENCY-NAME (Agency-Sub) " "
033600         YA-PLACEMENTS (Agency-Sub) " "
033700         YA-OPEN-PLACEMENTS (Agency-Sub) " "
033800         YA-RECALLS (Agency-Sub)
033900     MOVE ZERO TO Recovery-Rate
034000     IF YA-PLACED-TOTAL (Agency-Sub) > ZERO
034100         COMPUTE Recovery-Rate ROUNDED =
034200             YA-RECOVERED-TOTAL (Agency-Sub) * 100
034300             / YA-PLACED-TOTAL (Agency-Sub)
034400     END-IF
034500     MOVE Recovery-Rate TO Edited-Rate
034600     MOVE YA-PLACED-TOTAL (Agency-Sub) TO Edited-Total
034700     MOVE YA-RECOVERED-TOTAL (Agency-Sub) TO Edited-Total-2
034800     MOVE YA-COMMISSION-TOTAL (Agency-Sub) TO Edited-Total-3
034900     DISPLAY "    PLACED " Edited-Total
035000         "  COLLECTED " Edited-Total-2
035100         "  RATE " Edited-Rate "%"
035200     DISPLAY "    COMMISSION " Edited-Total-3
035300     ADD YA-PLACED-TOTAL (Agency-Sub) TO Grand-Placed-Total
035400     ADD YA-RECOVERED-TOTAL (Agency-Sub) TO Grand-Agency-Total.
035500 3100-PRINT-AGENCY-EXIT.
035600     EXIT.
035700
035800 4000-PRINT-VINTAGES.
035900     DISPLAY " "
036000     DISPLAY "RECOVERY BY CHARGE-OFF VINTAGE"
036100     DISPLAY "VINTAGE ACCOUNTS   CHARGED OFF     RECOVERED"
036200         "   OUTSTANDING   RATE"
036300     PERFORM 4100-PRINT-VINTAGE THRU 4100-PRINT-VINTAGE-EXIT
036400         VARYING Vintage-Sub FROM 1 BY 1
036500         UNTIL Vintage-Sub > Vintage-Roll-Count.
036600 4000-PRINT-VINTAGES-EXIT.
036700     EXIT.
036800
036900 4100-PRINT-VINTAGE.
037000     MOVE ZERO TO Recovery-Rate
037100     IF YV-CHARGEOFF-TOTAL (Vintage-Sub) > ZERO
037200         COMPUTE Recovery-Rate ROUNDED =
037300             YV-RECOVERED-TOTAL (Vintage-Sub) * 100
037400             / YV-CHARGEOFF-TOTAL (Vintage-Sub)
037500     END-IF
037600     MOVE Recovery-Rate TO Edited-Rate
037700     MOVE YV-CHARGEOFF-TOTAL (Vintage-Sub) TO Edited-Total
037800     MOVE YV-RECOVERED-TOTAL (Vintage-Sub) TO Edited-Total-2
037900     COMPUTE Edited-Total-3 =
038000         YV-CHARGEOFF-TOTAL (Vintage-Sub)
038100         - YV-RECOVERED-TOTAL (Vintage-Sub)
038200     DISPLAY YV-VINTAGE (Vintage-Sub) "  "
038300         YV-ACCOUNTS (Vintage-Sub) " "
038400         Edited-Total Edited-Total-2 Edited-Total-3 " "
038500         Edited-Rate "%".
038600 4100-PRINT-VINTAGE-EXIT.
038700     EXIT.
038800
038900 9000-TERMINATE.
039000     CLOSE CHGRECV
039100     DISPLAY " "
039200     DISPLAY "RECOVERY SUMMARY"
039300     DISPLAY "Receivables read    - " Receivables-Read
039400     MOVE Grand-Chargeoff-Total TO Edited-Total
039500     DISPLAY "Charged off         - " Edited-Total
039600     MOVE Grand-Recovered-Total TO Edited-Total
039700     DISPLAY "Recovered           - " Edited-Total
039800     MOVE Grand-Placed-Total TO Edited-Total
039900     DISPLAY "Placed w/ agencies  - " Edited-Total
040000     MOVE Grand-Agency-Total TO Edited-Total
040100     DISPLAY "  through agencies  - " Edited-Total
040200     MOVE Grand-Direct-Total TO Edited-Total
040300     DISPLAY "  paid direct       - " Edited-Total
040400     MOVE ZERO TO Recovery-Rate
040500     IF Grand-Chargeoff-Total > ZERO
040600         COMPUTE Recovery-Rate ROUNDED =
040700             Grand-Recovered-Total * 100 / Grand-Chargeoff-Total
040800     END-IF
040900     MOVE Recovery-Rate TO Edited-Rate
041000     DISPLAY "Overall rate        - " Edited-Rate "%"
041100     IF Agencies-Dropped > 0
041200         DISPLAY "** Placements not rolled - agency table full: "
041300             Agencies-Dropped
041400     END-IF
041500     IF Vintages-Dropped > 0
041600         DISPLAY "** Receivables not rolled - vintages full: "
041700             Vintages-Dropped
041800     END-IF.
041900 9000-TERMINATE-EXIT.
042000     EXIT.
