000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TreasuryLiquidityPosition.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    TREASURYLIQUIDITYPOSITION                                  *
001100*                                                               *
001200*    THE TREASURY DESK'S MORNING FUNDING VIEW. THE BUSINESS     *
001300*    DATE ON RUNCTLIN IS THE NIGHT JUST POSTED; TODAY IS THE    *
001400*    NEXT BUSINESS DAY AFTER IT, AND THE HORIZON IS TODAY AND   *
001500*    THE FIVE BUSINESS DAYS THAT FOLLOW ON HOLCAL.              *
001600*                                                               *
001700*    - PRIOR NIGHT'S FLOWS: THE SETTLTOT CLAIMS FOR THE         *
001800*      BUSINESS DATE, NETTED BY SOURCE CHANNEL (CREDITS IN      *
001900*      LESS DEBITS OUT).                                        *
002000*    - EXPECTED INFLOWS: COLLECTION DEBITS ON THE COLLOUT       *
002100*      INTERCHANGE BY SETTLE DATE, AND INCOMING WIRES STILL     *
002200*      PENDING ON WIREQ BY VALUE DATE.                          *
002300*    - OBLIGATIONS: OUTBOUND CREDITS ON COLLOUT BY SETTLE DATE, *
002400*      OUTSTANDING OFFICIAL CHECKS EXPECTED TO CLEAR A FEW      *
002500*      DAYS AFTER ISSUE, TIME DEPOSITS MATURING WITH A RELEASE  *
002600*      INSTRUCTION (THE BALANCE ON ACCTMSTR), AND OUTGOING      *
002700*      WIRES NOT YET SENT ON WIREOQ BY VALUE DATE.              *
002800*                                                               *
002900*    AN ITEM DATED BEFORE TODAY IS CARRIED INTO TODAY; ONE ON A *
003000*    CLOSED DAY FALLS TO THE NEXT BUSINESS DAY. THE NET FUNDING *
003100*    NEED FOR EACH DAY IS ITS OBLIGATIONS LESS ITS INFLOWS,     *
003200*    SHOWN WITH THE RUNNING TOTAL. OFFICIAL CHECKS PAST THE     *
003300*    STALE AGE ARE LEFT OUT AND SHOWN AS A MEMO, AS ARE THE     *
003400*    LARGE-DEPOSITOR RUN-OFF FIGURES FROM THE CONCEXT EXTRACT   *
003500*    OF DEPOSITCONCENTRATIONREPORT. A SOURCE THAT CANNOT BE     *
003600*    OPENED IS REPORTED AS NOT AVAILABLE AND ENDS THE STEP      *
003700*    RC=4 SO AN UNDERSTATED POSITION IS NOT TAKEN AS COMPLETE.  *
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
005000     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS Runctlin-File-Status.
005300
005400     SELECT HOLCAL ASSIGN TO "HOLCAL"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS HC-HOLIDAY-DATE
005800         FILE STATUS IS Holcal-File-Status.
005900
006000     SELECT SETTLTOT ASSIGN TO "SETTLTOT"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS Settltot-File-Status.
006300
006400     SELECT COLLOUT ASSIGN TO "COLLOUT"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS Collout-File-Status.
006700
006800     SELECT WIREQ ASSIGN TO "WIREQ"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS SEQUENTIAL
007100         RECORD KEY IS WQ-WIRE-REFERENCE
007200         FILE STATUS IS Wireq-File-Status.
007300
007400     SELECT OFFCHK ASSIGN TO "OFFCHK"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS SEQUENTIAL
007700         RECORD KEY IS OC-CHECK-NUMBER
007800         FILE STATUS IS Offchk-File-Status.
007900
008000     SELECT TERMDEP ASSIGN TO "TERMDEP"
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS SEQUENTIAL
008300         RECORD KEY IS TD-ACCOUNT-NUMBER
008400         FILE STATUS IS Termdep-File-Status.
008500
008600     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS RANDOM
008900         RECORD KEY IS MF-ACCOUNT-NUMBER
009000         FILE STATUS IS Acctmstr-File-Status.
009100
009200     SELECT WIREOQ ASSIGN TO "WIREOQ"
009300         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS SEQUENTIAL
009500         RECORD KEY IS WO-WIRE-REFERENCE
009600         FILE STATUS IS Wireoq-File-Status.
009700
009800     SELECT CONCEXT ASSIGN TO "CONCEXT"
009900         ORGANIZATION IS SEQUENTIAL
010000         FILE STATUS IS Concext-File-Status.
010100
010200 DATA DIVISION.
010300 FILE SECTION.
010400 FD  RUNCTLIN.
010500     COPY RUNCTL REPLACING
010600         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
010700         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
010800         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
010900         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.
011000
011100 FD  HOLCAL.
011200     COPY HOLCAL.
011300
011400 FD  SETTLTOT.
011500     COPY SETTLTOT.
011600
011700 FD  COLLOUT.
011800     COPY COLLOUT.
011900
012000 FD  WIREQ.
012100     COPY WIREQ.
012200
012300 FD  OFFCHK.
012400     COPY OFFCHK.
012500
012600 FD  TERMDEP.
012700     COPY TERMDEP.
012800
012900 FD  ACCTMSTR.
013000     COPY ACCTMSTR.
013100
013200 FD  WIREOQ.
013300     COPY WIREOQ.
013400
013500 FD  CONCEXT.
013600     COPY CONCEXT.
013700
013800 WORKING-STORAGE SECTION.
013900 01  Runctlin-File-Status            PIC XX.
014000     88  Runctlin-OK                 VALUE "00".
014100     88  Runctlin-Not-Found          VALUE "35".
014200 01  Holcal-File-Status              PIC XX.
014300     88  Holcal-OK                   VALUE "00".
014400 01  Holcal-File-Switch              PIC X(01).
014500     88  Holcal-File-Open            VALUE "Y".
014600     88  Holcal-File-Absent          VALUE "N".
014700 01  Settltot-File-Status            PIC XX.
014800     88  Settltot-OK                 VALUE "00".
014900     88  Settltot-EOF                VALUE "10".
015000 01  Collout-File-Status             PIC XX.
015100     88  Collout-OK                  VALUE "00".
015200     88  Collout-EOF                 VALUE "10".
015300 01  Wireq-File-Status               PIC XX.
015400     88  Wireq-OK                    VALUE "00".
015500     88  Wireq-EOF                   VALUE "10".
015600 01  Offchk-File-Status              PIC XX.
015700     88  Offchk-OK                   VALUE "00".
015800     88  Offchk-EOF                  VALUE "10".
015900 01  Termdep-File-Status             PIC XX.
016000     88  Termdep-OK                  VALUE "00".
016100     88  Termdep-EOF                 VALUE "10".
016200 01  Acctmstr-File-Status            PIC XX.
016300     88  Acctmstr-OK                 VALUE "00".
016400 01  Acctmstr-File-Switch            PIC X(01).
016500     88  Acctmstr-File-Open          VALUE "Y".
016600     88  Acctmstr-File-Absent        VALUE "N".
016700 01  Wireoq-File-Status              PIC XX.
016800     88  Wireoq-OK                   VALUE "00".
016900     88  Wireoq-EOF                  VALUE "10".
017000 01  Concext-File-Status             PIC XX.
017100     88  Concext-OK                  VALUE "00".
017200     88  Concext-EOF                 VALUE "10".
017300
017400*> An official check is expected to clear this many calendar
017500*> days after issue; past the stale age it is left to the
017600*> official check reconciliation.
017700 77  Check-Clear-Days                PIC 9(02) VALUE 3.
017800 77  Stale-Check-Days                PIC 9(03) VALUE 90.
017900 77  Horizon-Days                    PIC 9(01) VALUE 6.
018000
018100 01  Business-Date                   PIC 9(08).
018200 01  Today-Date                      PIC 9(08).
018300 01  Today-Integer-Date              PIC 9(07).
018400 01  Scan-Integer-Date               PIC 9(07).
018500 01  Next-Business-Integer           PIC 9(07).
018600 01  Candidate-Integer-Date          PIC 9(07).
018700 01  Candidate-Day-Of-Week           PIC 9(01).
018800 01  Candidate-Date                  PIC 9(08).
018900 01  Business-Day-Switch             PIC X(01).
019000     88  Is-Business-Day             VALUE "Y".
019100     88  Not-Business-Day            VALUE "N".
019200 01  Holiday-Switch                  PIC X(01).
019300     88  Is-Holiday                  VALUE "Y".
019400     88  Not-Holiday                 VALUE "N".
019500
019600*> Flow categories 1-2 are inflows, 3-6 obligations.
019700 01  Flow-Label-Values.
019800     05  FILLER      PIC X(24) VALUE "Collections in".
019900     05  FILLER      PIC X(24) VALUE "Incoming wires pending".
020000     05  FILLER      PIC X(24) VALUE "Collections out".
020100     05  FILLER      PIC X(24) VALUE "Official checks".
020200     05  FILLER      PIC X(24) VALUE "Time deposit releases".
020300     05  FILLER      PIC X(24) VALUE "Outgoing wires".
020400 01  Flow-Label-Table REDEFINES Flow-Label-Values.
020500     05  FL-LABEL                    PIC X(24) OCCURS 6 TIMES.
020600 77  Collections-In-Flow             PIC 9(01) VALUE 1.
020700 77  Wires-In-Flow                   PIC 9(01) VALUE 2.
020800 77  Collections-Out-Flow            PIC 9(01) VALUE 3.
020900 77  Official-Check-Flow             PIC 9(01) VALUE 4.
021000 77  Time-Deposit-Flow               PIC 9(01) VALUE 5.
021100 77  Wires-Out-Flow                  PIC 9(01) VALUE 6.
021200 77  Last-Inflow                     PIC 9(01) VALUE 2.
021300
021400 01  Horizon-Table.
021500     05  Horizon-Entry OCCURS 6 TIMES.
021600         10  HZ-DATE                 PIC 9(08).
021700         10  HZ-INTEGER-DATE         PIC 9(07).
021800         10  HZ-FLOW-AMOUNT          PIC S9(11)V99
021900                                     OCCURS 6 TIMES.
022000         10  HZ-INFLOW-TOTAL         PIC S9(11)V99.
022100         10  HZ-OUTFLOW-TOTAL        PIC S9(11)V99.
022200
022300 01  Channel-Table.
022400     05  Channel-Count               PIC 9(02) COMP.
022500     05  Channel-Entry OCCURS 10 TIMES.
022600         10  CH-SOURCE-CHANNEL       PIC X(03).
022700         10  CH-ITEM-COUNT           PIC 9(07).
022800         10  CH-DEBIT-TOTAL          PIC 9(11).
022900         10  CH-CREDIT-TOTAL         PIC 9(11).
023000
023100 01  Depositor-Table.
023200     05  Depositor-Count             PIC 9(02) COMP.
023300     05  Depositor-Entry OCCURS 10 TIMES.
023400         10  DP-RANK                 PIC 9(02).
023500         10  DP-ACCOUNT-NUMBER       PIC X(10).
023600         10  DP-BALANCE              PIC S9(11)V99.
023700         10  DP-SHARE-PERCENT        PIC 9(03)V9.
023800 01  Concentration-Summary.
023900     05  CZ-SUMMARY-SEEN             PIC X(01).
024000         88  CZ-Summary-Read         VALUE "Y".
024100     05  CZ-AS-OF-DATE               PIC 9(08).
024200     05  CZ-TOP-COUNT                PIC 9(02).
024300     05  CZ-TOP-BALANCE              PIC S9(11)V99.
024400     05  CZ-SHARE-PERCENT            PIC 9(03)V9.
024500     05  CZ-PORTFOLIO-TOTAL          PIC S9(13)V99.
024600     05  CZ-ALERT-FLAG               PIC X(01).
024700         88  CZ-Book-Concentrated    VALUE "Y".
024800
024900 01  Flow-Date                       PIC 9(08).
025000 01  Flow-Integer-Date               PIC 9(07).
025100 01  Flow-Amount                     PIC S9(11)V99.
025200 01  Flow-Sub                        PIC 9(01).
025300 01  Horizon-Sub                     PIC 9(01).
025400 01  Bucket-Sub                      PIC 9(01).
025500 01  Channel-Sub                     PIC 9(02) COMP.
025600 01  Found-Sub                       PIC 9(02) COMP.
025700 01  Depositor-Sub                   PIC 9(02) COMP.
025800 01  Check-Age-Days                  PIC S9(07).
025900 01  Day-Need                        PIC S9(11)V99.
026000 01  Cumulative-Need                 PIC S9(11)V99.
026100 01  Channel-Net                     PIC S9(11).
026200 01  Prior-Night-Net                 PIC S9(11).
026300
026400 01  Run-Counters.
026500     05  Sources-Missing             PIC 9(02) COMP.
026600     05  Items-Carried-Count         PIC 9(07) COMP.
026700     05  Items-Beyond-Count          PIC 9(07) COMP.
026800     05  Stale-Check-Count           PIC 9(07) COMP.
026900     05  Settltot-Read               PIC 9(07) COMP.
027000     05  Collout-Read                PIC 9(07) COMP.
027100     05  Wireq-Read                  PIC 9(07) COMP.
027200     05  Offchk-Read                 PIC 9(07) COMP.
027300     05  Termdep-Read                PIC 9(07) COMP.
027400     05  Wireoq-Read                 PIC 9(07) COMP.
027500 01  Stale-Check-Total               PIC S9(11)V99.
027600
027700 01  Channel-Line.
027800     05  FILLER                      PIC X(02) VALUE SPACES.
027900     05  CL-CHANNEL                  PIC X(03).
028000     05  FILLER                      PIC X(02) VALUE SPACES.
028100     05  CL-ITEMS                    PIC Z(6)9.
028200     05  FILLER                      PIC X(01) VALUE SPACES.
028300     05  CL-CREDITS                  PIC -(11)9.
028400     05  FILLER                      PIC X(01) VALUE SPACES.
028500     05  CL-DEBITS                   PIC -(11)9.
028600     05  FILLER                      PIC X(01) VALUE SPACES.
028700     05  CL-NET                      PIC -(11)9.
028800
028900 01  Edited-Amount                   PIC -(11)9.99.
029000 01  Edited-Cumulative               PIC -(11)9.99.
029100 01  Edited-Whole                    PIC -(11)9.
029200 01  Edited-Count                    PIC Z(6)9.
029300 01  Edited-Percent                  PIC ZZ9.9.
029400
029500 PROCEDURE DIVISION.
029600
029700 0000-MAINLINE.
029800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
029900     PERFORM 2000-PRIOR-NIGHT-FLOWS
030000         THRU 2000-PRIOR-NIGHT-FLOWS-EXIT
030100     PERFORM 2100-GATHER-COLLECTIONS
030200         THRU 2100-GATHER-COLLECTIONS-EXIT
030300     PERFORM 2200-GATHER-INCOMING-WIRES
030400         THRU 2200-GATHER-INCOMING-WIRES-EXIT
030500     PERFORM 2300-GATHER-OFFICIAL-CHECKS
030600         THRU 2300-GATHER-OFFICIAL-CHECKS-EXIT
030700     PERFORM 2400-GATHER-TIME-DEPOSITS
030800         THRU 2400-GATHER-TIME-DEPOSITS-EXIT
030900     PERFORM 2500-GATHER-OUTGOING-WIRES
031000         THRU 2500-GATHER-OUTGOING-WIRES-EXIT
031100     PERFORM 2600-LOAD-CONCENTRATION
031200         THRU 2600-LOAD-CONCENTRATION-EXIT
031300     PERFORM 3000-PRINT-PRIOR-NIGHT
031400         THRU 3000-PRINT-PRIOR-NIGHT-EXIT
031500     PERFORM 3100-PRINT-HORIZON THRU 3100-PRINT-HORIZON-EXIT
031600     PERFORM 3200-PRINT-MEMOS THRU 3200-PRINT-MEMOS-EXIT
031700     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
031800     STOP RUN.
031900
032000*****************************************************************
032100*    TODAY IS THE FIRST BUSINESS DAY AFTER THE BUSINESS DATE    *
032200*    JUST POSTED; THE HORIZON TABLE HOLDS IT AND THE NEXT FIVE. *
032300*****************************************************************
032400 1000-INITIALIZE.
032500     INITIALIZE Run-Counters
032600     INITIALIZE Horizon-Table
032700     INITIALIZE Depositor-Table
032800     INITIALIZE Concentration-Summary
032900     MOVE ZERO TO Channel-Count
033000                  Stale-Check-Total
033100                  Prior-Night-Net
033200     OPEN INPUT RUNCTLIN
033300     IF Runctlin-OK
033400         READ RUNCTLIN
033500             AT END
033600                 SET Runctlin-Not-Found TO TRUE
033700         END-READ
033800     END-IF
033900     IF Runctlin-OK
034000         MOVE RI-BUSINESS-DATE TO Business-Date
034100         CLOSE RUNCTLIN
034200     ELSE
034300         ACCEPT Business-Date FROM DATE YYYYMMDD
034400     END-IF
034500     OPEN INPUT HOLCAL
034600     IF Holcal-OK
034700         SET Holcal-File-Open TO TRUE
034800     ELSE
034900         SET Holcal-File-Absent TO TRUE
035000         DISPLAY "HOLCAL not available - weekends only are"
035100             " closed."
035200     END-IF
035300     COMPUTE Scan-Integer-Date =
035400         FUNCTION INTEGER-OF-DATE(Business-Date)
035500     PERFORM 1100-BUILD-HORIZON-DAY
035600         THRU 1100-BUILD-HORIZON-DAY-EXIT
035700         VARYING Horizon-Sub FROM 1 BY 1
035800         UNTIL Horizon-Sub > Horizon-Days
035900     MOVE HZ-DATE (1) TO Today-Date
036000     MOVE HZ-INTEGER-DATE (1) TO Today-Integer-Date
036100     OPEN INPUT ACCTMSTR
036200     IF Acctmstr-OK
036300         SET Acctmstr-File-Open TO TRUE
036400     ELSE
036500         SET Acctmstr-File-Absent TO TRUE
036600     END-IF
036700     DISPLAY "TREASURY LIQUIDITY POSITION - " Today-Date
036800         " (FLOWS OF " Business-Date ")"
036900     DISPLAY "==================================================".
037000 1000-INITIALIZE-EXIT.
037100     EXIT.
037200
037300 1100-BUILD-HORIZON-DAY.
037400     PERFORM 1200-FIND-NEXT-BUSINESS-DAY
037500         THRU 1200-FIND-NEXT-BUSINESS-DAY-EXIT
037600     MOVE Next-Business-Integer TO HZ-INTEGER-DATE (Horizon-Sub)
037700     MOVE FUNCTION DATE-OF-INTEGER(Next-Business-Integer)
037800         TO HZ-DATE (Horizon-Sub)
037900     MOVE Next-Business-Integer TO Scan-Integer-Date.
038000 1100-BUILD-HORIZON-DAY-EXIT.
038100     EXIT.
038200
038300*> The first business day after Scan-Integer-Date.
038400 1200-FIND-NEXT-BUSINESS-DAY.
038500     MOVE Scan-Integer-Date TO Candidate-Integer-Date
038600     SET Not-Business-Day TO TRUE
038700     PERFORM 1210-STEP-ONE-DAY THRU 1210-STEP-ONE-DAY-EXIT
038800         UNTIL Is-Business-Day
038900     MOVE Candidate-Integer-Date TO Next-Business-Integer.
039000 1200-FIND-NEXT-BUSINESS-DAY-EXIT.
039100     EXIT.
039200
039300*> Weekends and HOLCAL holidays are closed.
039400 1210-STEP-ONE-DAY.
039500     ADD 1 TO Candidate-Integer-Date
039600     MOVE FUNCTION DATE-OF-INTEGER(Candidate-Integer-Date)
039700         TO Candidate-Date
039800     COMPUTE Candidate-Day-Of-Week =
039900         FUNCTION MOD(Candidate-Integer-Date, 7)
040000     SET Not-Holiday TO TRUE
040100     IF Holcal-File-Open
040200         MOVE Candidate-Date TO HC-HOLIDAY-DATE
040300         READ HOLCAL
040400             INVALID KEY
040500                 CONTINUE
040600             NOT INVALID KEY
040700                 SET Is-Holiday TO TRUE
040800         END-READ
040900     END-IF
041000     IF Candidate-Day-Of-Week = 6 OR Candidate-Day-Of-Week = 0
041100             OR Is-Holiday
041200         SET Not-Business-Day TO TRUE
041300     ELSE
041400         SET Is-Business-Day TO TRUE
041500     END-IF.
041600 1210-STEP-ONE-DAY-EXIT.
041700     EXIT.
041800
041900*****************************************************************
042000*    THE SOURCE SYSTEMS' SETTLEMENT CLAIMS FOR THE NIGHT JUST   *
042100*    POSTED, ONE LINE PER CHANNEL. CREDITS ARE DEPOSITS IN.     *
042200*****************************************************************
042300 2000-PRIOR-NIGHT-FLOWS.
042400     OPEN INPUT SETTLTOT
042500     IF NOT Settltot-OK
042600         DISPLAY "SETTLTOT not available - " Settltot-File-Status
042700         ADD 1 TO Sources-Missing
042800         GO TO 2000-PRIOR-NIGHT-FLOWS-EXIT
042900     END-IF
043000     READ SETTLTOT
043100         AT END
043200             SET Settltot-EOF TO TRUE
043300     END-READ
043400     PERFORM 2010-TALLY-CHANNEL THRU 2010-TALLY-CHANNEL-EXIT
043500         UNTIL Settltot-EOF
043600     CLOSE SETTLTOT.
043700 2000-PRIOR-NIGHT-FLOWS-EXIT.
043800     EXIT.
043900
044000 2010-TALLY-CHANNEL.
044100     IF CS-SETTLE-DATE NOT = Business-Date
044200         OR CS-DEBIT-TOTAL NOT NUMERIC
044300         OR CS-CREDIT-TOTAL NOT NUMERIC
044400         GO TO 2010-READ-NEXT
044500     END-IF
044600     ADD 1 TO Settltot-Read
044700     MOVE ZERO TO Found-Sub
044800     PERFORM 2020-SCAN-CHANNEL THRU 2020-SCAN-CHANNEL-EXIT
044900         VARYING Channel-Sub FROM 1 BY 1
045000         UNTIL Channel-Sub > Channel-Count
045100             OR Found-Sub > 0
045200     IF Found-Sub = 0
045300         IF Channel-Count >= 10
045400             DISPLAY "Channel table full; " CS-SOURCE-CHANNEL
045500                 " not netted."
045600             GO TO 2010-READ-NEXT
045700         END-IF
045800         ADD 1 TO Channel-Count
045900         MOVE Channel-Count TO Found-Sub
046000         MOVE CS-SOURCE-CHANNEL TO CH-SOURCE-CHANNEL (Found-Sub)
046100         MOVE ZERO TO CH-ITEM-COUNT (Found-Sub)
046200                      CH-DEBIT-TOTAL (Found-Sub)
046300                      CH-CREDIT-TOTAL (Found-Sub)
046400     END-IF
046500     ADD CS-ITEM-COUNT TO CH-ITEM-COUNT (Found-Sub)
046600     ADD CS-DEBIT-TOTAL TO CH-DEBIT-TOTAL (Found-Sub)
046700     ADD CS-CREDIT-TOTAL TO CH-CREDIT-TOTAL (Found-Sub).
046800
046900 2010-READ-NEXT.
047000     READ SETTLTOT
047100         AT END
047200             SET Settltot-EOF TO TRUE
047300     END-READ.
047400 2010-TALLY-CHANNEL-EXIT.
047500     EXIT.
047600
047700 2020-SCAN-CHANNEL.
047800     IF CH-SOURCE-CHANNEL (Channel-Sub) = CS-SOURCE-CHANNEL
047900         MOVE Channel-Sub TO Found-Sub
048000     END-IF.
048100 2020-SCAN-CHANNEL-EXIT.
048200     EXIT.
048300
048400*****************************************************************
048500*    COLLECTION DEBITS PULL FUNDS IN; OUTBOUND CREDITS PAY      *
048600*    THEM AWAY. THE INTERCHANGE TRAILER IS PASSED OVER.         *
048700*****************************************************************
048800 2100-GATHER-COLLECTIONS.
048900     OPEN INPUT COLLOUT
049000     IF NOT Collout-OK
049100         DISPLAY "COLLOUT not available - " Collout-File-Status
049200         ADD 1 TO Sources-Missing
049300         GO TO 2100-GATHER-COLLECTIONS-EXIT
049400     END-IF
049500     READ COLLOUT
049600         AT END
049700             SET Collout-EOF TO TRUE
049800     END-READ
049900     PERFORM 2110-COLLECTION-ITEM THRU 2110-COLLECTION-ITEM-EXIT
050000         UNTIL Collout-EOF
050100     CLOSE COLLOUT.
050200 2100-GATHER-COLLECTIONS-EXIT.
050300     EXIT.
050400
050500 2110-COLLECTION-ITEM.
050600     IF OG-COLLECTION-OUT-RECORD (1:8) = "*TRAILER"
050700         GO TO 2110-READ-NEXT
050800     END-IF
050900     IF OG-COLLECTION-AMOUNT NOT NUMERIC
051000         OR OG-ENTRY-CENTS NOT NUMERIC
051100         GO TO 2110-READ-NEXT
051200     END-IF
051300     ADD 1 TO Collout-Read
051400     COMPUTE Flow-Amount =
051500         OG-COLLECTION-AMOUNT + OG-ENTRY-CENTS / 100
051600     MOVE OG-SETTLE-DATE TO Flow-Date
051700     IF OG-OUTBOUND-CREDIT
051800         MOVE Collections-Out-Flow TO Flow-Sub
051900     ELSE
052000         MOVE Collections-In-Flow TO Flow-Sub
052100     END-IF
052200     PERFORM 5000-BUCKET-FLOW THRU 5000-BUCKET-FLOW-EXIT.
052300
052400 2110-READ-NEXT.
052500     READ COLLOUT
052600         AT END
052700             SET Collout-EOF TO TRUE
052800     END-READ.
052900 2110-COLLECTION-ITEM-EXIT.
053000     EXIT.
053100
053200 2200-GATHER-INCOMING-WIRES.
053300     OPEN INPUT WIREQ
053400     IF NOT Wireq-OK
053500         DISPLAY "WIREQ not available - " Wireq-File-Status
053600         ADD 1 TO Sources-Missing
053700         GO TO 2200-GATHER-INCOMING-WIRES-EXIT
053800     END-IF
053900     READ WIREQ
054000         AT END
054100             SET Wireq-EOF TO TRUE
054200     END-READ
054300     PERFORM 2210-INCOMING-WIRE THRU 2210-INCOMING-WIRE-EXIT
054400         UNTIL Wireq-EOF
054500     CLOSE WIREQ.
054600 2200-GATHER-INCOMING-WIRES-EXIT.
054700     EXIT.
054800
054900 2210-INCOMING-WIRE.
055000     IF WQ-WIRE-PENDING
055100         AND WQ-WIRE-AMOUNT NUMERIC
055200         ADD 1 TO Wireq-Read
055300         MOVE WQ-WIRE-AMOUNT TO Flow-Amount
055400         MOVE WQ-VALUE-DATE TO Flow-Date
055500         MOVE Wires-In-Flow TO Flow-Sub
055600         PERFORM 5000-BUCKET-FLOW THRU 5000-BUCKET-FLOW-EXIT
055700     END-IF
055800     READ WIREQ
055900         AT END
056000             SET Wireq-EOF TO TRUE
056100     END-READ.
056200 2210-INCOMING-WIRE-EXIT.
056300     EXIT.
056400
056500*****************************************************************
056600*    AN OUTSTANDING OFFICIAL CHECK IS EXPECTED TO CLEAR         *
056700*    CHECK-CLEAR-DAYS AFTER ISSUE. ONE PAST THE STALE AGE IS    *
056800*    LEFT OUT OF THE PROJECTION AND COUNTED IN THE MEMO.        *
056900*****************************************************************
057000 2300-GATHER-OFFICIAL-CHECKS.
057100     OPEN INPUT OFFCHK
057200     IF NOT Offchk-OK
057300         DISPLAY "OFFCHK not available - " Offchk-File-Status
057400         ADD 1 TO Sources-Missing
057500         GO TO 2300-GATHER-OFFICIAL-CHECKS-EXIT
057600     END-IF
057700     READ OFFCHK
057800         AT END
057900             SET Offchk-EOF TO TRUE
058000     END-READ
058100     PERFORM 2310-OFFICIAL-CHECK THRU 2310-OFFICIAL-CHECK-EXIT
058200         UNTIL Offchk-EOF
058300     CLOSE OFFCHK.
058400 2300-GATHER-OFFICIAL-CHECKS-EXIT.
058500     EXIT.
058600
058700 2310-OFFICIAL-CHECK.
058800     IF NOT OC-CHECK-OUTSTANDING
058900         OR OC-CHECK-AMOUNT NOT NUMERIC
059000         OR OC-ISSUE-DATE NOT NUMERIC
059100         OR OC-ISSUE-DATE < 16010101
059200         GO TO 2310-READ-NEXT
059300     END-IF
059400     ADD 1 TO Offchk-Read
059500     MOVE OC-CHECK-AMOUNT TO Flow-Amount
059600     COMPUTE Check-Age-Days = Today-Integer-Date
059700         - FUNCTION INTEGER-OF-DATE(OC-ISSUE-DATE)
059800     IF Check-Age-Days > Stale-Check-Days
059900         ADD 1 TO Stale-Check-Count
060000         ADD Flow-Amount TO Stale-Check-Total
060100         GO TO 2310-READ-NEXT
060200     END-IF
060300     MOVE FUNCTION DATE-OF-INTEGER(
060400         FUNCTION INTEGER-OF-DATE(OC-ISSUE-DATE)
060500             + Check-Clear-Days) TO Flow-Date
060600     MOVE Official-Check-Flow TO Flow-Sub
060700     PERFORM 5000-BUCKET-FLOW THRU 5000-BUCKET-FLOW-EXIT.
060800
060900 2310-READ-NEXT.
061000     READ OFFCHK
061100         AT END
061200             SET Offchk-EOF TO TRUE
061300     END-READ.
061400 2310-OFFICIAL-CHECK-EXIT.
061500     EXIT.
061600
061700*****************************************************************
061800*    A TIME DEPOSIT MATURING TODAY OR LATER IN THE HORIZON WITH *
061900*    A RELEASE INSTRUCTION PAYS OUT ITS BALANCE ON ACCTMSTR.    *
062000*    ONES MATURED EARLIER WERE RELEASED ON THEIR OWN NIGHT.     *
062100*****************************************************************
062200 2400-GATHER-TIME-DEPOSITS.
062300     IF Acctmstr-File-Absent
062400         DISPLAY "ACCTMSTR not available - " Acctmstr-File-Status
062500         ADD 1 TO Sources-Missing
062600         GO TO 2400-GATHER-TIME-DEPOSITS-EXIT
062700     END-IF
062800     OPEN INPUT TERMDEP
062900     IF NOT Termdep-OK
063000         DISPLAY "TERMDEP not available - " Termdep-File-Status
063100         ADD 1 TO Sources-Missing
063200         GO TO 2400-GATHER-TIME-DEPOSITS-EXIT
063300     END-IF
063400     READ TERMDEP
063500         AT END
063600             SET Termdep-EOF TO TRUE
063700     END-READ
063800     PERFORM 2410-TIME-DEPOSIT THRU 2410-TIME-DEPOSIT-EXIT
063900         UNTIL Termdep-EOF
064000     CLOSE TERMDEP.
064100 2400-GATHER-TIME-DEPOSITS-EXIT.
064200     EXIT.
064300
064400 2410-TIME-DEPOSIT.
064500     IF NOT TD-RELEASE-AT-MATURITY
064600         OR TD-MATURITY-DATE NOT NUMERIC
064700         OR TD-MATURITY-DATE < Today-Date
064800         OR TD-MATURITY-DATE > HZ-DATE (Horizon-Days)
064900         GO TO 2410-READ-NEXT
065000     END-IF
065100     MOVE TD-ACCOUNT-NUMBER TO MF-ACCOUNT-NUMBER
065200     READ ACCTMSTR
065300         INVALID KEY
065400             GO TO 2410-READ-NEXT
065500     END-READ
065600     IF MF-Account-Is-Closed OR MF-ACCOUNT-BALANCE <= ZERO
065700         GO TO 2410-READ-NEXT
065800     END-IF
065900     ADD 1 TO Termdep-Read
066000     MOVE MF-ACCOUNT-BALANCE TO Flow-Amount
066100     MOVE TD-MATURITY-DATE TO Flow-Date
066200     MOVE Time-Deposit-Flow TO Flow-Sub
066300     PERFORM 5000-BUCKET-FLOW THRU 5000-BUCKET-FLOW-EXIT.
066400
066500 2410-READ-NEXT.
066600     READ TERMDEP
066700         AT END
066800             SET Termdep-EOF TO TRUE
066900     END-READ.
067000 2410-TIME-DEPOSIT-EXIT.
067100     EXIT.
067200
067300*> Outgoing wires not yet sent or rejected are still owed.
067400 2500-GATHER-OUTGOING-WIRES.
067500     OPEN INPUT WIREOQ
067600     IF NOT Wireoq-OK
067700         DISPLAY "WIREOQ not available - " Wireoq-File-Status
067800         ADD 1 TO Sources-Missing
067900         GO TO 2500-GATHER-OUTGOING-WIRES-EXIT
068000     END-IF
068100     READ WIREOQ
068200         AT END
068300             SET Wireoq-EOF TO TRUE
068400     END-READ
068500     PERFORM 2510-OUTGOING-WIRE THRU 2510-OUTGOING-WIRE-EXIT
068600         UNTIL Wireoq-EOF
068700     CLOSE WIREOQ.
068800 2500-GATHER-OUTGOING-WIRES-EXIT.
068900     EXIT.
069000
069100 2510-OUTGOING-WIRE.
069200     IF (WO-AWAITING-CALLBACK OR WO-WATCH-LIST-HOLD
069300             OR WO-WIRE-RELEASED)
069400         AND WO-WIRE-AMOUNT NUMERIC
069500         ADD 1 TO Wireoq-Read
069600         MOVE WO-WIRE-AMOUNT TO Flow-Amount
069700         MOVE WO-VALUE-DATE TO Flow-Date
069800         MOVE Wires-Out-Flow TO Flow-Sub
069900         PERFORM 5000-BUCKET-FLOW THRU 5000-BUCKET-FLOW-EXIT
070000     END-IF
070100     READ WIREOQ
070200         AT END
070300             SET Wireoq-EOF TO TRUE
070400     END-READ.
070500 2510-OUTGOING-WIRE-EXIT.
070600     EXIT.
070700
070800*****************************************************************
070900*    THE RANKED TOP DEPOSITORS AND THE PORTFOLIO SUMMARY ROW    *
071000*    FROM THE CONCENTRATION EXTRACT.                            *
071100*****************************************************************
071200 2600-LOAD-CONCENTRATION.
071300     OPEN INPUT CONCEXT
071400     IF NOT Concext-OK
071500         DISPLAY "CONCEXT not available - " Concext-File-Status
071600         ADD 1 TO Sources-Missing
071700         GO TO 2600-LOAD-CONCENTRATION-EXIT
071800     END-IF
071900     READ CONCEXT
072000         AT END
072100             SET Concext-EOF TO TRUE
072200     END-READ
072300     PERFORM 2610-CONCENTRATION-ROW
072400         THRU 2610-CONCENTRATION-ROW-EXIT
072500         UNTIL Concext-EOF
072600     CLOSE CONCEXT.
072700 2600-LOAD-CONCENTRATION-EXIT.
072800     EXIT.
072900
073000 2610-CONCENTRATION-ROW.
073100     IF CX-PORTFOLIO-ROW
073200         MOVE "Y" TO CZ-SUMMARY-SEEN
073300         MOVE CX-AS-OF-DATE TO CZ-AS-OF-DATE
073400         MOVE CX-RANK TO CZ-TOP-COUNT
073500         MOVE CX-BALANCE TO CZ-TOP-BALANCE
073600         MOVE CX-SHARE-PERCENT TO CZ-SHARE-PERCENT
073700         MOVE CX-PORTFOLIO-TOTAL TO CZ-PORTFOLIO-TOTAL
073800         MOVE CX-ALERT-FLAG TO CZ-ALERT-FLAG
073900     END-IF
074000     IF CX-DEPOSITOR-ROW AND Depositor-Count < 10
074100         ADD 1 TO Depositor-Count
074200         MOVE CX-RANK TO DP-RANK (Depositor-Count)
074300         MOVE CX-ACCOUNT-NUMBER
074400             TO DP-ACCOUNT-NUMBER (Depositor-Count)
074500         MOVE CX-BALANCE TO DP-BALANCE (Depositor-Count)
074600         MOVE CX-SHARE-PERCENT
074700             TO DP-SHARE-PERCENT (Depositor-Count)
074800     END-IF
074900     READ CONCEXT
075000         AT END
075100             SET Concext-EOF TO TRUE
075200     END-READ.
075300 2610-CONCENTRATION-ROW-EXIT.
075400     EXIT.
075500
075600 3000-PRINT-PRIOR-NIGHT.
075700     DISPLAY " "
075800     DISPLAY "PRIOR NIGHT DEPOSIT FLOWS BY CHANNEL"
075900     DISPLAY "  CHAN    ITEMS   CREDITS IN"
076000         "   DEBITS OUT          NET"
076100     PERFORM 3010-PRINT-CHANNEL THRU 3010-PRINT-CHANNEL-EXIT
076200         VARYING Channel-Sub FROM 1 BY 1
076300         UNTIL Channel-Sub > Channel-Count
076400     MOVE Prior-Night-Net TO Edited-Whole
076500     DISPLAY "  Net deposit flow" Edited-Whole.
076600 3000-PRINT-PRIOR-NIGHT-EXIT.
076700     EXIT.
076800
076900 3010-PRINT-CHANNEL.
077000     COMPUTE Channel-Net = CH-CREDIT-TOTAL (Channel-Sub)
077100         - CH-DEBIT-TOTAL (Channel-Sub)
077200     ADD Channel-Net TO Prior-Night-Net
077300     MOVE CH-SOURCE-CHANNEL (Channel-Sub) TO CL-CHANNEL
077400     MOVE CH-ITEM-COUNT (Channel-Sub) TO CL-ITEMS
077500     MOVE CH-CREDIT-TOTAL (Channel-Sub) TO CL-CREDITS
077600     MOVE CH-DEBIT-TOTAL (Channel-Sub) TO CL-DEBITS
077700     MOVE Channel-Net TO CL-NET
077800     DISPLAY Channel-Line.
077900 3010-PRINT-CHANNEL-EXIT.
078000     EXIT.
078100
078200*****************************************************************
078300*    ONE BLOCK PER BUSINESS DAY. THE NET FUNDING NEED IS THE    *
078400*    DAY'S OBLIGATIONS LESS ITS INFLOWS - A NEGATIVE NEED IS A  *
078500*    SURPLUS - AND THE CUMULATIVE NEED RUNS ACROSS THE HORIZON. *
078600*****************************************************************
078700 3100-PRINT-HORIZON.
078800     DISPLAY " "
078900     DISPLAY "PROJECTED NET FUNDING NEED - TODAY AND NEXT "
079000         "FIVE BUSINESS DAYS"
079100     MOVE ZERO TO Cumulative-Need
079200     PERFORM 3110-PRINT-DAY THRU 3110-PRINT-DAY-EXIT
079300         VARYING Horizon-Sub FROM 1 BY 1
079400         UNTIL Horizon-Sub > Horizon-Days.
079500 3100-PRINT-HORIZON-EXIT.
079600     EXIT.
079700
079800 3110-PRINT-DAY.
079900     DISPLAY " "
080000     IF Horizon-Sub = 1
080100         DISPLAY "TODAY " HZ-DATE (Horizon-Sub)
080200     ELSE
080300         DISPLAY "DAY " Horizon-Sub " " HZ-DATE (Horizon-Sub)
080400     END-IF
080500     PERFORM 3120-PRINT-FLOW THRU 3120-PRINT-FLOW-EXIT
080600         VARYING Flow-Sub FROM 1 BY 1
080700         UNTIL Flow-Sub > 6
080800     COMPUTE Day-Need = HZ-OUTFLOW-TOTAL (Horizon-Sub)
080900         - HZ-INFLOW-TOTAL (Horizon-Sub)
081000     ADD Day-Need TO Cumulative-Need
081100     MOVE Day-Need TO Edited-Amount
081200     MOVE Cumulative-Need TO Edited-Cumulative
081300     DISPLAY "  Net funding need        " Edited-Amount
081400         "   cumulative " Edited-Cumulative.
081500 3110-PRINT-DAY-EXIT.
081600     EXIT.
081700
081800 3120-PRINT-FLOW.
081900     MOVE HZ-FLOW-AMOUNT (Horizon-Sub, Flow-Sub) TO Edited-Amount
082000     IF Flow-Sub > Last-Inflow
082100         DISPLAY "  out " FL-LABEL (Flow-Sub) Edited-Amount
082200     ELSE
082300         DISPLAY "  in  " FL-LABEL (Flow-Sub) Edited-Amount
082400     END-IF.
082500 3120-PRINT-FLOW-EXIT.
082600     EXIT.
082700
082800 3200-PRINT-MEMOS.
082900     DISPLAY " "
083000     DISPLAY "MEMO"
083100     MOVE Items-Carried-Count TO Edited-Count
083200     DISPLAY "  Items past due carried into today " Edited-Count
083300     MOVE Items-Beyond-Count TO Edited-Count
083400     DISPLAY "  Items dated beyond the horizon    " Edited-Count
083500     MOVE Stale-Check-Count TO Edited-Count
083600     MOVE Stale-Check-Total TO Edited-Amount
083700     DISPLAY "  Stale official checks excluded   " Edited-Count
083800         "  " Edited-Amount
083900     DISPLAY " "
084000     IF NOT CZ-Summary-Read
084100         DISPLAY "LARGE DEPOSITOR CONCENTRATION - NO EXTRACT"
084200         GO TO 3200-PRINT-MEMOS-EXIT
084300     END-IF
084400     DISPLAY "LARGE DEPOSITOR CONCENTRATION (AS OF "
084500         CZ-AS-OF-DATE ")"
084600     PERFORM 3210-PRINT-DEPOSITOR THRU 3210-PRINT-DEPOSITOR-EXIT
084700         VARYING Depositor-Sub FROM 1 BY 1
084800         UNTIL Depositor-Sub > Depositor-Count
084900     MOVE CZ-PORTFOLIO-TOTAL TO Edited-Amount
085000     DISPLAY "  Deposit base            " Edited-Amount
085100     MOVE CZ-TOP-BALANCE TO Edited-Amount
085200     MOVE CZ-SHARE-PERCENT TO Edited-Percent
085300     DISPLAY "  Top " CZ-TOP-COUNT " hold          " Edited-Amount
085400         "  " Edited-Percent "%"
085500     IF CZ-Book-Concentrated
085600         COMPUTE Day-Need = HZ-OUTFLOW-TOTAL (1)
085700             - HZ-INFLOW-TOTAL (1) + CZ-TOP-BALANCE
085800         MOVE Day-Need TO Edited-Amount
085900         DISPLAY "  ** CONCENTRATED - TODAY'S NEED IF THE TOP "
086000             CZ-TOP-COUNT " RAN OFF " Edited-Amount " **"
086100     END-IF.
086200 3200-PRINT-MEMOS-EXIT.
086300     EXIT.
086400
086500 3210-PRINT-DEPOSITOR.
086600     MOVE DP-BALANCE (Depositor-Sub) TO Edited-Amount
086700     MOVE DP-SHARE-PERCENT (Depositor-Sub) TO Edited-Percent
086800     DISPLAY "    " DP-RANK (Depositor-Sub) " "
086900         DP-ACCOUNT-NUMBER (Depositor-Sub) "  " Edited-Amount
087000         "  " Edited-Percent "%".
087100 3210-PRINT-DEPOSITOR-EXIT.
087200     EXIT.
087300
087400*****************************************************************
087500*    PLACE ONE FLOW ON THE HORIZON: BEFORE TODAY IS CARRIED     *
087600*    INTO TODAY, A CLOSED DAY FALLS TO THE NEXT BUSINESS DAY,   *
087700*    AND PAST THE LAST HORIZON DAY IT IS ONLY COUNTED.          *
087800*****************************************************************
087900 5000-BUCKET-FLOW.
088000     IF Flow-Date NOT NUMERIC OR Flow-Date < 16010101
088100         MOVE Today-Integer-Date TO Flow-Integer-Date
088200     ELSE
088300         COMPUTE Flow-Integer-Date =
088400             FUNCTION INTEGER-OF-DATE(Flow-Date)
088500     END-IF
088600     IF Flow-Integer-Date < Today-Integer-Date
088700         ADD 1 TO Items-Carried-Count
088800     END-IF
088900     MOVE ZERO TO Bucket-Sub
089000     PERFORM 5010-FIND-BUCKET THRU 5010-FIND-BUCKET-EXIT
089100         VARYING Horizon-Sub FROM 1 BY 1
089200         UNTIL Horizon-Sub > Horizon-Days
089300             OR Bucket-Sub > 0
089400     IF Bucket-Sub = 0
089500         ADD 1 TO Items-Beyond-Count
089600         GO TO 5000-BUCKET-FLOW-EXIT
089700     END-IF
089800     ADD Flow-Amount TO HZ-FLOW-AMOUNT (Bucket-Sub, Flow-Sub)
089900     IF Flow-Sub > Last-Inflow
090000         ADD Flow-Amount TO HZ-OUTFLOW-TOTAL (Bucket-Sub)
090100     ELSE
090200         ADD Flow-Amount TO HZ-INFLOW-TOTAL (Bucket-Sub)
090300     END-IF.
090400 5000-BUCKET-FLOW-EXIT.
090500     EXIT.
090600
090700 5010-FIND-BUCKET.
090800     IF Flow-Integer-Date <= HZ-INTEGER-DATE (Horizon-Sub)
090900         MOVE Horizon-Sub TO Bucket-Sub
091000     END-IF.
091100 5010-FIND-BUCKET-EXIT.
091200     EXIT.
091300
091400 9000-TERMINATE.
091500     IF Holcal-File-Open
091600         CLOSE HOLCAL
091700     END-IF
091800     IF Acctmstr-File-Open
091900         CLOSE ACCTMSTR
092000     END-IF
092100     DISPLAY " "
092200     DISPLAY "Settlement claims read   - " Settltot-Read
092300     DISPLAY "Collection items read    - " Collout-Read
092400     DISPLAY "Incoming wires pending   - " Wireq-Read
092500     DISPLAY "Official checks read     - " Offchk-Read
092600     DISPLAY "Time deposits releasing  - " Termdep-Read
092700     DISPLAY "Outgoing wires unsent    - " Wireoq-Read
092800     IF Sources-Missing > 0
092900         DISPLAY "** " Sources-Missing " SOURCE(S) NOT AVAILABLE"
093000             " - POSITION IS INCOMPLETE **"
093100         MOVE 4 TO RETURN-CODE
093200     END-IF.
093300 9000-TERMINATE-EXIT.
093400     EXIT.
