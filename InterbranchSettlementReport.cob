000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    InterbranchSettlementReport.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-13.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    INTERBRANCHSETTLEMENTREPORT                                *
001100*                                                               *
001200*    DAILY INTERBRANCH SETTLEMENT REPORT, RUN AFTER THE         *
001300*    PARTITIONED POSTING STEPS. THE NIGHTLY POST BOOKS A        *
001400*    DUE-TO/DUE-FROM PAIR (CODE IBTF) TO GLPOST FOR EVERY ITEM  *
001500*    TRANSACTED AT A BRANCH OTHER THAN THE ACCOUNT'S HOME       *
001600*    BRANCH: A CREDIT TO GLDT+OTHER-BRANCH ON THE OWING         *
001700*    BRANCH'S BOOKS AND A DEBIT TO GLDF+OWING-BRANCH ON THE     *
001800*    OTHER'S. THIS REPORT TAKES THE BUSINESS DATE'S DUE-TO      *
001900*    CREDITS, NETS EACH BRANCH PAIR TO ONE SETTLEMENT AMOUNT    *
002000*    AND DIRECTION, AND PRINTS EACH BRANCH'S NET POSITION. THE  *
002100*    DUE-FROM DEBITS ARE TOTALLED ALONGSIDE - THE TWO SIDES     *
002200*    MUST AGREE, AND THE BRANCH NET POSITIONS MUST SUM TO ZERO; *
002300*    EITHER FAILING, OR A FULL TABLE, SETS RC=8.                *
002400*                                                               *
002500*    MODIFICATION HISTORY                                      *
002600*    ------------------------------------------------------    *
002700*    DATE       INIT  DESCRIPTION                              *
002800*    ---------  ----  -----------------------------------      *
002900*    2026-10-13  RLB  ORIGINAL.                                *
003000*                                                               *
003100*****************************************************************
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS Runctlin-File-Status.
003900
004000     SELECT GLPOST ASSIGN TO "GLPOST"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS Glpost-File-Status.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  RUNCTLIN.
004700     COPY RUNCTL REPLACING
004800         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
004900         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
005000         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
005100         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.
005200
005300 FD  GLPOST.
005400     COPY GLPOST.
005500
005600 WORKING-STORAGE SECTION.
005700 01  Runctlin-File-Status            PIC XX.
005800     88  Runctlin-OK                 VALUE "00".
005900     88  Runctlin-Not-Found          VALUE "35".
006000
006100 01  Glpost-File-Status              PIC XX.
006200     88  Glpost-OK                   VALUE "00".
006300     88  Glpost-EOF                  VALUE "10".
006400
006500*    GL TRANSACTION CODE THE NIGHTLY POST PUTS ON THE
006600*    INTERBRANCH LEGS, AND THE DUE-TO ACCOUNT PREFIX.
006700 77  Interbranch-Trans-Code          PIC X(04) VALUE "IBTF".
006800 77  Due-To-Prefix                   PIC X(04) VALUE "GLDT".
006900
007000 01  Settlement-Date                 PIC 9(08).
007100
007200*    THE DUE-TO ACCOUNT NAMES THE BRANCH OWED.
007300 01  Due-To-Account                  PIC X(10).
007400 01  Due-To-Account-View REDEFINES Due-To-Account.
007500     05  DA-ACCOUNT-PREFIX           PIC X(04).
007600     05  DA-OWED-BRANCH              PIC X(04).
007700     05  FILLER                      PIC X(02).
007800
007900 01  Owing-Branch-Code               PIC X(04).
008000 01  Owed-Branch-Code                PIC X(04).
008100
008200*    ONE ENTRY PER BRANCH PAIR, LOW BRANCH CODE FIRST, WITH THE
008300*    GROSS OWED EACH WAY.
008400 01  Pair-Total-Table.
008500     05  Pair-Total-Count            PIC 9(03) COMP.
008600     05  Pair-Total-Entry OCCURS 500 TIMES.
008700         10  BX-LOW-BRANCH           PIC X(04).
008800         10  BX-HIGH-BRANCH          PIC X(04).
008900         10  BX-ITEM-COUNT           PIC 9(7) COMP.
009000         10  BX-LOW-OWES-HIGH        PIC S9(11)V99.
009100         10  BX-HIGH-OWES-LOW        PIC S9(11)V99.
009200
009300*    ONE ENTRY PER BRANCH: GROSS DUE TO OTHERS, GROSS DUE FROM
009400*    OTHERS, AND THE NET (POSITIVE - THE BRANCH IS OWED).
009500 01  Branch-Position-Table.
009600     05  Branch-Position-Count       PIC 9(03) COMP.
009700     05  Branch-Position-Entry OCCURS 200 TIMES.
009800         10  NP-BRANCH-CODE          PIC X(04).
009900         10  NP-DUE-TO-TOTAL         PIC S9(11)V99.
010000         10  NP-DUE-FROM-TOTAL       PIC S9(11)V99.
010100
010200 01  Table-Sub                       PIC 9(03) COMP.
010300 01  Found-Sub                       PIC 9(03) COMP.
010400 01  Search-Done-Switch              PIC X(01).
010500     88  Search-Is-Done              VALUE "Y".
010600     88  Search-Is-Active            VALUE "N".
010700 01  Search-Branch-Code              PIC X(04).
010800
010900 01  Pair-Net-Amount                 PIC S9(11)V99.
011000 01  Branch-Net-Amount               PIC S9(11)V99.
011100 01  Payer-Branch-Code               PIC X(04).
011200 01  Payee-Branch-Code               PIC X(04).
011300
011400 01  Grand-Totals.
011500     05  Entries-Read                PIC 9(7) COMP.
011600     05  Due-To-Legs                 PIC 9(7) COMP.
011700     05  Due-From-Legs               PIC 9(7) COMP.
011800     05  Due-To-Grand-Total          PIC S9(11)V99.
011900     05  Due-From-Grand-Total        PIC S9(11)V99.
012000     05  Settlement-Grand-Total      PIC S9(11)V99.
012100     05  Net-Position-Total          PIC S9(11)V99.
012200     05  Table-Overflow-Count        PIC 9(03) COMP.
012300
012400 01  Edited-Total                    PIC -(11)9.99.
012500 01  Edited-Total-2                  PIC -(11)9.99.
012600 01  Edited-Total-3                  PIC -(11)9.99.
012700
012800 PROCEDURE DIVISION.
012900
013000 0000-MAINLINE.
013100     CALL "BatchStepTimer" USING "STEP012C", "S"
013200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
013300     PERFORM 2000-ACCUMULATE-LEG THRU 2000-ACCUMULATE-LEG-EXIT
013400         UNTIL Glpost-EOF
013500     PERFORM 3000-PRINT-PAIRS THRU 3000-PRINT-PAIRS-EXIT
013600     PERFORM 4000-PRINT-POSITIONS THRU 4000-PRINT-POSITIONS-EXIT
013700     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
013800     CALL "BatchStepTimer" USING "STEP012C", "E"
013900     IF Due-To-Grand-Total NOT = Due-From-Grand-Total
014000         OR Net-Position-Total NOT = ZERO
014100         OR Table-Overflow-Count > 0
014200         MOVE 8 TO RETURN-CODE
014300     END-IF
014400     STOP RUN.
014500
014600*****************************************************************
014700*    THE SETTLEMENT DATE IS THE SHOP BUSINESS DATE THE NIGHTLY  *
014800*    POST BOOKED THE LEGS UNDER, NOT THE WALL CLOCK.            *
014900*****************************************************************
015000 1000-INITIALIZE.
015100     MOVE ZERO TO Pair-Total-Count
015200                  Branch-Position-Count
015300                  Entries-Read
015310                  Due-To-Legs
015320                  Due-From-Legs
015330                  Due-To-Grand-Total
015340                  Due-From-Grand-Total
015350                  Settlement-Grand-Total
015360                  Net-Position-Total
015370                  Table-Overflow-Count
015400     OPEN INPUT RUNCTLIN
015500     IF Runctlin-OK
015600         READ RUNCTLIN
015700             AT END
015800                 SET Runctlin-Not-Found TO TRUE
015900         END-READ
016000     END-IF
016100     IF Runctlin-OK
016200         MOVE RI-BUSINESS-DATE TO Settlement-Date
016300         CLOSE RUNCTLIN
016400     ELSE
016500         ACCEPT Settlement-Date FROM DATE YYYYMMDD
016600     END-IF
016700     OPEN INPUT GLPOST
016800     IF NOT Glpost-OK
016900         DISPLAY "GLPOST open failed - " Glpost-File-Status
017000         MOVE 16 TO RETURN-CODE
017100         STOP RUN
017200     END-IF
017300     DISPLAY "INTERBRANCH SETTLEMENT REPORT - " Settlement-Date
017400     DISPLAY "==========================================="
017500     READ GLPOST
017600         AT END
017700             SET Glpost-EOF TO TRUE
017800     END-READ.
017900 1000-INITIALIZE-EXIT.
018000     EXIT.
018100
018200*****************************************************************
018300*    EVERY ITEM HAS EXACTLY ONE DUE-TO CREDIT: THE BRANCH WHOSE *
018400*    BOOKS CARRY IT OWES THE BRANCH THE ACCOUNT NAMES. THE       *
018500*    DUE-FROM DEBITS ARE ONLY TOTALLED, TO PROVE THE PAIRS.     *
018600*****************************************************************
018700 2000-ACCUMULATE-LEG.
018800     ADD 1 TO Entries-Read
018900     IF GL-TRANSACTION-CODE NOT = Interbranch-Trans-Code
019000         OR GL-POSTING-DATE NOT = Settlement-Date
019100         GO TO 2000-READ-NEXT
019200     END-IF
019300     IF GL-Is-Debit
019400         ADD 1 TO Due-From-Legs
019500         ADD GL-ENTRY-AMOUNT TO Due-From-Grand-Total
019600         GO TO 2000-READ-NEXT
019700     END-IF
019800     MOVE GL-ACCOUNT-NUMBER TO Due-To-Account
019900     IF DA-ACCOUNT-PREFIX NOT = Due-To-Prefix
020000         GO TO 2000-READ-NEXT
020100     END-IF
020200     ADD 1 TO Due-To-Legs
020300     ADD GL-ENTRY-AMOUNT TO Due-To-Grand-Total
020400     MOVE GL-BRANCH-CODE TO Owing-Branch-Code
020500     MOVE DA-OWED-BRANCH TO Owed-Branch-Code
020600     PERFORM 2100-POST-PAIR-TOTAL THRU 2100-POST-PAIR-TOTAL-EXIT
020700
020800     MOVE Owing-Branch-Code TO Search-Branch-Code
020900     PERFORM 2200-FIND-BRANCH THRU 2200-FIND-BRANCH-EXIT
021000     IF Found-Sub > 0
021100         ADD GL-ENTRY-AMOUNT TO NP-DUE-TO-TOTAL (Found-Sub)
021200     END-IF
021300     MOVE Owed-Branch-Code TO Search-Branch-Code
021400     PERFORM 2200-FIND-BRANCH THRU 2200-FIND-BRANCH-EXIT
021500     IF Found-Sub > 0
021600         ADD GL-ENTRY-AMOUNT TO NP-DUE-FROM-TOTAL (Found-Sub)
021700     END-IF.
021800
021900 2000-READ-NEXT.
022000     READ GLPOST
022100         AT END
022200             SET Glpost-EOF TO TRUE
022300     END-READ.
022400 2000-ACCUMULATE-LEG-EXIT.
022500     EXIT.
022600
022700 2100-POST-PAIR-TOTAL.
022800     MOVE ZERO TO Found-Sub
022900     SET Search-Is-Active TO TRUE
023000     MOVE ZERO TO Table-Sub
023100     PERFORM 2110-SCAN-PAIR-TABLE
023200         THRU 2110-SCAN-PAIR-TABLE-EXIT
023300         UNTIL Search-Is-Done
023400             OR Table-Sub >= Pair-Total-Count
023500     IF Found-Sub = 0
023600         IF Pair-Total-Count >= 500
023700             DISPLAY "Pair table full; " Owing-Branch-Code
023800                 "/" Owed-Branch-Code " not settled."
023900             ADD 1 TO Table-Overflow-Count
024000             GO TO 2100-POST-PAIR-TOTAL-EXIT
024100         END-IF
024200         ADD 1 TO Pair-Total-Count
024300         MOVE Pair-Total-Count TO Found-Sub
024400         IF Owing-Branch-Code < Owed-Branch-Code
024500             MOVE Owing-Branch-Code TO BX-LOW-BRANCH (Found-Sub)
024600             MOVE Owed-Branch-Code TO BX-HIGH-BRANCH (Found-Sub)
024700         ELSE
024800             MOVE Owed-Branch-Code TO BX-LOW-BRANCH (Found-Sub)
024900             MOVE Owing-Branch-Code TO BX-HIGH-BRANCH (Found-Sub)
025000         END-IF
025100         MOVE ZERO TO BX-ITEM-COUNT (Found-Sub)
025200                      BX-LOW-OWES-HIGH (Found-Sub)
025300                      BX-HIGH-OWES-LOW (Found-Sub)
025400     END-IF
025500     ADD 1 TO BX-ITEM-COUNT (Found-Sub)
025600     IF Owing-Branch-Code = BX-LOW-BRANCH (Found-Sub)
025700         ADD GL-ENTRY-AMOUNT TO BX-LOW-OWES-HIGH (Found-Sub)
025800     ELSE
025900         ADD GL-ENTRY-AMOUNT TO BX-HIGH-OWES-LOW (Found-Sub)
026000     END-IF.
026100 2100-POST-PAIR-TOTAL-EXIT.
026200     EXIT.
026300
026400 2110-SCAN-PAIR-TABLE.
026500     ADD 1 TO Table-Sub
026600     IF (BX-LOW-BRANCH (Table-Sub) = Owing-Branch-Code
026700         AND BX-HIGH-BRANCH (Table-Sub) = Owed-Branch-Code)
026800         OR (BX-LOW-BRANCH (Table-Sub) = Owed-Branch-Code
026900         AND BX-HIGH-BRANCH (Table-Sub) = Owing-Branch-Code)
027000         MOVE Table-Sub TO Found-Sub
027100         SET Search-Is-Done TO TRUE
027200     END-IF.
027300 2110-SCAN-PAIR-TABLE-EXIT.
027400     EXIT.
027500
027600 2200-FIND-BRANCH.
027700     MOVE ZERO TO Found-Sub
027800     SET Search-Is-Active TO TRUE
027900     MOVE ZERO TO Table-Sub
028000     PERFORM 2210-SCAN-BRANCH-TABLE
028100         THRU 2210-SCAN-BRANCH-TABLE-EXIT
028200         UNTIL Search-Is-Done
028300             OR Table-Sub >= Branch-Position-Count
028400     IF Found-Sub = 0
028500         IF Branch-Position-Count >= 200
028600             DISPLAY "Branch table full; " Search-Branch-Code
028700                 " has no net position."
028800             ADD 1 TO Table-Overflow-Count
028900             GO TO 2200-FIND-BRANCH-EXIT
029000         END-IF
029100         ADD 1 TO Branch-Position-Count
029200         MOVE Branch-Position-Count TO Found-Sub
029300         MOVE Search-Branch-Code TO NP-BRANCH-CODE (Found-Sub)
029400         MOVE ZERO TO NP-DUE-TO-TOTAL (Found-Sub)
029500                      NP-DUE-FROM-TOTAL (Found-Sub)
029600     END-IF.
029700 2200-FIND-BRANCH-EXIT.
029800     EXIT.
029900
030000 2210-SCAN-BRANCH-TABLE.
030100     ADD 1 TO Table-Sub
030200     IF NP-BRANCH-CODE (Table-Sub) = Search-Branch-Code
030300         MOVE Table-Sub TO Found-Sub
030400         SET Search-Is-Done TO TRUE
030500     END-IF.
030600 2210-SCAN-BRANCH-TABLE-EXIT.
030700     EXIT.
030800
030900*****************************************************************
031000*    ONE LINE PER BRANCH PAIR: THE GROSS OWED EACH WAY AND THE  *
031100*    SINGLE NET AMOUNT ONE BRANCH SETTLES TO THE OTHER.         *
031200*****************************************************************
031300 3000-PRINT-PAIRS.
031400     DISPLAY " "
031500     DISPLAY "BRANCH PAIR SETTLEMENTS"
031600     DISPLAY "  LOW  HIGH    ITEMS     LOW OWES HIGH"
031700         "     HIGH OWES LOW    NET SETTLEMENT"
031800     IF Pair-Total-Count = 0
031900         DISPLAY "  No interbranch items for the date."
032000         GO TO 3000-PRINT-PAIRS-EXIT
032100     END-IF
032200     MOVE ZERO TO Table-Sub
032300     PERFORM 3100-PRINT-PAIR THRU 3100-PRINT-PAIR-EXIT
032400         UNTIL Table-Sub >= Pair-Total-Count.
032500 3000-PRINT-PAIRS-EXIT.
032600     EXIT.
032700
032800 3100-PRINT-PAIR.
032900     ADD 1 TO Table-Sub
033000     COMPUTE Pair-Net-Amount = BX-LOW-OWES-HIGH (Table-Sub)
033100         - BX-HIGH-OWES-LOW (Table-Sub)
033200     IF Pair-Net-Amount < ZERO
033300         MOVE BX-HIGH-BRANCH (Table-Sub) TO Payer-Branch-Code
033400         MOVE BX-LOW-BRANCH (Table-Sub) TO Payee-Branch-Code
033500         COMPUTE Pair-Net-Amount = ZERO - Pair-Net-Amount
033600     ELSE
033700         MOVE BX-LOW-BRANCH (Table-Sub) TO Payer-Branch-Code
033800         MOVE BX-HIGH-BRANCH (Table-Sub) TO Payee-Branch-Code
033900     END-IF
034000     ADD Pair-Net-Amount TO Settlement-Grand-Total
034100     MOVE BX-LOW-OWES-HIGH (Table-Sub) TO Edited-Total
034200     MOVE BX-HIGH-OWES-LOW (Table-Sub) TO Edited-Total-2
034300     MOVE Pair-Net-Amount TO Edited-Total-3
034400     DISPLAY "  " BX-LOW-BRANCH (Table-Sub)
034500         " " BX-HIGH-BRANCH (Table-Sub)
034600         " " BX-ITEM-COUNT (Table-Sub)
034700         " " Edited-Total " " Edited-Total-2
034800         " " Edited-Total-3
034900     IF Pair-Net-Amount = ZERO
035000         DISPLAY "      Pair nets to zero - nothing to settle."
035100     ELSE
035200         DISPLAY "      Branch " Payer-Branch-Code
035300             " settles to branch " Payee-Branch-Code
035400     END-IF.
035500 3100-PRINT-PAIR-EXIT.
035600     EXIT.
035700
035800*****************************************************************
035900*    EACH BRANCH'S NET POSITION ACROSS ALL ITS PAIRS. THE       *
036000*    POSITIONS OF ALL BRANCHES SUM TO ZERO.                     *
036100*****************************************************************
036200 4000-PRINT-POSITIONS.
036300     DISPLAY " "
036400     DISPLAY "BRANCH NET POSITIONS"
036500     DISPLAY "  BRANCH          DUE TO          DUE FROM"
036600         "      NET POSITION"
036700     MOVE ZERO TO Table-Sub
036800     PERFORM 4100-PRINT-POSITION THRU 4100-PRINT-POSITION-EXIT
036900         UNTIL Table-Sub >= Branch-Position-Count.
037000 4000-PRINT-POSITIONS-EXIT.
037100     EXIT.
037200
037300 4100-PRINT-POSITION.
037400     ADD 1 TO Table-Sub
037500     COMPUTE Branch-Net-Amount = NP-DUE-FROM-TOTAL (Table-Sub)
037600         - NP-DUE-TO-TOTAL (Table-Sub)
037700     ADD Branch-Net-Amount TO Net-Position-Total
037800     MOVE NP-DUE-TO-TOTAL (Table-Sub) TO Edited-Total
037900     MOVE NP-DUE-FROM-TOTAL (Table-Sub) TO Edited-Total-2
038000     MOVE Branch-Net-Amount TO Edited-Total-3
038100     DISPLAY "  " NP-BRANCH-CODE (Table-Sub) "  "
038200         Edited-Total " " Edited-Total-2 " " Edited-Total-3.
038300 4100-PRINT-POSITION-EXIT.
038400     EXIT.
038500
038600 9000-TERMINATE.
038700     CLOSE GLPOST
038800     DISPLAY " "
038900     DISPLAY "INTERBRANCH SETTLEMENT SUMMARY"
039000     DISPLAY "GL entries read      - " Entries-Read
039100     DISPLAY "Due-to legs          - " Due-To-Legs
039200     DISPLAY "Due-from legs        - " Due-From-Legs
039300     DISPLAY "Branch pairs         - " Pair-Total-Count
039400     DISPLAY "Branches             - " Branch-Position-Count
039500     MOVE Due-To-Grand-Total TO Edited-Total
039600     DISPLAY "Gross due to         - " Edited-Total
039700     MOVE Due-From-Grand-Total TO Edited-Total
039800     DISPLAY "Gross due from       - " Edited-Total
039900     MOVE Settlement-Grand-Total TO Edited-Total
040000     DISPLAY "Net settlements      - " Edited-Total
040100     IF Due-To-Grand-Total NOT = Due-From-Grand-Total
040200         DISPLAY "*** DUE-TO AND DUE-FROM LEGS DO NOT AGREE ***"
040300     END-IF
040400     IF Net-Position-Total NOT = ZERO
040500         MOVE Net-Position-Total TO Edited-Total
040600         DISPLAY "*** NET POSITIONS OUT BY " Edited-Total " ***"
040700     END-IF
040800     IF Table-Overflow-Count > 0
040900         DISPLAY "*** TABLE OVERFLOW - " Table-Overflow-Count
041000             " ENTRIES NOT SETTLED ***"
041100     END-IF.
041200 9000-TERMINATE-EXIT.
041300     EXIT.
