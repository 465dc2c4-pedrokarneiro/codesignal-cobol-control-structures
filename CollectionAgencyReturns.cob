000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CollectionAgencyReturns.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-13.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    COLLECTIONAGENCYRETURNS                                    *
001100*                                                               *
001200*    BOOKS WHAT THE OUTSIDE COLLECTION AGENCIES SEND BACK, RUN  *
001300*    WHEN THEIR FILES ARRIVE. EACH FILE'S FILETRLR TRAILER IS   *
001400*    PROVED IN A FIRST PASS BEFORE ANY ROW IS APPLIED - A       *
001500*    SHORT OR UNTRAILED FILE IS REFUSED WHOLE (RC=16) AND THE   *
001600*    OTHER FILE STILL RUNS.                                     *
001700*                                                               *
001800*      - AGYREMIT: EACH COLLECTION ON AN ACCOUNT PLACED WITH    *
001900*        THE SENDING AGENCY IS A RECOVERY. THE GROSS AMOUNT IS  *
002000*        CREDITED TO THE GL RECOVERY ACCOUNT, THE NET WIRED IS  *
002100*        DEBITED TO AGENCY CLEARING AND THE COMMISSION KEPT TO  *
002200*        COLLECTION EXPENSE (CODE RCVA) - NOTHING TOUCHES THE   *
002300*        CUSTOMER ACCOUNT, WHICH STAYS AT ZERO. THE CHGRECV     *
002400*        RECEIVABLE AND THE PLACEMENT ARE CREDITED; THE LAST    *
002500*        DOLLAR SETTLES THE RECEIVABLE. A ROW FOR AN ACCOUNT    *
002600*        NOT PLACED WITH THAT AGENCY, OVER THE BALANCE          *
002700*        OUTSTANDING, OR CLAIMING MORE THAN THE AGYPARM         *
002800*        COMMISSION RATE IS REFUSED FOR CREDIT TO RESOLVE WITH  *
002900*        THE AGENCY.                                            *
003000*      - AGYRECAL: EACH ACCOUNT HANDED BACK COMES IN HOUSE -    *
003100*        HELD THERE FOR A BANKRUPTCY, DEATH OR DISPUTE,         *
003200*        OTHERWISE DUE THE NEXT TIER AT THE NEXT MONTH-END      *
003300*        PLACEMENT.                                             *
003400*                                                               *
003500*    REMITTANCES ARE APPLIED BEFORE RECALLS, SO A FINAL         *
003600*    COLLECTION SENT WITH ITS RECALL LANDS FIRST.               *
003700*                                                               *
003800*    MODIFICATION HISTORY                                      *
003900*    ------------------------------------------------------    *
004000*    DATE       INIT  DESCRIPTION                              *
004100*    ---------  ----  -----------------------------------      *
004200*    2026-10-13  RLB  ORIGINAL.                                *
004300*                                                               *
004400*****************************************************************
004500
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT AGYREMIT ASSIGN TO "AGYREMIT"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS Agyremit-File-Status.
005200
005300     SELECT AGYRECAL ASSIGN TO "AGYRECAL"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS Agyrecal-File-Status.
005600
005700     SELECT CHGRECV ASSIGN TO "CHGRECV"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS CP-ACCOUNT-NUMBER
006100         FILE STATUS IS Chgrecv-File-Status.
006200
006300     SELECT AGYPARM ASSIGN TO "AGYPARM"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS Agyparm-File-Status.
006600
006700     SELECT GLPOST ASSIGN TO "GLPOST"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS Glpost-File-Status.
007000
007100     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS Runctlin-File-Status.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  AGYREMIT.
007800     COPY AGYREMIT.
007900
008000 FD  AGYRECAL.
008100     COPY AGYRECAL.
008200
008300 FD  CHGRECV.
008400     COPY CHGRECV.
008500
008600 FD  AGYPARM.
008700     COPY AGYPARM.
008800
008900 FD  GLPOST.
009000     COPY GLPOST.
009100
009200 FD  RUNCTLIN.
009300     COPY RUNCTL REPLACING
009400         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
009500         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
009600         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
009700         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.
009800
009900 WORKING-STORAGE SECTION.
010000 01  Agyremit-File-Status            PIC XX.
010100     88  Agyremit-OK                 VALUE "00".
010200     88  Agyremit-EOF                VALUE "10".
010300 01  Agyrecal-File-Status            PIC XX.
010400     88  Agyrecal-OK                 VALUE "00".
010500     88  Agyrecal-EOF                VALUE "10".
010600 01  Chgrecv-File-Status             PIC XX.
010700     88  Chgrecv-OK                  VALUE "00".
010800 01  Agyparm-File-Status             PIC XX.
010900     88  Agyparm-OK                  VALUE "00".
011000     88  Agyparm-EOF                 VALUE "10".
011100 01  Glpost-File-Status              PIC XX.
011200 01  Runctlin-File-Status            PIC XX.
011300     88  Runctlin-OK                 VALUE "00".
011400     88  Runctlin-Not-Found          VALUE "35".
011500
011600 77  Recovery-Income-Account         PIC X(10)
011700         VALUE "GLRECOVERY".
011800 77  Agency-Clearing-Account         PIC X(10)
011900         VALUE "GLAGYCLEAR".
012000 77  Collection-Expense-Account      PIC X(10)
012100         VALUE "GLCOLLEXP".
012200
012300 COPY FILETRLR.
012400 01  Expected-Record-Count           PIC 9(07).
012500 01  Expected-Hash-Total             PIC 9(11).
012600 01  Actual-Record-Count             PIC 9(07).
012700 01  Actual-Hash-Total               PIC 9(11).
012800 01  Trailers-Seen                   PIC 9(03) COMP.
012900 01  File-Proof-Switch               PIC X(01).
013000     88  File-Is-Proved              VALUE "Y".
013100     88  File-Not-Proved             VALUE "N".
013200 01  Business-Date                   PIC 9(08).
013300 01  Outstanding-Amount              PIC S9(7)V99.
013400 01  Net-Amount                      PIC S9(7)V99.
013500 01  Commission-Limit                PIC S9(7)V99.
013600 01  Placement-Sub                   PIC 9(01).
013700
013800 01  Agency-Table.
013900     05  Agency-Count                PIC 9(03) COMP.
014000     05  Agency-Entry OCCURS 50 TIMES.
014100         10  AT-AGENCY-ID            PIC X(04).
014200         10  AT-COMMISSION-RATE      PIC 9V9(4).
014300 01  Agency-Sub                      PIC 9(03) COMP.
014400 01  Agency-Found-Sub                PIC 9(03) COMP.
014500
014600 01  Return-Counters.
014700     05  Remittances-Read            PIC 9(7) COMP.
014800     05  Remittances-Booked          PIC 9(7) COMP.
014900     05  Remittances-Refused         PIC 9(7) COMP.
015000     05  Recalls-Read                PIC 9(7) COMP.
015100     05  Recalls-Applied             PIC 9(7) COMP.
015200     05  Recalls-Refused             PIC 9(7) COMP.
015300     05  Receivables-Settled         PIC 9(7) COMP.
015400     05  Gross-Total                 PIC S9(9)V99 COMP.
015500     05  Commission-Total            PIC S9(9)V99 COMP.
015600 01  Edited-Amount                   PIC -(7)9.99.
015700 01  Edited-Total                    PIC -(9)9.99.
015800
015900 PROCEDURE DIVISION.
016000
016100 0000-MAINLINE.
016200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
016300     PERFORM 2000-PROVE-REMITTANCES
016400         THRU 2000-PROVE-REMITTANCES-EXIT
016500     IF File-Is-Proved
016600         PERFORM 3000-BOOK-REMITTANCE
016700             THRU 3000-BOOK-REMITTANCE-EXIT
016800             UNTIL Agyremit-EOF
016900         CLOSE AGYREMIT
017000     END-IF
017100     PERFORM 4000-PROVE-RECALLS THRU 4000-PROVE-RECALLS-EXIT
017200     IF File-Is-Proved
017300         PERFORM 5000-APPLY-RECALL THRU 5000-APPLY-RECALL-EXIT
017400             UNTIL Agyrecal-EOF
017500         CLOSE AGYRECAL
017600     END-IF
017700     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
017800     STOP RUN.
017900
018000 1000-INITIALIZE.
018100     INITIALIZE Return-Counters
018200     MOVE 0 TO Agency-Count
018300     OPEN I-O CHGRECV
018400     IF NOT Chgrecv-OK
018500         DISPLAY "CHGRECV open failed - " Chgrecv-File-Status
018600         MOVE 16 TO RETURN-CODE
018700         STOP RUN
018800     END-IF
018900     OPEN EXTEND GLPOST
019000     OPEN INPUT RUNCTLIN
019100     IF Runctlin-OK
019200         READ RUNCTLIN
019300             AT END
019400                 SET Runctlin-Not-Found TO TRUE
019500         END-READ
019600     END-IF
019700     IF Runctlin-OK
019800         MOVE RI-BUSINESS-DATE TO Business-Date
019900         CLOSE RUNCTLIN
020000     ELSE
020100         ACCEPT Business-Date FROM DATE YYYYMMDD
020200     END-IF
020300     DISPLAY "COLLECTION AGENCY RETURNS - " Business-Date
020400
020500     OPEN INPUT AGYPARM
020600     IF Agyparm-OK
020700         PERFORM 1100-LOAD-AGENCY THRU 1100-LOAD-AGENCY-EXIT
020800             UNTIL Agyparm-EOF
020900         CLOSE AGYPARM
021000     ELSE
021100         DISPLAY "No AGYPARM - every remittance will refuse."
021200     END-IF.
021300 1000-INITIALIZE-EXIT.
021400     EXIT.
021500
021600*> Inactive agencies stay in the table: an agency dropped
021700*> from new placements still remits on what it holds.
021800 1100-LOAD-AGENCY.
021900     READ AGYPARM
022000         AT END
022100             SET Agyparm-EOF TO TRUE
022200             GO TO 1100-LOAD-AGENCY-EXIT
022300     END-READ
022400     IF Agency-Count >= 50
022500         DISPLAY "AGYPARM " AG-AGENCY-ID " over the table."
022600         GO TO 1100-LOAD-AGENCY-EXIT
022700     END-IF
022800     ADD 1 TO Agency-Count
022900     MOVE AG-AGENCY-ID TO AT-AGENCY-ID (Agency-Count)
023000     MOVE AG-COMMISSION-RATE TO AT-COMMISSION-RATE (Agency-Count).
023100 1100-LOAD-AGENCY-EXIT.
023200     EXIT.
023300
023400*****************************************************************
023500*    FIRST PASS OVER THE REMITTANCE FILE: COUNT AND HASH THE    *
023600*    ROWS AGAINST THE TRAILER. ONLY A PROVED FILE IS REOPENED   *
023700*    FOR BOOKING.                                               *
023800*****************************************************************
023900 2000-PROVE-REMITTANCES.
024000     SET File-Not-Proved TO TRUE
024100     MOVE 0 TO Expected-Record-Count
024200               Expected-Hash-Total
024300               Actual-Record-Count
024400               Actual-Hash-Total
024500               Trailers-Seen
024600     OPEN INPUT AGYREMIT
024700     IF NOT Agyremit-OK
024800         DISPLAY "No AGYREMIT remittance file this run."
024900         GO TO 2000-PROVE-REMITTANCES-EXIT
025000     END-IF
025100     PERFORM 2100-COUNT-REMITTANCE
025200         THRU 2100-COUNT-REMITTANCE-EXIT
025300         UNTIL Agyremit-EOF
025400     CLOSE AGYREMIT
025500     IF Trailers-Seen = 0
025600         DISPLAY "** AGYREMIT HAS NO TRAILER - REMITTANCES"
025700             " REFUSED, RC=16 **"
025800         MOVE 16 TO RETURN-CODE
025900         GO TO 2000-PROVE-REMITTANCES-EXIT
026000     END-IF
026100     IF Actual-Record-Count NOT = Expected-Record-Count
026200         OR Actual-Hash-Total NOT = Expected-Hash-Total
026300         DISPLAY "** AGYREMIT DISAGREES WITH ITS TRAILER -"
026400             " REMITTANCES REFUSED, RC=16 **"
026500         MOVE 16 TO RETURN-CODE
026600         GO TO 2000-PROVE-REMITTANCES-EXIT
026700     END-IF
026800     SET File-Is-Proved TO TRUE
026900     OPEN INPUT AGYREMIT
027000     READ AGYREMIT
027100         AT END
027200             SET Agyremit-EOF TO TRUE
027300     END-READ.
027400 2000-PROVE-REMITTANCES-EXIT.
027500     EXIT.
027600
027700 2100-COUNT-REMITTANCE.
027800     READ AGYREMIT
027900         AT END
028000             SET Agyremit-EOF TO TRUE
028100             GO TO 2100-COUNT-REMITTANCE-EXIT
028200     END-READ
028300     IF AM-ACCOUNT-NUMBER (1:8) = "*TRAILER"
028400         MOVE AM-AGENCY-REMITTANCE-RECORD (1:34)
028500             TO FT-FILE-TRAILER-RECORD
028600         ADD FT-RECORD-COUNT TO Expected-Record-Count
028700         ADD FT-HASH-TOTAL TO Expected-Hash-Total
028800         ADD 1 TO Trailers-Seen
028900         GO TO 2100-COUNT-REMITTANCE-EXIT
029000     END-IF
029100     ADD 1 TO Actual-Record-Count
029200     IF AM-GROSS-AMOUNT NUMERIC
029300         ADD AM-GROSS-AMOUNT TO Actual-Hash-Total
029400     END-IF.
029500 2100-COUNT-REMITTANCE-EXIT.
029600     EXIT.
029700
029800*****************************************************************
029900*    ONE AGENCY COLLECTION: VALIDATED AGAINST THE PLACEMENT AND *
030000*    THE CONTRACT RATE, BOOKED AS A BALANCED GL SET, AND        *
030100*    CREDITED TO THE RECEIVABLE.                                *
030200*****************************************************************
030300 3000-BOOK-REMITTANCE.
030400     IF AM-ACCOUNT-NUMBER (1:8) = "*TRAILER"
030500         GO TO 3000-READ-NEXT
030600     END-IF
030700     ADD 1 TO Remittances-Read
030800     IF AM-GROSS-AMOUNT NOT NUMERIC
030900         OR AM-COMMISSION-AMOUNT NOT NUMERIC
031000         OR AM-GROSS-AMOUNT = ZERO
031100         DISPLAY AM-ACCOUNT-NUMBER
031200             ": Remittance refused - amounts not valid."
031300         ADD 1 TO Remittances-Refused
031400         GO TO 3000-READ-NEXT
031500     END-IF
031600     MOVE AM-ACCOUNT-NUMBER TO CP-ACCOUNT-NUMBER
031700     READ CHGRECV
031800         INVALID KEY
031900             DISPLAY AM-ACCOUNT-NUMBER
032000                 ": Remittance refused - no receivable."
032100             ADD 1 TO Remittances-Refused
032200             GO TO 3000-READ-NEXT
032300     END-READ
032400     IF CP-PLACEMENT-COUNT = 0
032500         DISPLAY AM-ACCOUNT-NUMBER
032600             ": Remittance refused - never placed."
032700         ADD 1 TO Remittances-Refused
032800         GO TO 3000-READ-NEXT
032900     END-IF
033000     MOVE CP-PLACEMENT-COUNT TO Placement-Sub
033100     IF CP-AGENCY-ID (Placement-Sub) NOT = AM-AGENCY-ID
033200         DISPLAY AM-ACCOUNT-NUMBER
033300             ": Remittance refused - not placed with "
033400             AM-AGENCY-ID
033500         ADD 1 TO Remittances-Refused
033600         GO TO 3000-READ-NEXT
033700     END-IF
033800     COMPUTE Outstanding-Amount =
033900         CP-CHARGEOFF-AMOUNT - CP-RECOVERED-AMOUNT
034000     IF AM-GROSS-AMOUNT > Outstanding-Amount
034100         MOVE Outstanding-Amount TO Edited-Amount
034200         DISPLAY AM-ACCOUNT-NUMBER
034300             ": Remittance refused - over the outstanding "
034400             Edited-Amount
034500         ADD 1 TO Remittances-Refused
034600         GO TO 3000-READ-NEXT
034700     END-IF
034800     MOVE 0 TO Agency-Found-Sub
034900     PERFORM 3100-FIND-AGENCY THRU 3100-FIND-AGENCY-EXIT
035000         VARYING Agency-Sub FROM 1 BY 1
035100         UNTIL Agency-Sub > Agency-Count
035200             OR Agency-Found-Sub > 0
035300     IF Agency-Found-Sub = 0
035400         DISPLAY AM-ACCOUNT-NUMBER
035500             ": Remittance refused - agency " AM-AGENCY-ID
035600             " not on AGYPARM."
035700         ADD 1 TO Remittances-Refused
035800         GO TO 3000-READ-NEXT
035900     END-IF
036000     COMPUTE Commission-Limit ROUNDED =
036100         AM-GROSS-AMOUNT * AT-COMMISSION-RATE (Agency-Found-Sub)
036200     IF AM-COMMISSION-AMOUNT > Commission-Limit
036300         MOVE AM-COMMISSION-AMOUNT TO Edited-Amount
036400         DISPLAY AM-ACCOUNT-NUMBER
036500             ": Remittance refused - commission " Edited-Amount
036600             " over contract."
036700         ADD 1 TO Remittances-Refused
036800         GO TO 3000-READ-NEXT
036900     END-IF
037000     COMPUTE Net-Amount = AM-GROSS-AMOUNT - AM-COMMISSION-AMOUNT
037100
037200     MOVE SPACES TO GL-POST-RECORD
037300     MOVE Business-Date TO GL-POSTING-DATE
037400     MOVE "RCVA" TO GL-TRANSACTION-CODE
037500     MOVE "CollectionAgencyRtns" TO GL-SOURCE-PROGRAM
037600     MOVE ZERO TO GL-TRACE-ID
037700     MOVE Agency-Clearing-Account TO GL-ACCOUNT-NUMBER
037800     SET GL-Is-Debit TO TRUE
037900     MOVE Net-Amount TO GL-ENTRY-AMOUNT
038000     WRITE GL-POST-RECORD
038100     IF AM-COMMISSION-AMOUNT > ZERO
038200         MOVE Collection-Expense-Account TO GL-ACCOUNT-NUMBER
038300         SET GL-Is-Debit TO TRUE
038400         MOVE AM-COMMISSION-AMOUNT TO GL-ENTRY-AMOUNT
038500         WRITE GL-POST-RECORD
038600     END-IF
038700     MOVE Recovery-Income-Account TO GL-ACCOUNT-NUMBER
038800     SET GL-Is-Credit TO TRUE
038900     MOVE AM-GROSS-AMOUNT TO GL-ENTRY-AMOUNT
039000     WRITE GL-POST-RECORD
039100
039200     ADD AM-GROSS-AMOUNT TO CP-RECOVERED-AMOUNT
039300     MOVE Business-Date TO CP-LAST-RECOVERY-DATE
039400     ADD AM-GROSS-AMOUNT TO CP-AGENCY-RECOVERED (Placement-Sub)
039500     ADD AM-COMMISSION-AMOUNT
039600         TO CP-AGENCY-COMMISSION (Placement-Sub)
039700*> The agency knows what it collected; the balance it was
039800*> told comes down with it so no advice goes back out.
039900     IF CP-ADVISED-BALANCE > AM-GROSS-AMOUNT
040000         SUBTRACT AM-GROSS-AMOUNT FROM CP-ADVISED-BALANCE
040100     ELSE
040200         MOVE ZERO TO CP-ADVISED-BALANCE
040300     END-IF
040400     IF CP-RECOVERED-AMOUNT NOT < CP-CHARGEOFF-AMOUNT
040500         IF CP-Placed
040600             MOVE Business-Date
040700                 TO CP-RECALLED-DATE (Placement-Sub)
040800             MOVE "PF" TO CP-RECALL-REASON (Placement-Sub)
040900         END-IF
041000         SET CP-Settled TO TRUE
041100         ADD 1 TO Receivables-Settled
041200     END-IF
041300     REWRITE CP-CHARGEOFF-RECEIVABLE-RECORD
041400     ADD 1 TO Remittances-Booked
041500     ADD AM-GROSS-AMOUNT TO Gross-Total
041600     ADD AM-COMMISSION-AMOUNT TO Commission-Total.
041700
041800 3000-READ-NEXT.
041900     READ AGYREMIT
042000         AT END
042100             SET Agyremit-EOF TO TRUE
042200     END-READ.
042300 3000-BOOK-REMITTANCE-EXIT.
042400     EXIT.
042500
042600 3100-FIND-AGENCY.
042700     IF AT-AGENCY-ID (Agency-Sub) = AM-AGENCY-ID
042800         MOVE Agency-Sub TO Agency-Found-Sub
042900     END-IF.
043000 3100-FIND-AGENCY-EXIT.
043100     EXIT.
043200
043300*****************************************************************
043400*    THE RECALL FILE IS PROVED THE SAME WAY; IT CARRIES NO      *
043500*    AMOUNTS, SO ITS HASH IS ZERO AND ONLY THE COUNT IS REAL.   *
043600*****************************************************************
043700 4000-PROVE-RECALLS.
043800     SET File-Not-Proved TO TRUE
043900     MOVE 0 TO Expected-Record-Count
044000               Expected-Hash-Total
044100               Actual-Record-Count
044200               Actual-Hash-Total
044300               Trailers-Seen
044400     OPEN INPUT AGYRECAL
044500     IF NOT Agyrecal-OK
044600         DISPLAY "No AGYRECAL recall file this run."
044700         GO TO 4000-PROVE-RECALLS-EXIT
044800     END-IF
044900     PERFORM 4100-COUNT-RECALL THRU 4100-COUNT-RECALL-EXIT
045000         UNTIL Agyrecal-EOF
045100     CLOSE AGYRECAL
045200     IF Trailers-Seen = 0
045300         DISPLAY "** AGYRECAL HAS NO TRAILER - RECALLS"
045400             " REFUSED, RC=16 **"
045500         MOVE 16 TO RETURN-CODE
045600         GO TO 4000-PROVE-RECALLS-EXIT
045700     END-IF
045800     IF Actual-Record-Count NOT = Expected-Record-Count
045900         OR Actual-Hash-Total NOT = Expected-Hash-Total
046000         DISPLAY "** AGYRECAL DISAGREES WITH ITS TRAILER -"
046100             " RECALLS REFUSED, RC=16 **"
046200         MOVE 16 TO RETURN-CODE
046300         GO TO 4000-PROVE-RECALLS-EXIT
046400     END-IF
046500     SET File-Is-Proved TO TRUE
046600     OPEN INPUT AGYRECAL
046700     READ AGYRECAL
046800         AT END
046900             SET Agyrecal-EOF TO TRUE
047000     END-READ.
047100 4000-PROVE-RECALLS-EXIT.
047200     EXIT.
047300
047400 4100-COUNT-RECALL.
047500     READ AGYRECAL
047600         AT END
047700             SET Agyrecal-EOF TO TRUE
047800             GO TO 4100-COUNT-RECALL-EXIT
047900     END-READ
048000     IF AJ-ACCOUNT-NUMBER (1:8) = "*TRAILER"
048100         MOVE AJ-AGENCY-RECALL-RECORD (1:34)
048200             TO FT-FILE-TRAILER-RECORD
048300         ADD FT-RECORD-COUNT TO Expected-Record-Count
048400         ADD FT-HASH-TOTAL TO Expected-Hash-Total
048500         ADD 1 TO Trailers-Seen
048600         GO TO 4100-COUNT-RECALL-EXIT
048700     END-IF
048800     ADD 1 TO Actual-Record-Count.
048900 4100-COUNT-RECALL-EXIT.
049000     EXIT.
049100
049200 5000-APPLY-RECALL.
049300     IF AJ-ACCOUNT-NUMBER (1:8) = "*TRAILER"
049400         GO TO 5000-READ-NEXT
049500     END-IF
049600     ADD 1 TO Recalls-Read
049700     MOVE AJ-ACCOUNT-NUMBER TO CP-ACCOUNT-NUMBER
049800     READ CHGRECV
049900         INVALID KEY
050000             DISPLAY AJ-ACCOUNT-NUMBER
050100                 ": Recall refused - no receivable."
050200             ADD 1 TO Recalls-Refused
050300             GO TO 5000-READ-NEXT
050400     END-READ
050500*> A placement the bank already closed (paid direct, or paid
050600*> out by the remittance just booked) needs nothing more.
050700     IF CP-Settled
050800         DISPLAY AJ-ACCOUNT-NUMBER
050900             ": Recall noted - receivable already settled."
051000         GO TO 5000-READ-NEXT
051100     END-IF
051200     IF NOT CP-Placed
051300         OR CP-AGENCY-ID (CP-PLACEMENT-COUNT) NOT = AJ-AGENCY-ID
051400         DISPLAY AJ-ACCOUNT-NUMBER
051500             ": Recall refused - not placed with "
051600             AJ-AGENCY-ID
051700         ADD 1 TO Recalls-Refused
051800         GO TO 5000-READ-NEXT
051900     END-IF
052000     MOVE CP-PLACEMENT-COUNT TO Placement-Sub
052100     MOVE AJ-RECALL-DATE TO CP-RECALLED-DATE (Placement-Sub)
052200     MOVE AJ-RECALL-REASON TO CP-RECALL-REASON (Placement-Sub)
052300     MOVE ZERO TO CP-ADVISED-BALANCE
052400     COMPUTE Outstanding-Amount =
052500         CP-CHARGEOFF-AMOUNT - CP-RECOVERED-AMOUNT
052600     EVALUATE TRUE
052700         WHEN Outstanding-Amount NOT > ZERO
052800             SET CP-Settled TO TRUE
052900             ADD 1 TO Receivables-Settled
053000         WHEN AJ-Recall-Hold
053100             SET CP-Held-In-House TO TRUE
053200         WHEN OTHER
053300             SET CP-Recalled TO TRUE
053400     END-EVALUATE
053500     REWRITE CP-CHARGEOFF-RECEIVABLE-RECORD
053600     ADD 1 TO Recalls-Applied
053700     DISPLAY AJ-ACCOUNT-NUMBER ": Recalled by " AJ-AGENCY-ID
053800         " reason " AJ-RECALL-REASON
053900         " status " CP-PLACEMENT-STATUS.
054000
054100 5000-READ-NEXT.
054200     READ AGYRECAL
054300         AT END
054400             SET Agyrecal-EOF TO TRUE
054500     END-READ.
054600 5000-APPLY-RECALL-EXIT.
054700     EXIT.
054800
054900 9000-TERMINATE.
055000     CLOSE CHGRECV
055100     CLOSE GLPOST
055200     DISPLAY " "
055300     DISPLAY "COLLECTION AGENCY RETURNS SUMMARY"
055400     DISPLAY "Remittances read     - " Remittances-Read
055500     DISPLAY "Remittances booked   - " Remittances-Booked
055600     DISPLAY "Remittances refused  - " Remittances-Refused
055700     MOVE Gross-Total TO Edited-Total
055800     DISPLAY "Gross recovered      - " Edited-Total
055900     MOVE Commission-Total TO Edited-Total
056000     DISPLAY "Commission           - " Edited-Total
056100     DISPLAY "Recalls read         - " Recalls-Read
056200     DISPLAY "Recalls applied      - " Recalls-Applied
056300     DISPLAY "Recalls refused      - " Recalls-Refused
056400     DISPLAY "Receivables settled  - " Receivables-Settled.
056500 9000-TERMINATE-EXIT.
056600     EXIT.
