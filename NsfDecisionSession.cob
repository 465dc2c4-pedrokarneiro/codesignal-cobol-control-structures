000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    NsfDecisionSession.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-09-23.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    NSFDECISIONSESSION                                         *
001100*                                                               *
001200*    OFFICER SESSION (OUTGOINGWIRECALLBACK MOLD) FOR THE NSF    *
001300*    PAY/RETURN DECISION QUEUE. THE OFFICER WORKS FROM THE      *
001400*    MORNING'S NSFDECISIONQUEUEREPORT LISTING: FOR EACH TRACE   *
001500*    ID THE SESSION SHOWS THE ITEM, THE OVERDRAW AND THE        *
001600*    DECISION CONTEXT (TRUST SCORE, BALANCE TREND, COMBINED     *
001700*    RELATIONSHIP BALANCE, OVERDRAFT LINE HEADROOM), AND THE    *
001800*    OFFICER ENTERS P TO PAY THE ITEM INTO TONIGHT'S POST OR R  *
001900*    TO RETURN IT UNPAID WITH THE RETURNED-ITEM FEE. AN ITEM    *
002000*    PAST ITS DEADLINE IS LEFT TO THE RULE. ONLY AN ACTIVE      *
002100*    OPERSEC OFFICER MAY DECIDE. ENTER "DONE" AT THE TRACE      *
002200*    PROMPT TO END THE SESSION.                                 *
002300*                                                               *
002400*    MODIFICATION HISTORY                                      *
002500*    ------------------------------------------------------    *
002600*    DATE       INIT  DESCRIPTION                              *
002700*    ---------  ----  -----------------------------------      *
002800*    2026-09-23  RLB  ORIGINAL.                                *
002900*                                                               *
003000*****************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT NSFQ ASSIGN TO "NSFQ"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS NQ-TRACE-ID
003900         FILE STATUS IS Nsfq-File-Status.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  NSFQ.
004400     COPY NSFQ.
004500
004600 WORKING-STORAGE SECTION.
004700 01  Nsfq-File-Status                PIC XX.
004800     88  Nsfq-OK                     VALUE "00".
004900     88  Nsfq-Not-On-File            VALUE "23".
005000
005100*    PAY/RETURN DECISIONS ARE AN OFFICER'S CALL.
005200 77  Decision-Level                  PIC 9(01) VALUE 3.
005300 01  Auth-Result                     PIC X(01).
005400     88  Operator-Authorized         VALUE "Y".
005500     88  Operator-Denied             VALUE "N".
005600 01  Decision-Operator               PIC X(08).
005700 01  Entry-Trace                     PIC X(12).
005800 01  Entry-Trace-Number REDEFINES Entry-Trace
005900                                     PIC 9(12).
006000 01  Entry-Disposition               PIC X(01).
006100 01  Run-Date                        PIC 9(08).
006200 01  Session-Ended-Switch            PIC X(01).
006300     88  Session-Has-Ended           VALUE "Y".
006400     88  Session-Is-Active           VALUE "N".
006500 01  Decision-Counters.
006600     05  Items-Paid                  PIC 9(5) COMP.
006700     05  Items-Returned              PIC 9(5) COMP.
006800     05  Requests-Refused            PIC 9(5) COMP.
006900
007000 PROCEDURE DIVISION.
007100
007200 0000-MAINLINE.
007300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
007400     PERFORM 2000-DECIDE-ITEM THRU 2000-DECIDE-ITEM-EXIT
007500         UNTIL Session-Has-Ended
007600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
007700     STOP RUN.
007800
007900 1000-INITIALIZE.
008000     OPEN I-O NSFQ
008100     MOVE ZERO TO Items-Paid
008200                  Items-Returned
008300                  Requests-Refused
008400     ACCEPT Run-Date FROM DATE YYYYMMDD
008500     DISPLAY "Operator ID: " WITH NO ADVANCING
008600     ACCEPT Decision-Operator FROM CONSOLE
008700     CALL "OperatorAuthorize" USING Decision-Operator,
008800         Decision-Level, Auth-Result
008900     IF Operator-Denied
009000         DISPLAY Decision-Operator
009100             ": Not authorized to decide NSF items."
009200         SET Session-Has-Ended TO TRUE
009300         GO TO 1000-INITIALIZE-EXIT
009400     END-IF
009500     SET Session-Is-Active TO TRUE.
009600 1000-INITIALIZE-EXIT.
009700     EXIT.
009800
009900 2000-DECIDE-ITEM.
010000     DISPLAY "Trace ID (DONE to quit): " WITH NO ADVANCING
010100     ACCEPT Entry-Trace FROM CONSOLE
010200     IF Entry-Trace = "DONE"
010300         SET Session-Has-Ended TO TRUE
010400         GO TO 2000-DECIDE-ITEM-EXIT
010500     END-IF
010600     IF Entry-Trace NOT NUMERIC
010700         DISPLAY Entry-Trace ": A trace ID is twelve digits."
010800         GO TO 2000-DECIDE-ITEM-EXIT
010900     END-IF
011000     MOVE Entry-Trace-Number TO NQ-TRACE-ID
011100     READ NSFQ
011200         INVALID KEY
011300             DISPLAY Entry-Trace ": Not on the queue."
011400             GO TO 2000-DECIDE-ITEM-EXIT
011500     END-READ
011600     IF NOT NQ-AWAITING-DECISION
011700         DISPLAY Entry-Trace ": Already decided ("
011800             NQ-QUEUE-STATUS ") by " NQ-DECIDED-BY
011900             " on " NQ-DECISION-DATE "."
012000         GO TO 2000-DECIDE-ITEM-EXIT
012100     END-IF
012200*> Once the deadline day is over the item belongs to the rule;
012300*> a late decision could not reach the night's release.
012400     IF NQ-DEADLINE-DATE NOT = ZERO
012500         AND Run-Date > NQ-DEADLINE-DATE
012600         ADD 1 TO Requests-Refused
012700         DISPLAY Entry-Trace ": Deadline " NQ-DEADLINE-DATE
012800             " has passed - the rule decides this item."
012900         GO TO 2000-DECIDE-ITEM-EXIT
013000     END-IF
013100     DISPLAY "  ACCOUNT " NQ-ACCOUNT-NUMBER
013200         "  BRANCH " NQ-BRANCH-CODE
013300         "  KIND " NQ-ITEM-KIND
013400     DISPLAY "  AMOUNT " NQ-ITEM-AMOUNT
013500         "  OVERDRAWS BY " NQ-OVERDRAW-AMOUNT
013600         "  DEADLINE " NQ-DEADLINE-DATE
013700     DISPLAY "  LEDGER " NQ-LEDGER-BALANCE
013800         "  AVAILABLE " NQ-AVAILABLE-BALANCE
013900     DISPLAY "  TRUST SCORE " NQ-TRUST-SCORE
014000         "  TREND " NQ-BALANCE-TREND
014100     DISPLAY "  COMBINED BALANCE " NQ-COMBINED-BALANCE
014200         "  OD LINE AVAILABLE " NQ-LINE-AVAILABLE
014300     DISPLAY "Decision (P=pay, R=return): " WITH NO ADVANCING
014400     ACCEPT Entry-Disposition FROM CONSOLE
014500     IF Entry-Disposition NOT = "P"
014600         AND Entry-Disposition NOT = "R"
014700         ADD 1 TO Requests-Refused
014800         DISPLAY "Decision must be P or R."
014900         GO TO 2000-DECIDE-ITEM-EXIT
015000     END-IF
015100     IF Entry-Disposition = "P"
015200         SET NQ-DECIDED-PAY TO TRUE
015300         ADD 1 TO Items-Paid
015400         DISPLAY Entry-Trace ": Pay - posts tonight."
015500     ELSE
015600         SET NQ-DECIDED-RETURN TO TRUE
015700         ADD 1 TO Items-Returned
015800         DISPLAY Entry-Trace
015900             ": Return - goes back unpaid tonight with the fee."
016000     END-IF
016100     MOVE Decision-Operator TO NQ-DECIDED-BY
016200     MOVE Run-Date TO NQ-DECISION-DATE
016300     REWRITE NQ-NSF-QUEUE-RECORD.
016400 2000-DECIDE-ITEM-EXIT.
016500     EXIT.
016600
016700 9000-TERMINATE.
016800     CLOSE NSFQ
016900     DISPLAY "NSF decision session ended. Paid " Items-Paid
017000         ", returned " Items-Returned
017100         ", refused " Requests-Refused ".".
017200 9000-TERMINATE-EXIT.
017300     EXIT.
