000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AchExceptionDecision.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-06.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    ACHEXCEPTIONDECISION                                       *
001100*                                                               *
001200*    SESSION (NSFDECISIONSESSION MOLD) FOR KEYING A COMMERCIAL  *
001300*    CUSTOMER'S PAY/RETURN DECISION ON AN ACH DEBIT THEIR       *
001400*    FILTER STOPPED. THE OPERATOR WORKS FROM THE MORNING'S      *
001500*    ACHFILTEREXCEPTIONREPORT LISTING: FOR EACH RECEIVED DATE   *
001600*    AND TRACE NUMBER THE SESSION SHOWS THE DEBIT AND WHY IT    *
001700*    STOPPED, AND THE OPERATOR ENTERS P TO POST IT TONIGHT OR   *
001800*    R TO RETURN IT R29 (NOT AUTHORIZED). AN EXCEPTION PAST     *
001900*    ITS DEADLINE IS RETURNED UNDECIDED BY INBOUNDACHINTAKE.    *
002000*    ONLY A SUPERVISOR MAY KEY A DECISION. ENTER "DONE" AT THE  *
002100*    DATE PROMPT TO END THE SESSION.                            *
002200*                                                               *
002300*    MODIFICATION HISTORY                                      *
002400*    ------------------------------------------------------    *
002500*    DATE       INIT  DESCRIPTION                              *
002600*    ---------  ----  -----------------------------------      *
002700*    2026-10-06  RLB  ORIGINAL.                                *
002800*                                                               *
002900*****************************************************************
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT ACHEXCP ASSIGN TO "ACHEXCP"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS AY-EXCEPTION-KEY
003800         FILE STATUS IS Achexcp-File-Status.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  ACHEXCP.
004300     COPY ACHEXCP.
004400
004500 WORKING-STORAGE SECTION.
004600 01  Achexcp-File-Status             PIC XX.
004700     88  Achexcp-OK                  VALUE "00".
004800     88  Achexcp-Not-On-File         VALUE "23".
004900
005000*    THE CUSTOMER'S DECISION IS KEYED BY A SUPERVISOR.
005100 77  Decision-Level                  PIC 9(01) VALUE 2.
005200 01  Auth-Result                     PIC X(01).
005300     88  Operator-Authorized         VALUE "Y".
005400     88  Operator-Denied             VALUE "N".
005500 01  Decision-Operator               PIC X(08).
005600 01  Entry-Date                      PIC X(08).
005700 01  Entry-Date-Number REDEFINES Entry-Date
005800                                     PIC 9(08).
005900 01  Entry-Trace                     PIC X(15).
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
008000     OPEN I-O ACHEXCP
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
009100             ": Not authorized to key ACH decisions."
009200         SET Session-Has-Ended TO TRUE
009300         GO TO 1000-INITIALIZE-EXIT
009400     END-IF
009500     SET Session-Is-Active TO TRUE.
009600 1000-INITIALIZE-EXIT.
009700     EXIT.
009800
009900 2000-DECIDE-ITEM.
010000     DISPLAY "Received date YYYYMMDD (DONE to quit): "
010100         WITH NO ADVANCING
010200     ACCEPT Entry-Date FROM CONSOLE
010300     IF Entry-Date = "DONE"
010400         SET Session-Has-Ended TO TRUE
010500         GO TO 2000-DECIDE-ITEM-EXIT
010600     END-IF
010700     IF Entry-Date NOT NUMERIC
010800         DISPLAY Entry-Date ": A received date is eight digits."
010900         GO TO 2000-DECIDE-ITEM-EXIT
011000     END-IF
011100     DISPLAY "Trace number: " WITH NO ADVANCING
011200     ACCEPT Entry-Trace FROM CONSOLE
011300     MOVE Entry-Date-Number TO AY-RECEIVED-DATE
011400     MOVE Entry-Trace TO AY-TRACE-NUMBER
011500     READ ACHEXCP
011600         INVALID KEY
011700             DISPLAY Entry-Trace ": Not on the exception file."
011800             GO TO 2000-DECIDE-ITEM-EXIT
011900     END-READ
012000     IF NOT AY-EXCEPTION-OPEN
012100         DISPLAY Entry-Trace ": Already closed ("
012200             AY-EXCEPTION-STATUS ") on " AY-CLOSED-DATE "."
012300         GO TO 2000-DECIDE-ITEM-EXIT
012400     END-IF
012500     IF NOT AY-UNDECIDED
012600         DISPLAY Entry-Trace ": Already decided ("
012700             AY-DECISION ") by " AY-DECIDED-BY
012800             " on " AY-DECIDED-DATE "."
012900         GO TO 2000-DECIDE-ITEM-EXIT
013000     END-IF
013100*> Once the deadline day is over the debit goes back
013200*> unauthorized; a late decision could not reach the night.
013300     IF Run-Date > AY-DEADLINE-DATE
013400         ADD 1 TO Requests-Refused
013500         DISPLAY Entry-Trace ": Deadline " AY-DEADLINE-DATE
013600             " has passed - the debit is returned."
013700         GO TO 2000-DECIDE-ITEM-EXIT
013800     END-IF
013900     DISPLAY "  ACCOUNT " AY-ACCOUNT-NUMBER
014000         "  AMOUNT " AY-ENTRY-AMOUNT
014100         "  DEADLINE " AY-DEADLINE-DATE
014200     DISPLAY "  ORIGINATOR " AY-COMPANY-ID
014300         "  " AY-COMPANY-NAME
014400         "  " AY-ENTRY-DESCRIPTION
014500     EVALUATE TRUE
014600         WHEN AY-DEBITS-BLOCKED
014700             DISPLAY "  STOPPED - ALL ACH DEBITS BLOCKED"
014800         WHEN AY-ORIGINATOR-NOT-LISTED
014900             DISPLAY "  STOPPED - ORIGINATOR NOT AUTHORIZED"
015000         WHEN AY-OVER-ORIGINATOR-MAX
015100             DISPLAY "  STOPPED - OVER THE ORIGINATOR MAXIMUM"
015200     END-EVALUATE
015300     DISPLAY "Decision (P=pay, R=return): " WITH NO ADVANCING
015400     ACCEPT Entry-Disposition FROM CONSOLE
015500     IF Entry-Disposition NOT = "P"
015600         AND Entry-Disposition NOT = "R"
015700         ADD 1 TO Requests-Refused
015800         DISPLAY "Decision must be P or R."
015900         GO TO 2000-DECIDE-ITEM-EXIT
016000     END-IF
016100     IF Entry-Disposition = "P"
016200         SET AY-DECIDED-PAY TO TRUE
016300         ADD 1 TO Items-Paid
016400         DISPLAY Entry-Trace ": Pay - posts tonight."
016500     ELSE
016600         SET AY-DECIDED-RETURN TO TRUE
016700         ADD 1 TO Items-Returned
016800         DISPLAY Entry-Trace
016900             ": Return - goes back R29 tonight."
017000     END-IF
017100     MOVE Decision-Operator TO AY-DECIDED-BY
017200     MOVE Run-Date TO AY-DECIDED-DATE
017300     REWRITE AY-ACH-EXCEPTION-RECORD.
017400 2000-DECIDE-ITEM-EXIT.
017500     EXIT.
017600
017700 9000-TERMINATE.
017800     CLOSE ACHEXCP
017900     DISPLAY "ACH decision session ended. Paid " Items-Paid
018000         ", returned " Items-Returned
018100         ", refused " Requests-Refused ".".
018200 9000-TERMINATE-EXIT.
018300     EXIT.
