000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AchFilterExceptionReport.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-06.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    ACHFILTEREXCEPTIONREPORT                                   *
001100*                                                               *
001200*    SAME-MORNING ACH DEBIT FILTER EXCEPTION LIST, THE          *
001300*    POSITIVEPAYEXCEPTIONREPORT OF THE ACH SIDE. LISTS EVERY    *
001400*    OPEN EXCEPTION ON ACHEXCP - THE DEBITS INBOUNDACHINTAKE    *
001500*    STOPPED ON A COMMERCIAL ACCOUNT'S FILTER - WITH WHY IT     *
001600*    STOPPED AND ITS DEADLINE, SO THE CUSTOMER CAN MAKE THEIR   *
001700*    PAY-OR-RETURN DECISION. DECISIONS ARE KEYED THROUGH        *
001800*    ACHEXCEPTIONDECISION; ONE NOT KEYED BY THE DEADLINE IS     *
001900*    RETURNED R29 AS UNAUTHORIZED.                              *
002000*                                                               *
002100*    MODIFICATION HISTORY                                      *
002200*    ------------------------------------------------------    *
002300*    DATE       INIT  DESCRIPTION                              *
002400*    ---------  ----  -----------------------------------      *
002500*    2026-10-06  RLB  ORIGINAL.                                *
002600*                                                               *
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT ACHEXCP ASSIGN TO "ACHEXCP"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS AY-EXCEPTION-KEY
003600         FILE STATUS IS Achexcp-File-Status.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  ACHEXCP.
004100     COPY ACHEXCP.
004200
004300 WORKING-STORAGE SECTION.
004400 01  Achexcp-File-Status             PIC XX.
004500     88  Achexcp-OK                  VALUE "00".
004600     88  Achexcp-EOF                 VALUE "10".
004700
004800 01  Reason-Text                     PIC X(16).
004900 01  Exception-File-Switch           PIC X(01).
005000     88  Exception-File-Open         VALUE "Y".
005100     88  Exception-File-Closed       VALUE "N".
005200
005300 01  Report-Counters.
005400     05  Rows-Read                   PIC 9(7) COMP.
005500     05  Exceptions-Listed           PIC 9(7) COMP.
005600     05  Exceptions-Decided          PIC 9(7) COMP.
005700
005800 PROCEDURE DIVISION.
005900
006000 0000-MAINLINE.
006100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
006200     PERFORM 2000-SCAN-ROW THRU 2000-SCAN-ROW-EXIT
006300         UNTIL Achexcp-EOF
006400     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
006500     STOP RUN.
006600
006700 1000-INITIALIZE.
006800     MOVE 0 TO Rows-Read
006900     MOVE 0 TO Exceptions-Listed
007000     MOVE 0 TO Exceptions-Decided
007100     DISPLAY "ACH DEBIT FILTER EXCEPTION REPORT"
007200     DISPLAY "PAY/RETURN DECISIONS DUE BY THE DEADLINE DATE"
007300     DISPLAY "============================================="
007400     SET Exception-File-Closed TO TRUE
007500     OPEN INPUT ACHEXCP
007600     IF NOT Achexcp-OK
007700         SET Achexcp-EOF TO TRUE
007800         GO TO 1000-INITIALIZE-EXIT
007900     END-IF
008000     SET Exception-File-Open TO TRUE
008100     READ ACHEXCP
008200         AT END
008300             SET Achexcp-EOF TO TRUE
008400     END-READ.
008500 1000-INITIALIZE-EXIT.
008600     EXIT.
008700
008800 2000-SCAN-ROW.
008900     ADD 1 TO Rows-Read
009000     IF AY-EXCEPTION-OPEN
009100         ADD 1 TO Exceptions-Listed
009200         EVALUATE TRUE
009300             WHEN AY-DEBITS-BLOCKED
009400                 MOVE "ALL DEBITS BLKD" TO Reason-Text
009500             WHEN AY-ORIGINATOR-NOT-LISTED
009600                 MOVE "ORIGINATOR" TO Reason-Text
009700             WHEN AY-OVER-ORIGINATOR-MAX
009800                 MOVE "OVER MAXIMUM" TO Reason-Text
009900             WHEN OTHER
010000                 MOVE SPACES TO Reason-Text
010100         END-EVALUATE
010200         IF NOT AY-UNDECIDED
010300             ADD 1 TO Exceptions-Decided
010400         END-IF
010500         DISPLAY "  " AY-ACCOUNT-NUMBER
010600             "  " AY-RECEIVED-DATE
010700             "  " AY-TRACE-NUMBER
010800             "  " AY-ENTRY-AMOUNT
010900             "  " AY-COMPANY-ID
011000             "  " AY-COMPANY-NAME
011100         DISPLAY "      " Reason-Text
011200             "  DEADLINE " AY-DEADLINE-DATE
011300             "  DECISION " AY-DECISION
011400     END-IF
011500     READ ACHEXCP
011600         AT END
011700             SET Achexcp-EOF TO TRUE
011800     END-READ.
011900 2000-SCAN-ROW-EXIT.
012000     EXIT.
012100
012200 9000-TERMINATE.
012300     IF Exception-File-Open
012400         CLOSE ACHEXCP
012500     END-IF
012600     IF Exceptions-Listed = ZERO
012700         DISPLAY "  (NO ACH FILTER EXCEPTIONS OPEN)"
012800     END-IF
012900     DISPLAY " "
013000     DISPLAY "Exception rows read - " Rows-Read
013100     DISPLAY "Open exceptions     - " Exceptions-Listed
013200     DISPLAY "Already decided     - " Exceptions-Decided.
013300 9000-TERMINATE-EXIT.
013400     EXIT.
