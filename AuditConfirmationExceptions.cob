000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AuditConfirmationExceptions.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-13.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    AUDITCONFIRMATIONEXCEPTIONS                                *
001100*                                                               *
001200*    THE AUDITORS' CONFIRMATION EXCEPTIONS REPORT. ONE PASS OF  *
001300*    THE CONFREG REGISTER COMPARES EACH BALANCE A CUSTOMER      *
001400*    STATED ON THEIR REPLY WITH THE ACCOUNT'S STATARCH BALANCE  *
001500*    ON THE AUDIT DATE (CARRIED ON THE REGISTER FROM THE        *
001600*    SNAPSHOT WHEN THE SAMPLE WAS DRAWN) AND LISTS:             *
001700*      - EVERY REPLY THAT DISAGREES, WITH THE DIFFERENCE;       *
001800*      - EVERY LETTER RETURNED UNDELIVERABLE;                   *
001900*      - EVERY SELECTED ACCOUNT NEVER MAILED (NO GOOD ADDRESS)  *
002000*        - KEY ITEMS AMONG THEM NEED OTHER PROCEDURES;          *
002100*      - EVERY LETTER STILL UNANSWERED, FOR SECOND REQUESTS.    *
002200*    THE SUMMARY GIVES THE REPLY RATE AND THE NET DIFFERENCE.   *
002300*                                                               *
002400*    MODIFICATION HISTORY                                      *
002500*    ------------------------------------------------------    *
002600*    DATE       INIT  DESCRIPTION                              *
002700*    ---------  ----  -----------------------------------      *
002800*    2026-10-13  RLB  ORIGINAL.                                *
002900*                                                               *
003000*****************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CONFREG ASSIGN TO "CONFREG"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS SEQUENTIAL
003800         RECORD KEY IS YB-ACCOUNT-NUMBER
003900         FILE STATUS IS Confreg-File-Status.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  CONFREG.
004400     COPY CONFREG.
004500
004600 WORKING-STORAGE SECTION.
004700 01  Confreg-File-Status             PIC XX.
004800     88  Confreg-OK                  VALUE "00".
004900     88  Confreg-EOF                 VALUE "10".
005000
005100 01  Audit-Date                      PIC 9(08).
005200 01  Balance-Difference              PIC S9(7)V99.
005300 01  Exception-Reason                PIC X(14).
005400 01  Reply-Rate                      PIC 9(03)V9.
005500 01  Edited-Rate                     PIC ZZ9.9.
005600 01  Edited-Audit-Balance            PIC -(6)9.99.
005700 01  Edited-Stated-Balance           PIC -(7)9.99.
005800 01  Edited-Difference               PIC -(7)9.99.
005900 01  Edited-Total                    PIC -(9)9.99.
006000
006100 01  Report-Counters.
006200     05  Accounts-Selected           PIC 9(7) COMP.
006300     05  Key-Items-Selected          PIC 9(7) COMP.
006400     05  Letters-Mailed              PIC 9(7) COMP.
006500     05  Replies-Agreeing            PIC 9(7) COMP.
006600     05  Replies-Differing           PIC 9(7) COMP.
006700     05  Letters-Undeliverable       PIC 9(7) COMP.
006800     05  Letters-Outstanding         PIC 9(7) COMP.
006900     05  Accounts-Not-Mailed         PIC 9(7) COMP.
007000     05  Key-Items-Not-Mailed        PIC 9(7) COMP.
007100     05  Net-Difference              PIC S9(11)V99.
007200
007300 PROCEDURE DIVISION.
007400
007500 0000-MAINLINE.
007600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
007700     PERFORM 2000-CHECK-ACCOUNT THRU 2000-CHECK-ACCOUNT-EXIT
007800         UNTIL Confreg-EOF
007900     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
008000     STOP RUN.
008100
008200 1000-INITIALIZE.
008300     INITIALIZE Report-Counters
008400     MOVE ZERO TO Audit-Date
008500     OPEN INPUT CONFREG
008600     IF NOT Confreg-OK
008700         DISPLAY "CONFREG open failed - " Confreg-File-Status
008800         MOVE 16 TO RETURN-CODE
008900         STOP RUN
009000     END-IF
009100     READ CONFREG
009200         AT END
009300             SET Confreg-EOF TO TRUE
009400     END-READ
009500     IF NOT Confreg-EOF
009600         MOVE YB-AUDIT-DATE TO Audit-Date
009700     END-IF
009800     DISPLAY "AUDIT CONFIRMATION EXCEPTIONS - AS OF " Audit-Date
009900     DISPLAY "========================================="
010000     DISPLAY " "
010100     DISPLAY "ACCOUNT    SEL EXCEPTION      AUDIT BAL  "
010200         "  STATED BAL   DIFFERENCE".
010300 1000-INITIALIZE-EXIT.
010400     EXIT.
010500
010600 2000-CHECK-ACCOUNT.
010700     ADD 1 TO Accounts-Selected
010800     IF YB-Key-Item
010900         ADD 1 TO Key-Items-Selected
011000     END-IF
011100     MOVE ZERO TO Balance-Difference
011200     MOVE ZERO TO Edited-Stated-Balance
011300     IF NOT YB-Mailed
011400         ADD 1 TO Accounts-Not-Mailed
011500         IF YB-Key-Item
011600             ADD 1 TO Key-Items-Not-Mailed
011700         END-IF
011800         IF YB-Bad-Address
011900             MOVE "BAD ADDRESS" TO Exception-Reason
012000         ELSE
012100             MOVE "NO ADDRESS" TO Exception-Reason
012200         END-IF
012300         PERFORM 2100-PRINT-EXCEPTION
012400             THRU 2100-PRINT-EXCEPTION-EXIT
012500         GO TO 2000-READ-NEXT
012600     END-IF
012700     ADD 1 TO Letters-Mailed
012800     EVALUATE TRUE
012900         WHEN YB-Response-Agrees
013000             ADD 1 TO Replies-Agreeing
013100         WHEN YB-Response-Differs
013200             ADD 1 TO Replies-Differing
013300             COMPUTE Balance-Difference =
013400                 YB-STATED-BALANCE - YB-AUDIT-BALANCE
013500             ADD Balance-Difference TO Net-Difference
013600             MOVE YB-STATED-BALANCE TO Edited-Stated-Balance
013700             MOVE "BALANCE DIFFERS" TO Exception-Reason
013800             PERFORM 2100-PRINT-EXCEPTION
013900                 THRU 2100-PRINT-EXCEPTION-EXIT
014000         WHEN YB-Undeliverable
014100             ADD 1 TO Letters-Undeliverable
014200             MOVE "UNDELIVERABLE" TO Exception-Reason
014300             PERFORM 2100-PRINT-EXCEPTION
014400                 THRU 2100-PRINT-EXCEPTION-EXIT
014500         WHEN OTHER
014600             ADD 1 TO Letters-Outstanding
014700             MOVE "NO REPLY" TO Exception-Reason
014800             PERFORM 2100-PRINT-EXCEPTION
014900                 THRU 2100-PRINT-EXCEPTION-EXIT
015000     END-EVALUATE.
015100
015200 2000-READ-NEXT.
015300     READ CONFREG
015400         AT END
015500             SET Confreg-EOF TO TRUE
015600     END-READ.
015700 2000-CHECK-ACCOUNT-EXIT.
015800     EXIT.
015900
016000 2100-PRINT-EXCEPTION.
016100     MOVE YB-AUDIT-BALANCE TO Edited-Audit-Balance
016200     MOVE Balance-Difference TO Edited-Difference
016300     IF YB-Response-Differs
016400         DISPLAY YB-ACCOUNT-NUMBER " " YB-SELECTION "   "
016500             Exception-Reason " " Edited-Audit-Balance " "
016600             Edited-Stated-Balance " " Edited-Difference
016700     ELSE
016800         DISPLAY YB-ACCOUNT-NUMBER " " YB-SELECTION "   "
016900             Exception-Reason " " Edited-Audit-Balance
017000     END-IF.
017100 2100-PRINT-EXCEPTION-EXIT.
017200     EXIT.
017300
017400 9000-TERMINATE.
017500     CLOSE CONFREG
017600     MOVE ZERO TO Reply-Rate
017700     IF Letters-Mailed > 0
017800         COMPUTE Reply-Rate ROUNDED =
017900             (Replies-Agreeing + Replies-Differing) * 100
018000             / Letters-Mailed
018100     END-IF
018200     MOVE Reply-Rate TO Edited-Rate
018300     MOVE Net-Difference TO Edited-Total
018400     DISPLAY " "
018500     DISPLAY "AUDIT CONFIRMATION SUMMARY"
018600     DISPLAY "Accounts selected     - " Accounts-Selected
018700     DISPLAY "  key items           - " Key-Items-Selected
018800     DISPLAY "Letters mailed        - " Letters-Mailed
018900     DISPLAY "Replies agreeing      - " Replies-Agreeing
019000     DISPLAY "Replies differing     - " Replies-Differing
019100     DISPLAY "Undeliverable         - " Letters-Undeliverable
019200     DISPLAY "Still unanswered      - " Letters-Outstanding
019300     DISPLAY "Not mailed            - " Accounts-Not-Mailed
019400     DISPLAY "  key items           - " Key-Items-Not-Mailed
019500     DISPLAY "Reply rate            - " Edited-Rate "%"
019600     DISPLAY "Net difference stated - " Edited-Total.
019700 9000-TERMINATE-EXIT.
019800     EXIT.
