000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AuditConfirmationResponse.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-13.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    AUDITCONFIRMATIONRESPONSE                                  *
001100*                                                               *
001200*    RECORDS THE REPLIES TO THE AUDITORS' BALANCE CONFIRMATION  *
001300*    LETTERS (CONFRESP) ON THE CONFREG REGISTER, UNDER THE      *
001400*    USUAL SUPERVISOR GATE:                                     *
001500*      A  THE CUSTOMER AGREES - THE STATED BALANCE IS THE       *
001600*         AUDIT-DATE BALANCE THE LETTER SHOWED;                 *
001700*      D  THE CUSTOMER DISAGREES AND STATES A BALANCE (A        *
001800*         STATED BALANCE EQUAL TO OURS IS RECORDED AS AGREED);  *
001900*      U  THE LETTER CAME BACK UNDELIVERABLE.                   *
002000*    ONLY AN ACCOUNT WHOSE LETTER WENT OUT CAN TAKE A REPLY.    *
002100*    A LATER REPLY FOR THE SAME ACCOUNT (A SECOND REQUEST       *
002200*    ANSWERED) REPLACES THE EARLIER ONE.                        *
002300*    AUDITCONFIRMATIONEXCEPTIONS REPORTS THE RESULT.            *
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
003600     SELECT CONFRESP ASSIGN TO "CONFRESP"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS Confresp-File-Status.
003900
004000     SELECT CONFREG ASSIGN TO "CONFREG"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS YB-ACCOUNT-NUMBER
004400         FILE STATUS IS Confreg-File-Status.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  CONFRESP.
004900     COPY CONFRESP.
005000
005100 FD  CONFREG.
005200     COPY CONFREG.
005300
005400 WORKING-STORAGE SECTION.
005500 01  Confresp-File-Status            PIC XX.
005600     88  Confresp-OK                 VALUE "00".
005700     88  Confresp-EOF                VALUE "10".
005800 01  Confreg-File-Status             PIC XX.
005900     88  Confreg-OK                  VALUE "00".
006000     88  Confreg-Not-On-File         VALUE "23".
006100
006200 77  Supervisor-Level                PIC 9(01) VALUE 2.
006300
006400 01  Auth-Result                     PIC X(01).
006500     88  Operator-Authorized         VALUE "Y".
006600     88  Operator-Denied             VALUE "N".
006700 01  Run-Date                        PIC 9(08).
006800
006900 01  Response-Counters.
007000     05  Responses-Read              PIC 9(7) COMP.
007100     05  Agreements-Recorded         PIC 9(7) COMP.
007200     05  Differences-Recorded        PIC 9(7) COMP.
007300     05  Undeliverables-Recorded     PIC 9(7) COMP.
007400     05  Replies-Replaced            PIC 9(7) COMP.
007500     05  Responses-Rejected          PIC 9(7) COMP.
007600
007700 PROCEDURE DIVISION.
007800
007900 0000-MAINLINE.
008000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
008100     PERFORM 2000-APPLY-RESPONSE THRU 2000-APPLY-RESPONSE-EXIT
008200         UNTIL Confresp-EOF
008300     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
008400     STOP RUN.
008500
008600 1000-INITIALIZE.
008700     OPEN INPUT CONFRESP
008800     OPEN I-O CONFREG
008900     MOVE ZERO TO Response-Counters
009000     ACCEPT Run-Date FROM DATE YYYYMMDD
009100     READ CONFRESP
009200         AT END
009300             SET Confresp-EOF TO TRUE
009400     END-READ.
009500 1000-INITIALIZE-EXIT.
009600     EXIT.
009700
009800 2000-APPLY-RESPONSE.
009900     ADD 1 TO Responses-Read
010000     CALL "OperatorAuthorize" USING KW-OPERATOR-ID,
010100         Supervisor-Level, Auth-Result
010200     IF Operator-Denied
010300         ADD 1 TO Responses-Rejected
010400         DISPLAY KW-ACCOUNT-NUMBER ": Rejected - operator "
010500             KW-OPERATOR-ID " not authorized."
010600         GO TO 2000-READ-NEXT
010700     END-IF
010800     MOVE KW-ACCOUNT-NUMBER TO YB-ACCOUNT-NUMBER
010900     READ CONFREG
011000         INVALID KEY
011100             ADD 1 TO Responses-Rejected
011200             DISPLAY KW-ACCOUNT-NUMBER
011300                 ": Rejected - account not in the sample."
011400             GO TO 2000-READ-NEXT
011500     END-READ
011600     IF NOT YB-Mailed
011700         ADD 1 TO Responses-Rejected
011800         DISPLAY KW-ACCOUNT-NUMBER
011900             ": Rejected - no letter was mailed."
012000         GO TO 2000-READ-NEXT
012100     END-IF
012200     IF KW-RESPONSE-DATE NOT NUMERIC
012300         OR KW-RESPONSE-DATE < YB-MAILED-DATE
012400         OR KW-RESPONSE-DATE > Run-Date
012500         ADD 1 TO Responses-Rejected
012600         DISPLAY KW-ACCOUNT-NUMBER
012700             ": Rejected - response date unusable."
012800         GO TO 2000-READ-NEXT
012900     END-IF
013000     IF KW-Response-Differs
013100         AND KW-STATED-BALANCE NOT NUMERIC
013200         ADD 1 TO Responses-Rejected
013300         DISPLAY KW-ACCOUNT-NUMBER
013400             ": Rejected - stated balance not numeric."
013500         GO TO 2000-READ-NEXT
013600     END-IF
013700     IF NOT KW-Response-Agrees
013800         AND NOT KW-Response-Differs
013900         AND NOT KW-Undeliverable
014000         ADD 1 TO Responses-Rejected
014100         DISPLAY KW-ACCOUNT-NUMBER
014200             ": Rejected - unknown response code "
014300             KW-RESPONSE-CODE "."
014400         GO TO 2000-READ-NEXT
014500     END-IF
014600     IF NOT YB-No-Response
014700         ADD 1 TO Replies-Replaced
014800         DISPLAY KW-ACCOUNT-NUMBER ": Earlier reply "
014900             YB-RESPONSE-CODE " of " YB-RESPONSE-DATE
015000             " replaced."
015100     END-IF
015200     PERFORM 2100-RECORD-RESPONSE
015300         THRU 2100-RECORD-RESPONSE-EXIT.
015400
015500 2000-READ-NEXT.
015600     READ CONFRESP
015700         AT END
015800             SET Confresp-EOF TO TRUE
015900     END-READ.
016000 2000-APPLY-RESPONSE-EXIT.
016100     EXIT.
016200
016300 2100-RECORD-RESPONSE.
016400     EVALUATE TRUE
016500         WHEN KW-Response-Agrees
016600             SET YB-Response-Agrees TO TRUE
016700             MOVE YB-AUDIT-BALANCE TO YB-STATED-BALANCE
016800             ADD 1 TO Agreements-Recorded
016900         WHEN KW-Response-Differs
017000             MOVE KW-STATED-BALANCE TO YB-STATED-BALANCE
017100             IF YB-STATED-BALANCE = YB-AUDIT-BALANCE
017200                 SET YB-Response-Agrees TO TRUE
017300                 ADD 1 TO Agreements-Recorded
017400             ELSE
017500                 SET YB-Response-Differs TO TRUE
017600                 ADD 1 TO Differences-Recorded
017700             END-IF
017800         WHEN KW-Undeliverable
017900             SET YB-Undeliverable TO TRUE
018000             MOVE ZERO TO YB-STATED-BALANCE
018100             ADD 1 TO Undeliverables-Recorded
018200     END-EVALUATE
018300     MOVE KW-RESPONSE-DATE TO YB-RESPONSE-DATE
018400     MOVE KW-OPERATOR-ID TO YB-RECORDED-BY
018500     REWRITE YB-CONFIRMATION-RECORD
018600     DISPLAY KW-ACCOUNT-NUMBER ": Reply " YB-RESPONSE-CODE
018700         " of " KW-RESPONSE-DATE " recorded.".
018800 2100-RECORD-RESPONSE-EXIT.
018900     EXIT.
019000
019100 9000-TERMINATE.
019200     CLOSE CONFRESP
019300     CLOSE CONFREG
019400     DISPLAY " "
019500     DISPLAY "AUDIT CONFIRMATION RESPONSE SUMMARY"
019600     DISPLAY "Responses read        - " Responses-Read
019700     DISPLAY "Agreements recorded   - " Agreements-Recorded
019800     DISPLAY "Differences recorded  - " Differences-Recorded
019900     DISPLAY "Undeliverable         - " Undeliverables-Recorded
020000     DISPLAY "Earlier replies replaced - " Replies-Replaced
020100     DISPLAY "Responses rejected    - " Responses-Rejected.
020200 9000-TERMINATE-EXIT.
020300     EXIT.
