000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    OverdraftOptInMaintenance.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-08.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    OVERDRAFTOPTINMAINTENANCE                                  *
001100*                                                               *
001200*    TELLER SESSION FOR RECORDING A CUSTOMER'S REGULATION E     *
001300*    OVERDRAFT ELECTION (ODOPTIN) FOR ONE-TIME DEBIT CARD AND   *
001400*    ATM ITEMS. ACTIONS:                                        *
001500*      I - OPT IN TO OVERDRAFT COVERAGE                         *
001600*      O - OPT OUT (REVOKE AN EARLIER OPT-IN)                   *
001700*    EVERY ELECTION RECORDS HOW THE CUSTOMER GAVE IT - B AT     *
001800*    THE BRANCH, P BY PHONE, O ONLINE, M BY MAIL - AND KEEPS    *
001900*    THE ELECTION IT REPLACED. THE ELECTION IS THE CUSTOMER'S   *
002000*    OWN, SO ANY ACTIVE TELLER MAY RECORD IT; NO SUPERVISOR     *
002100*    APPROVAL. ENTER "DONE" AT THE ACCOUNT PROMPT TO END THE    *
002200*    SESSION.                                                   *
002300*                                                               *
002400*    MODIFICATION HISTORY                                      *
002500*    ------------------------------------------------------    *
002600*    DATE       INIT  DESCRIPTION                              *
002700*    ---------  ----  -----------------------------------      *
002800*    2026-10-08  RLB  ORIGINAL.                                *
002900*                                                               *
003000*****************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT ODOPTIN ASSIGN TO "ODOPTIN"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS OI-ACCOUNT-NUMBER
003900         FILE STATUS IS Odoptin-File-Status.
004000
004100     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS MF-ACCOUNT-NUMBER
004500         FILE STATUS IS Acctmstr-File-Status.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  ODOPTIN.
005000     COPY ODOPTIN.
005100
005200 FD  ACCTMSTR.
005300     COPY ACCTMSTR.
005400
005500 WORKING-STORAGE SECTION.
005600 01  Odoptin-File-Status             PIC XX.
005700     88  Odoptin-OK                  VALUE "00".
005800     88  Odoptin-Not-On-File         VALUE "23".
005900 01  Acctmstr-File-Status            PIC XX.
006000     88  Acctmstr-OK                 VALUE "00".
006100     88  Acctmstr-Not-On-File        VALUE "23".
006200
006300 77  Teller-Level                    PIC 9(01) VALUE 1.
006400 77  Check-Digit-Action              PIC X(01) VALUE "V".
006500 01  Check-Digit-Result              PIC X(01).
006600     88  Check-Digit-Good            VALUE "Y".
006700     88  Check-Digit-Bad             VALUE "N".
006800 01  Auth-Result                     PIC X(01).
006900     88  Operator-Authorized         VALUE "Y".
007000     88  Operator-Denied             VALUE "N".
007100 01  Teller-Id                       PIC X(08).
007200 01  Entry-Account-Number            PIC X(10).
007300 01  Entry-Action                    PIC X(01).
007400 01  Entry-Method                    PIC X(01).
007500     88  Entry-Method-Valid          VALUE "B" "P" "O" "M".
007600 01  New-Election                    PIC X(01).
007700 01  Run-Date                        PIC 9(08).
007800 01  Session-Ended-Switch            PIC X(01).
007900     88  Session-Has-Ended           VALUE "Y".
008000     88  Session-Is-Active           VALUE "N".
008100 01  Election-Counters.
008200     05  Opt-Ins-Recorded            PIC 9(5) COMP.
008300     05  Opt-Outs-Recorded           PIC 9(5) COMP.
008400     05  Requests-Refused            PIC 9(5) COMP.
008500
008600 PROCEDURE DIVISION.
008700
008800 0000-MAINLINE.
008900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
009000     PERFORM 2000-WORK-ELECTION THRU 2000-WORK-ELECTION-EXIT
009100         UNTIL Session-Has-Ended
009200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
009300     STOP RUN.
009400
009500 1000-INITIALIZE.
009600     OPEN I-O ODOPTIN
009700     OPEN INPUT ACCTMSTR
009800     MOVE ZERO TO Opt-Ins-Recorded
009900                  Opt-Outs-Recorded
010000                  Requests-Refused
010100     ACCEPT Run-Date FROM DATE YYYYMMDD
010200     DISPLAY "Teller ID: " WITH NO ADVANCING
010300     ACCEPT Teller-Id FROM CONSOLE
010400     CALL "OperatorAuthorize" USING Teller-Id,
010500         Teller-Level, Auth-Result
010600     IF Operator-Denied
010700         DISPLAY Teller-Id ": Not an active operator."
010800         SET Session-Has-Ended TO TRUE
010900         GO TO 1000-INITIALIZE-EXIT
011000     END-IF
011100     SET Session-Is-Active TO TRUE.
011200 1000-INITIALIZE-EXIT.
011300     EXIT.
011400
011500 2000-WORK-ELECTION.
011600     DISPLAY "Account number (DONE to quit): "
011700         WITH NO ADVANCING
011800     ACCEPT Entry-Account-Number FROM CONSOLE
011900     IF Entry-Account-Number = "DONE"
012000         SET Session-Has-Ended TO TRUE
012100         GO TO 2000-WORK-ELECTION-EXIT
012200     END-IF
012300     CALL "AccountCheckDigit" USING Check-Digit-Action,
012400         Entry-Account-Number, Check-Digit-Result
012500     IF Check-Digit-Bad
012600         ADD 1 TO Requests-Refused
012700         DISPLAY Entry-Account-Number
012800             ": Check digit does not prove - rekey it."
012900         GO TO 2000-WORK-ELECTION-EXIT
013000     END-IF
013100     MOVE Entry-Account-Number TO MF-ACCOUNT-NUMBER
013200     READ ACCTMSTR
013300         INVALID KEY
013400             ADD 1 TO Requests-Refused
013500             DISPLAY Entry-Account-Number ": Not on file."
013600             GO TO 2000-WORK-ELECTION-EXIT
013700     END-READ
013800     IF MF-Account-Is-Closed
013900         ADD 1 TO Requests-Refused
014000         DISPLAY Entry-Account-Number ": Account is closed."
014100         GO TO 2000-WORK-ELECTION-EXIT
014200     END-IF
014300     MOVE Entry-Account-Number TO OI-ACCOUNT-NUMBER
014400     READ ODOPTIN
014500         INVALID KEY
014600             CONTINUE
014700     END-READ
014800     IF Odoptin-OK
014900         DISPLAY "  CURRENT ELECTION " OI-ELECTION
015000             " ON " OI-ELECTION-DATE
015100             " BY " OI-CONSENT-METHOD
015200     ELSE
015300         DISPLAY "  NO ELECTION ON FILE - NOT OPTED IN"
015400     END-IF
015500     DISPLAY "Action (I=opt in, O=opt out): " WITH NO ADVANCING
015600     ACCEPT Entry-Action FROM CONSOLE
015700     IF Entry-Action NOT = "I" AND Entry-Action NOT = "O"
015800         ADD 1 TO Requests-Refused
015900         DISPLAY "Action must be I or O."
016000         GO TO 2000-WORK-ELECTION-EXIT
016100     END-IF
016200     IF Entry-Action = "I"
016300         MOVE "Y" TO New-Election
016400     ELSE
016500         MOVE "N" TO New-Election
016600     END-IF
016700*> No row already reads as opted out, so an opt-out with none
016800*> on file has nothing to record.
016900     IF NOT Odoptin-OK AND Entry-Action = "O"
017000         ADD 1 TO Requests-Refused
017100         DISPLAY Entry-Account-Number
017200             ": Not opted in - nothing to revoke."
017300         GO TO 2000-WORK-ELECTION-EXIT
017400     END-IF
017500     IF Odoptin-OK AND OI-ELECTION = New-Election
017600         ADD 1 TO Requests-Refused
017700         DISPLAY Entry-Account-Number
017800             ": That election is already on file."
017900         GO TO 2000-WORK-ELECTION-EXIT
018000     END-IF
018100     DISPLAY "Consent method (B=branch, P=phone, O=online, "
018200         "M=mail): " WITH NO ADVANCING
018300     ACCEPT Entry-Method FROM CONSOLE
018400     IF NOT Entry-Method-Valid
018500         ADD 1 TO Requests-Refused
018600         DISPLAY "Method must be B, P, O or M."
018700         GO TO 2000-WORK-ELECTION-EXIT
018800     END-IF
018900     IF Odoptin-OK
019000         PERFORM 2100-CHANGE-ELECTION
019100             THRU 2100-CHANGE-ELECTION-EXIT
019200     ELSE
019300         PERFORM 2200-FIRST-ELECTION
019400             THRU 2200-FIRST-ELECTION-EXIT
019500     END-IF
019600     IF Entry-Action = "I"
019700         ADD 1 TO Opt-Ins-Recorded
019800         DISPLAY Entry-Account-Number
019900             ": Opted in to card/ATM overdraft coverage."
020000     ELSE
020100         ADD 1 TO Opt-Outs-Recorded
020200         DISPLAY Entry-Account-Number
020300             ": Opted out of card/ATM overdraft coverage."
020400     END-IF.
020500 2000-WORK-ELECTION-EXIT.
020600     EXIT.
020700
020800 2100-CHANGE-ELECTION.
020900     MOVE OI-ELECTION TO OI-PRIOR-ELECTION
021000     MOVE OI-ELECTION-DATE TO OI-PRIOR-ELECTION-DATE
021100     MOVE New-Election TO OI-ELECTION
021200     MOVE Run-Date TO OI-ELECTION-DATE
021300     MOVE Entry-Method TO OI-CONSENT-METHOD
021400     MOVE Teller-Id TO OI-RECORDED-BY
021500     REWRITE OI-OPTIN-ELECTION-RECORD.
021600 2100-CHANGE-ELECTION-EXIT.
021700     EXIT.
021800
021900 2200-FIRST-ELECTION.
022000     MOVE SPACES TO OI-OPTIN-ELECTION-RECORD
022100     MOVE Entry-Account-Number TO OI-ACCOUNT-NUMBER
022200     MOVE New-Election TO OI-ELECTION
022300     MOVE Run-Date TO OI-ELECTION-DATE
022400     MOVE Entry-Method TO OI-CONSENT-METHOD
022500     MOVE Teller-Id TO OI-RECORDED-BY
022600     MOVE ZERO TO OI-PRIOR-ELECTION-DATE
022700     WRITE OI-OPTIN-ELECTION-RECORD.
022800 2200-FIRST-ELECTION-EXIT.
022900     EXIT.
023000
023100 9000-TERMINATE.
023200     CLOSE ODOPTIN
023300     CLOSE ACCTMSTR
023400     DISPLAY "Opt-in session ended. Opted in " Opt-Ins-Recorded
023500         ", opted out " Opt-Outs-Recorded
023600         ", refused " Requests-Refused ".".
023700 9000-TERMINATE-EXIT.
023800     EXIT.
