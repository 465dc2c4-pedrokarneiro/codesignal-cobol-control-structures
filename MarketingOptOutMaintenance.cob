000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MarketingOptOutMaintenance.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    MARKETINGOPTOUTMAINTENANCE                                 *
001100*                                                               *
001200*    TELLER SESSION FOR RECORDING A CUSTOMER'S ELECTION ON      *
001300*    MARKETING OFFERS (MKTOPT). ACTIONS:                        *
001400*      O - OPT OUT OF MARKETING OFFERS                          *
001500*      I - OPT BACK IN (REVOKE AN EARLIER OPT-OUT)              *
001600*    EVERY ELECTION RECORDS HOW THE CUSTOMER GAVE IT - B AT     *
001700*    THE BRANCH, P BY PHONE, O ONLINE, M BY MAIL - AND KEEPS    *
001800*    THE ELECTION IT REPLACED. THE ELECTION IS THE CUSTOMER'S   *
001900*    OWN, SO ANY ACTIVE TELLER MAY RECORD IT; NO SUPERVISOR     *
002000*    APPROVAL. ENTER "DONE" AT THE CUSTOMER PROMPT TO END THE   *
002100*    SESSION.                                                   *
002200*                                                               *
002300*    MODIFICATION HISTORY                                      *
002400*    ------------------------------------------------------    *
002500*    DATE       INIT  DESCRIPTION                              *
002600*    ---------  ----  -----------------------------------      *
002700*    2026-10-15  RLB  ORIGINAL.                                *
002800*                                                               *
002900*****************************************************************
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT MKTOPT ASSIGN TO "MKTOPT"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS MU-CUSTOMER-NUMBER
003800         FILE STATUS IS Mktopt-File-Status.
003900
004000     SELECT CUSTMSTR ASSIGN TO "CUSTMSTR"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS CM-CUSTOMER-NUMBER
004400         FILE STATUS IS Custmstr-File-Status.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  MKTOPT.
004900     COPY MKTOPT.
005000
005100 FD  CUSTMSTR.
005200     COPY CUSTMSTR.
005300
005400 WORKING-STORAGE SECTION.
005500 01  Mktopt-File-Status              PIC XX.
005600     88  Mktopt-OK                   VALUE "00".
005700     88  Mktopt-Not-On-File          VALUE "23".
005800 01  Custmstr-File-Status            PIC XX.
005900     88  Custmstr-OK                 VALUE "00".
006000     88  Custmstr-Not-On-File        VALUE "23".
006100
006200 77  Teller-Level                    PIC 9(01) VALUE 1.
006300 01  Auth-Result                     PIC X(01).
006400     88  Operator-Authorized         VALUE "Y".
006500     88  Operator-Denied             VALUE "N".
006600 01  Teller-Id                       PIC X(08).
006700 01  Entry-Customer-Number           PIC X(10).
006800 01  Entry-Action                    PIC X(01).
006900 01  Entry-Method                    PIC X(01).
007000     88  Entry-Method-Valid          VALUE "B" "P" "O" "M".
007100 01  Run-Date                        PIC 9(08).
007200 01  Session-Ended-Switch            PIC X(01).
007300     88  Session-Has-Ended           VALUE "Y".
007400     88  Session-Is-Active           VALUE "N".
007500 01  Election-Counters.
007600     05  Opt-Outs-Recorded           PIC 9(5) COMP.
007700     05  Opt-Ins-Recorded            PIC 9(5) COMP.
007800     05  Requests-Refused            PIC 9(5) COMP.
007900
008000 PROCEDURE DIVISION.
008100
008200 0000-MAINLINE.
008300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
008400     PERFORM 2000-WORK-ELECTION THRU 2000-WORK-ELECTION-EXIT
008500         UNTIL Session-Has-Ended
008600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
008700     STOP RUN.
008800
008900 1000-INITIALIZE.
009000     OPEN I-O MKTOPT
009100     OPEN INPUT CUSTMSTR
009200     MOVE ZERO TO Opt-Outs-Recorded
009300                  Opt-Ins-Recorded
009400                  Requests-Refused
009500     ACCEPT Run-Date FROM DATE YYYYMMDD
009600     DISPLAY "Teller ID: " WITH NO ADVANCING
009700     ACCEPT Teller-Id FROM CONSOLE
009800     CALL "OperatorAuthorize" USING Teller-Id,
009900         Teller-Level, Auth-Result
010000     IF Operator-Denied
010100         DISPLAY Teller-Id ": Not an active operator."
010200         SET Session-Has-Ended TO TRUE
010300         GO TO 1000-INITIALIZE-EXIT
010400     END-IF
010500     SET Session-Is-Active TO TRUE.
010600 1000-INITIALIZE-EXIT.
010700     EXIT.
010800
010900 2000-WORK-ELECTION.
011000     DISPLAY "Customer number (DONE to quit): "
011100         WITH NO ADVANCING
011200     ACCEPT Entry-Customer-Number FROM CONSOLE
011300     IF Entry-Customer-Number = "DONE"
011400         SET Session-Has-Ended TO TRUE
011500         GO TO 2000-WORK-ELECTION-EXIT
011600     END-IF
011700     MOVE Entry-Customer-Number TO CM-CUSTOMER-NUMBER
011800     READ CUSTMSTR
011900         INVALID KEY
012000             ADD 1 TO Requests-Refused
012100             DISPLAY Entry-Customer-Number ": Not on file."
012200             GO TO 2000-WORK-ELECTION-EXIT
012300     END-READ
012400     MOVE Entry-Customer-Number TO MU-CUSTOMER-NUMBER
012500     READ MKTOPT
012600         INVALID KEY
012700             CONTINUE
012800     END-READ
012900     IF Mktopt-OK
013000         DISPLAY "  CURRENT ELECTION " MU-ELECTION
013100             " ON " MU-ELECTION-DATE
013200             " BY " MU-CONSENT-METHOD
013300     ELSE
013400         DISPLAY "  NO ELECTION ON FILE - OFFERS PERMITTED"
013500     END-IF
013600     DISPLAY "Action (O=opt out, I=opt back in): "
013700         WITH NO ADVANCING
013800     ACCEPT Entry-Action FROM CONSOLE
013900     IF Entry-Action NOT = "O" AND Entry-Action NOT = "I"
014000         ADD 1 TO Requests-Refused
014100         DISPLAY "Action must be O or I."
014200         GO TO 2000-WORK-ELECTION-EXIT
014300     END-IF
014400*> No row already reads as opted in, so an opt-in with none
014500*> on file has nothing to record.
014600     IF NOT Mktopt-OK AND Entry-Action = "I"
014700         ADD 1 TO Requests-Refused
014800         DISPLAY Entry-Customer-Number
014900             ": Not opted out - nothing to revoke."
015000         GO TO 2000-WORK-ELECTION-EXIT
015100     END-IF
015200     IF Mktopt-OK AND MU-ELECTION = Entry-Action
015300         ADD 1 TO Requests-Refused
015400         DISPLAY Entry-Customer-Number
015500             ": That election is already on file."
015600         GO TO 2000-WORK-ELECTION-EXIT
015700     END-IF
015800     DISPLAY "Consent method (B=branch, P=phone, O=online, "
015900         "M=mail): " WITH NO ADVANCING
016000     ACCEPT Entry-Method FROM CONSOLE
016100     IF NOT Entry-Method-Valid
016200         ADD 1 TO Requests-Refused
016300         DISPLAY "Method must be B, P, O or M."
016400         GO TO 2000-WORK-ELECTION-EXIT
016500     END-IF
016600     IF Mktopt-OK
016700         PERFORM 2100-CHANGE-ELECTION
016800             THRU 2100-CHANGE-ELECTION-EXIT
016900     ELSE
017000         PERFORM 2200-FIRST-ELECTION
017100             THRU 2200-FIRST-ELECTION-EXIT
017200     END-IF
017300     IF Entry-Action = "O"
017400         ADD 1 TO Opt-Outs-Recorded
017500         DISPLAY Entry-Customer-Number
017600             ": Opted out of marketing offers."
017700     ELSE
017800         ADD 1 TO Opt-Ins-Recorded
017900         DISPLAY Entry-Customer-Number
018000             ": Opted back in to marketing offers."
018100     END-IF.
018200 2000-WORK-ELECTION-EXIT.
018300     EXIT.
018400
018500 2100-CHANGE-ELECTION.
018600     MOVE MU-ELECTION TO MU-PRIOR-ELECTION
018700     MOVE MU-ELECTION-DATE TO MU-PRIOR-ELECTION-DATE
018800     MOVE Entry-Action TO MU-ELECTION
018900     MOVE Run-Date TO MU-ELECTION-DATE
019000     MOVE Entry-Method TO MU-CONSENT-METHOD
019100     MOVE Teller-Id TO MU-RECORDED-BY
019200     REWRITE MU-MARKETING-ELECTION-RECORD.
019300 2100-CHANGE-ELECTION-EXIT.
019400     EXIT.
019500
019600 2200-FIRST-ELECTION.
019700     MOVE SPACES TO MU-MARKETING-ELECTION-RECORD
019800     MOVE Entry-Customer-Number TO MU-CUSTOMER-NUMBER
019900     MOVE Entry-Action TO MU-ELECTION
020000     MOVE Run-Date TO MU-ELECTION-DATE
020100     MOVE Entry-Method TO MU-CONSENT-METHOD
020200     MOVE Teller-Id TO MU-RECORDED-BY
020300     MOVE ZERO TO MU-PRIOR-ELECTION-DATE
020400     WRITE MU-MARKETING-ELECTION-RECORD.
020500 2200-FIRST-ELECTION-EXIT.
020600     EXIT.
020700
020800 9000-TERMINATE.
020900     CLOSE MKTOPT
021000     CLOSE CUSTMSTR
021100     DISPLAY "Marketing session ended. Opted out "
021200         Opt-Outs-Recorded
021300         ", opted in " Opt-Ins-Recorded
021400         ", refused " Requests-Refused ".".
021500 9000-TERMINATE-EXIT.
021600     EXIT.
