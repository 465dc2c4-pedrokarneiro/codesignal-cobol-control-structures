000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    OutgoingWireCallback.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-09-18.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    OUTGOINGWIRECALLBACK                                       *
001100*                                                               *
001200*    OPERATOR SESSION (WIREVERIFICATIONRELEASE MOLD) FOR THE    *
001300*    OUTGOING WIRES OVER THE WIREPARM CALLBACK LIMIT. THE       *
001400*    CALLBACK MUST BE MADE AND RECORDED BY A SECOND OPERATOR -  *
001500*    AN ACTIVE OPERSEC SUPERVISOR OR OFFICER WHO IS NOT THE     *
001600*    ONE WHO ENTERED THE WIRE. THE OPERATOR RECORDS WHO WAS     *
001700*    REACHED, THEN C CONFIRMS THE WIRE (RELEASED FOR THE        *
001800*    NIGHT'S SEND ON ITS VALUE DATE) OR X REJECTS IT AND TAKES  *
001900*    ITS WO FUNDS HOLD OFF THE ACCOUNT. ENTER "DONE" AT THE     *
002000*    REFERENCE PROMPT TO END THE SESSION.                       *
002100*                                                               *
002200*    MODIFICATION HISTORY                                      *
002300*    ------------------------------------------------------    *
002400*    DATE       INIT  DESCRIPTION                              *
002500*    ---------  ----  -----------------------------------      *
002600*    2026-09-18  RLB  ORIGINAL.                                *
002700*                                                               *
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT WIREOQ ASSIGN TO "WIREOQ"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS WO-WIRE-REFERENCE
003700         FILE STATUS IS Wireoq-File-Status.
003800
003900     SELECT HOLDS ASSIGN TO "HOLDS"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS HD-HOLD-KEY
004300         FILE STATUS IS Holds-File-Status.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  WIREOQ.
004800     COPY WIREOQ.
004900
005000 FD  HOLDS.
005100     COPY HOLDS.
005200
005300 WORKING-STORAGE SECTION.
005400 01  Wireoq-File-Status              PIC XX.
005500     88  Wireoq-OK                   VALUE "00".
005600     88  Wireoq-Not-On-File          VALUE "23".
005700 01  Holds-File-Status               PIC XX.
005800     88  Holds-OK                    VALUE "00".
005900     88  Holds-Not-On-File           VALUE "23".
006000
006100*    A SUPERVISOR OR ABOVE MAKES THE CALLBACK.
006200 77  Callback-Level                  PIC 9(01) VALUE 2.
006300 01  Auth-Result                     PIC X(01).
006400     88  Operator-Authorized         VALUE "Y".
006500     88  Operator-Denied             VALUE "N".
006600 01  Callback-Operator               PIC X(08).
006700 01  Entry-Reference                 PIC X(12).
006800 01  Entry-Contact                   PIC X(20).
006900 01  Entry-Disposition               PIC X(01).
007000 01  Run-Date                        PIC 9(08).
007100 01  Session-Ended-Switch            PIC X(01).
007200     88  Session-Has-Ended           VALUE "Y".
007300     88  Session-Is-Active           VALUE "N".
007400 01  Callback-Counters.
007500     05  Wires-Confirmed             PIC 9(5) COMP.
007600     05  Wires-Returned              PIC 9(5) COMP.
007700     05  Requests-Refused            PIC 9(5) COMP.
007800
007900 PROCEDURE DIVISION.
008000
008100 0000-MAINLINE.
008200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
008300     PERFORM 2000-WORK-WIRE THRU 2000-WORK-WIRE-EXIT
008400         UNTIL Session-Has-Ended
008500     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
008600     STOP RUN.
008700
008800 1000-INITIALIZE.
008900     OPEN I-O WIREOQ
009000     OPEN I-O HOLDS
009100     MOVE ZERO TO Wires-Confirmed
009200                  Wires-Returned
009300                  Requests-Refused
009400     ACCEPT Run-Date FROM DATE YYYYMMDD
009500     DISPLAY "Operator ID: " WITH NO ADVANCING
009600     ACCEPT Callback-Operator FROM CONSOLE
009700     CALL "OperatorAuthorize" USING Callback-Operator,
009800         Callback-Level, Auth-Result
009900     IF Operator-Denied
010000         DISPLAY Callback-Operator
010100             ": Not authorized to record callbacks."
010200         SET Session-Has-Ended TO TRUE
010300         GO TO 1000-INITIALIZE-EXIT
010400     END-IF
010500     SET Session-Is-Active TO TRUE.
010600 1000-INITIALIZE-EXIT.
010700     EXIT.
010800
010900 2000-WORK-WIRE.
011000     DISPLAY "Wire reference (DONE to quit): "
011100         WITH NO ADVANCING
011200     ACCEPT Entry-Reference FROM CONSOLE
011300     IF Entry-Reference = "DONE"
011400         SET Session-Has-Ended TO TRUE
011500         GO TO 2000-WORK-WIRE-EXIT
011600     END-IF
011700     MOVE Entry-Reference TO WO-WIRE-REFERENCE
011800     READ WIREOQ
011900         INVALID KEY
012000             DISPLAY Entry-Reference ": Not on the queue."
012100             GO TO 2000-WORK-WIRE-EXIT
012200     END-READ
012300     IF NOT WO-AWAITING-CALLBACK
012400         DISPLAY Entry-Reference ": Not awaiting a callback."
012500         GO TO 2000-WORK-WIRE-EXIT
012600     END-IF
012700*> Four eyes: the operator who keyed the wire cannot also
012800*> vouch for it.
012900     IF WO-ENTERED-BY = Callback-Operator
013000         ADD 1 TO Requests-Refused
013100         DISPLAY Entry-Reference
013200             ": Entered by this operator - a second operator"
013300             " must make the callback."
013400         GO TO 2000-WORK-WIRE-EXIT
013500     END-IF
013600     DISPLAY "  ACCOUNT " WO-ACCOUNT-NUMBER
013700         "  AMOUNT " WO-WIRE-AMOUNT
013800     DISPLAY "  FROM " WO-ORIGINATOR-NAME
013900     DISPLAY "  TO   " WO-BENEFICIARY-NAME
014000         "  ACCT " WO-BENEFICIARY-ACCOUNT
014100     DISPLAY "  BANK " WO-RECEIVER-ABA "  " WO-RECEIVER-NAME
014200     DISPLAY "  ENTERED BY " WO-ENTERED-BY
014300         "  VALUE DATE " WO-VALUE-DATE
014400     DISPLAY "Person reached on callback: " WITH NO ADVANCING
014500     ACCEPT Entry-Contact FROM CONSOLE
014600     IF Entry-Contact = SPACES
014700         ADD 1 TO Requests-Refused
014800         DISPLAY "A callback must name the person reached."
014900         GO TO 2000-WORK-WIRE-EXIT
015000     END-IF
015100     DISPLAY "Disposition (C=confirmed, X=reject): "
015200         WITH NO ADVANCING
015300     ACCEPT Entry-Disposition FROM CONSOLE
015400     IF Entry-Disposition NOT = "C"
015500         AND Entry-Disposition NOT = "X"
015600         ADD 1 TO Requests-Refused
015700         DISPLAY "Disposition must be C or X."
015800         GO TO 2000-WORK-WIRE-EXIT
015900     END-IF
016000     IF Entry-Disposition = "C"
016100         SET WO-WIRE-RELEASED TO TRUE
016200         ADD 1 TO Wires-Confirmed
016300         DISPLAY Entry-Reference
016400             ": Confirmed - released for " WO-VALUE-DATE "."
016500     ELSE
016600         PERFORM 2100-DROP-FUNDS-HOLD
016700             THRU 2100-DROP-FUNDS-HOLD-EXIT
016800         SET WO-WIRE-REJECTED TO TRUE
016900         ADD 1 TO Wires-Returned
017000         DISPLAY Entry-Reference
017100             ": Rejected - funds hold released."
017200     END-IF
017300     MOVE Callback-Operator TO WO-CALLBACK-BY
017400     MOVE Run-Date TO WO-CALLBACK-DATE
017500     MOVE Entry-Contact TO WO-CALLBACK-CONTACT
017600     REWRITE WO-OUT-WIRE-QUEUE-RECORD.
017700 2000-WORK-WIRE-EXIT.
017800     EXIT.
017900
018000 2100-DROP-FUNDS-HOLD.
018100     MOVE WO-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER
018200     MOVE WO-HOLD-SEQUENCE TO HD-HOLD-SEQUENCE
018300     DELETE HOLDS
018400         INVALID KEY
018500             DISPLAY Entry-Reference ": Funds hold "
018600                 WO-HOLD-SEQUENCE " already gone."
018700     END-DELETE.
018800 2100-DROP-FUNDS-HOLD-EXIT.
018900     EXIT.
019000
019100 9000-TERMINATE.
019200     CLOSE WIREOQ
019300     CLOSE HOLDS
019400     DISPLAY "Wire callback session ended. Confirmed "
019500         Wires-Confirmed ", rejected " Wires-Returned
019600         ", refused " Requests-Refused ".".
019700 9000-TERMINATE-EXIT.
019800     EXIT.
