000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AccountTakeoverCallback.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-02.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    ACCOUNTTAKEOVERCALLBACK                                    *
001100*                                                               *
001200*    OPERATOR SESSION (OUTGOINGWIRECALLBACK MOLD) FOR THE       *
001300*    TAKEOVER CASES ACCOUNTTAKEOVERSCREEN HAS RESTRAINED. THE   *
001400*    CUSTOMER MUST BE REACHED AT THE CONTACT ON FILE BEFORE THE *
001500*    CHANGE - THE PRIOR ADDRESS OR THE PRIOR PHONE KEPT ON THE  *
001600*    CASE - NEVER AT THE NEW ONE. THE OPERATOR RECORDS HOW AND  *
001700*    WHOM THEY REACHED, THEN V (THE CUSTOMER CONFIRMS THE       *
001800*    CHANGE AND THE ACTIVITY) LIFTS EVERY TAKEOVER RESTRAINT ON *
001900*    THE CASE, OR F (THE CUSTOMER DISOWNS IT) CLOSES THE CASE   *
002000*    WITH THE RESTRAINTS STANDING FOR THE FRAUD UNIT. AN ACTIVE *
002100*    OPERSEC SUPERVISOR OR OFFICER MAKES THE CALL, AND NOT THE  *
002200*    ONE WHO KEYED THE CONTACT CHANGE. ENTER "DONE" AT THE      *
002300*    CUSTOMER PROMPT TO END THE SESSION.                        *
002400*                                                               *
002500*    MODIFICATION HISTORY                                      *
002600*    ------------------------------------------------------    *
002700*    DATE       INIT  DESCRIPTION                              *
002800*    ---------  ----  -----------------------------------      *
002900*    2026-10-02  RLB  ORIGINAL.                                *
003000*                                                               *
003100*****************************************************************
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT ATOCASE ASSIGN TO "ATOCASE"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS TK-CASE-KEY
004000         FILE STATUS IS Atocase-File-Status.
004100
004200     SELECT HOLDS ASSIGN TO "HOLDS"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS HD-HOLD-KEY
004600         FILE STATUS IS Holds-File-Status.
004700
004800     SELECT CUSTADDR ASSIGN TO "CUSTADDR"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS NA-CUSTOMER-NUMBER
005200         FILE STATUS IS Custaddr-File-Status.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  ATOCASE.
005700     COPY ATOCASE.
005800
005900 FD  HOLDS.
006000     COPY HOLDS.
006100
006200 FD  CUSTADDR.
006300     COPY CUSTADDR.
006400
006500 WORKING-STORAGE SECTION.
006600 01  Atocase-File-Status             PIC XX.
006700     88  Atocase-OK                  VALUE "00".
006800     88  Atocase-Not-On-File         VALUE "23".
006900 01  Holds-File-Status               PIC XX.
007000     88  Holds-OK                    VALUE "00".
007100     88  Holds-Not-On-File           VALUE "23".
007200 01  Custaddr-File-Status            PIC XX.
007300     88  Custaddr-OK                 VALUE "00".
007400
007500*    A SUPERVISOR OR ABOVE MAKES THE CALLBACK.
007600 77  Callback-Level                  PIC 9(01) VALUE 2.
007700 77  Takeover-Hold-Type              PIC X(02) VALUE "AT".
007800 01  Auth-Result                     PIC X(01).
007900     88  Operator-Authorized         VALUE "Y".
008000     88  Operator-Denied             VALUE "N".
008100 01  Callback-Operator               PIC X(08).
008200 01  Entry-Customer                  PIC X(10).
008300 01  Entry-Method                    PIC X(01).
008400 01  Entry-Contact                   PIC X(20).
008500 01  Entry-Disposition               PIC X(01).
008600 01  Run-Date                        PIC 9(08).
008700 01  Held-Sub                        PIC 9(04) COMP.
008800 01  Session-Ended-Switch            PIC X(01).
008900     88  Session-Has-Ended           VALUE "Y".
009000     88  Session-Is-Active           VALUE "N".
009100 01  Case-Search-Switch              PIC X(01).
009200     88  Held-Case-Found             VALUE "Y".
009300     88  Held-Case-Searching         VALUE "N".
009400     88  Held-Case-Absent            VALUE "X".
009500 01  Callback-Counters.
009600     05  Cases-Verified              PIC 9(5) COMP.
009700     05  Cases-Disowned              PIC 9(5) COMP.
009800     05  Restraints-Lifted           PIC 9(5) COMP.
009900     05  Requests-Refused            PIC 9(5) COMP.
010000
010100 PROCEDURE DIVISION.
010200
010300 0000-MAINLINE.
010400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
010500     PERFORM 2000-WORK-CASE THRU 2000-WORK-CASE-EXIT
010600         UNTIL Session-Has-Ended
010700     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
010800     STOP RUN.
010900
011000 1000-INITIALIZE.
011100     OPEN I-O ATOCASE
011200     OPEN I-O HOLDS
011300     OPEN INPUT CUSTADDR
011400     MOVE ZERO TO Cases-Verified
011500                  Cases-Disowned
011600                  Restraints-Lifted
011700                  Requests-Refused
011800     ACCEPT Run-Date FROM DATE YYYYMMDD
011900     DISPLAY "Operator ID: " WITH NO ADVANCING
012000     ACCEPT Callback-Operator FROM CONSOLE
012100     CALL "OperatorAuthorize" USING Callback-Operator,
012200         Callback-Level, Auth-Result
012300     IF Operator-Denied
012400         DISPLAY Callback-Operator
012500             ": Not authorized to record takeover callbacks."
012600         SET Session-Has-Ended TO TRUE
012700         GO TO 1000-INITIALIZE-EXIT
012800     END-IF
012900     SET Session-Is-Active TO TRUE.
013000 1000-INITIALIZE-EXIT.
013100     EXIT.
013200
013300 2000-WORK-CASE.
013400     DISPLAY "Customer number (DONE to quit): "
013500         WITH NO ADVANCING
013600     ACCEPT Entry-Customer FROM CONSOLE
013700     IF Entry-Customer = "DONE"
013800         SET Session-Has-Ended TO TRUE
013900         GO TO 2000-WORK-CASE-EXIT
014000     END-IF
014100     PERFORM 2100-FIND-HELD-CASE THRU 2100-FIND-HELD-CASE-EXIT
014200     IF NOT Held-Case-Found
014300         DISPLAY Entry-Customer ": No restrained takeover case."
014400         GO TO 2000-WORK-CASE-EXIT
014500     END-IF
014600*> Four eyes: whoever keyed the contact change cannot also
014700*> vouch for it.
014800     IF TK-REQUESTED-BY = Callback-Operator
014900         ADD 1 TO Requests-Refused
015000         DISPLAY Entry-Customer
015100             ": Change keyed by this operator - a second"
015200             " operator must make the callback."
015300         GO TO 2000-WORK-CASE-EXIT
015400     END-IF
015500     DISPLAY "  CONTACT CHANGE " TK-CHANGE-DATE
015600         " (" TK-CHANGE-KIND ") BY " TK-REQUESTED-BY
015700         "  SCORE " TK-RISK-SCORE
015800         "  ITEMS " TK-EVENT-COUNT
015900     DISPLAY "  HELD SINCE " TK-HELD-DATE
016000         "  ON " TK-HELD-COUNT " ACCOUNT(S)"
016100     DISPLAY "  CALL BACK AT: " TK-PRIOR-STREET
016200     DISPLAY "                " TK-PRIOR-CITY " "
016300         TK-PRIOR-STATE " " TK-PRIOR-POSTAL-CODE
016400     DISPLAY "      OR PHONE: " TK-PRIOR-PHONE
016500     MOVE TK-CUSTOMER-NUMBER TO NA-CUSTOMER-NUMBER
016600     READ CUSTADDR
016700         INVALID KEY
016800             CONTINUE
016900         NOT INVALID KEY
017000             DISPLAY "  NOW ON FILE (DO NOT USE): "
017100                 NA-STREET-ADDRESS "  PH " NA-PHONE-NUMBER
017200     END-READ
017300     DISPLAY "Reached at (A=prior address, P=prior phone): "
017400         WITH NO ADVANCING
017500     ACCEPT Entry-Method FROM CONSOLE
017600     IF Entry-Method NOT = "A" AND Entry-Method NOT = "P"
017700         ADD 1 TO Requests-Refused
017800         DISPLAY "Must be A or P."
017900         GO TO 2000-WORK-CASE-EXIT
018000     END-IF
018100     IF (Entry-Method = "A" AND TK-PRIOR-STREET = SPACES)
018200         OR (Entry-Method = "P" AND TK-PRIOR-PHONE = SPACES)
018300         ADD 1 TO Requests-Refused
018400         DISPLAY Entry-Customer
018500             ": No such prior contact on the case."
018600         GO TO 2000-WORK-CASE-EXIT
018700     END-IF
018800     DISPLAY "Person reached: " WITH NO ADVANCING
018900     ACCEPT Entry-Contact FROM CONSOLE
019000     IF Entry-Contact = SPACES
019100         ADD 1 TO Requests-Refused
019200         DISPLAY "A callback must name the person reached."
019300         GO TO 2000-WORK-CASE-EXIT
019400     END-IF
019500     DISPLAY "Disposition (V=customer confirmed, "
019600         "F=customer disowned): " WITH NO ADVANCING
019700     ACCEPT Entry-Disposition FROM CONSOLE
019800     IF Entry-Disposition NOT = "V"
019900         AND Entry-Disposition NOT = "F"
020000         ADD 1 TO Requests-Refused
020100         DISPLAY "Disposition must be V or F."
020200         GO TO 2000-WORK-CASE-EXIT
020300     END-IF
020400     IF Entry-Disposition = "V"
020500         PERFORM 2200-LIFT-RESTRAINT THRU 2200-LIFT-RESTRAINT-EXIT
020600             VARYING Held-Sub FROM 1 BY 1
020700             UNTIL Held-Sub > TK-HELD-COUNT
020800         SET TK-CASE-VERIFIED TO TRUE
020900         ADD 1 TO Cases-Verified
021000         DISPLAY Entry-Customer
021100             ": Confirmed - takeover restraints lifted."
021200     ELSE
021300         SET TK-CASE-FRAUD TO TRUE
021400         ADD 1 TO Cases-Disowned
021500         DISPLAY Entry-Customer
021600             ": Disowned - restraints stand; refer to the"
021700             " fraud unit."
021800     END-IF
021900     MOVE Callback-Operator TO TK-CONTACTED-BY
022000     MOVE Entry-Method TO TK-CONTACT-METHOD
022100     MOVE Entry-Contact TO TK-CONTACT-NAME
022200     MOVE Run-Date TO TK-CLOSED-DATE
022300     REWRITE TK-TAKEOVER-CASE-RECORD.
022400 2000-WORK-CASE-EXIT.
022500     EXIT.
022600
022700*> The customer's oldest restrained case comes up first.
022800 2100-FIND-HELD-CASE.
022900     MOVE Entry-Customer TO TK-CUSTOMER-NUMBER
023000     MOVE ZERO TO TK-CHANGE-DATE
023100                  TK-CHANGE-TIME
023200     SET Held-Case-Searching TO TRUE
023300     START ATOCASE KEY IS NOT LESS THAN TK-CASE-KEY
023400         INVALID KEY
023500             SET Held-Case-Absent TO TRUE
023600     END-START
023700     PERFORM 2110-READ-ONE-CASE THRU 2110-READ-ONE-CASE-EXIT
023800         UNTIL NOT Held-Case-Searching.
023900 2100-FIND-HELD-CASE-EXIT.
024000     EXIT.
024100
024200 2110-READ-ONE-CASE.
024300     READ ATOCASE NEXT RECORD
024400         AT END
024500             SET Held-Case-Absent TO TRUE
024600             GO TO 2110-READ-ONE-CASE-EXIT
024700     END-READ
024800     IF TK-CUSTOMER-NUMBER NOT = Entry-Customer
024900         SET Held-Case-Absent TO TRUE
025000         GO TO 2110-READ-ONE-CASE-EXIT
025100     END-IF
025200     IF TK-CASE-HELD
025300         SET Held-Case-Found TO TRUE
025400     END-IF.
025500 2110-READ-ONE-CASE-EXIT.
025600     EXIT.
025700
025800*> Only the takeover restraint this case placed comes off; a
025900*> sequence since reused for another hold is left alone.
026000 2200-LIFT-RESTRAINT.
026100     MOVE TK-HELD-ACCOUNT (Held-Sub) TO HD-ACCOUNT-NUMBER
026200     MOVE TK-HELD-SEQUENCE (Held-Sub) TO HD-HOLD-SEQUENCE
026300     READ HOLDS
026400         INVALID KEY
026500             DISPLAY TK-HELD-ACCOUNT (Held-Sub)
026600                 ": Takeover hold " TK-HELD-SEQUENCE (Held-Sub)
026700                 " already gone."
026800             GO TO 2200-LIFT-RESTRAINT-EXIT
026900     END-READ
027000     IF HD-HOLD-TYPE NOT = Takeover-Hold-Type
027100         DISPLAY TK-HELD-ACCOUNT (Held-Sub)
027200             ": Hold " TK-HELD-SEQUENCE (Held-Sub)
027300             " is no longer the takeover hold - left in place."
027400         GO TO 2200-LIFT-RESTRAINT-EXIT
027500     END-IF
027600     DELETE HOLDS
027700     ADD 1 TO Restraints-Lifted.
027800 2200-LIFT-RESTRAINT-EXIT.
027900     EXIT.
028000
028100 9000-TERMINATE.
028200     CLOSE ATOCASE
028300     CLOSE HOLDS
028400     CLOSE CUSTADDR
028500     DISPLAY "Takeover callback session ended. Confirmed "
028600         Cases-Verified ", disowned " Cases-Disowned
028700         ", restraints lifted " Restraints-Lifted
028800         ", refused " Requests-Refused ".".
028900 9000-TERMINATE-EXIT.
029000     EXIT.
