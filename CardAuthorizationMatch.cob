001800*    AVAILABLE BALANCE THEY WERE HOLDING), AND THE REST ARE     *
001900*    LISTED AS AUTH-WITHOUT-POST ITEMS STILL AWAITING           *
002000*    SETTLEMENT.                                                *
002020*    EVERY AUTHORIZATION IS ALSO SCREENED ONCE AGAINST THE      *
002040*    CARDMSTR ROW FOR ITS CARD TOKEN: ONE ON A LOST, STOLEN,    *
002060*    CLOSED OR EXPIRED CARD, OR ON A CARD NOT ISSUED TO THAT    *
002080*    ACCOUNT, IS WRITTEN TO FRAUDALT FOR THE MORNING REVIEW.    *
002100*                                                               *
002200*    MODIFICATION HISTORY                                      *
002300*    ------------------------------------------------------    *
002400*    DATE       INIT  DESCRIPTION                              *
002500*    ---------  ----  -----------------------------------      *
002600*    2026-09-02  RLB  ORIGINAL.                                *
002601*    2026-10-07  RLB  EACH AUTHORIZATION IS NOW SCREENED ONCE  *
002602*                     AGAINST CARDMSTR BY ITS CARD TOKEN; ONE  *
002603*                     ON A HOT-LISTED, CLOSED, EXPIRED OR      *
002604*                     MISMATCHED CARD IS WRITTEN TO FRAUDALT   *
002605*                     (REASON CARD).                           *
002700*                                                               *
002800*****************************************************************

004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS Runctlin-File-Status.

004516     SELECT CARDMSTR ASSIGN TO "CARDMSTR"
004524         ORGANIZATION IS INDEXED
004532         ACCESS MODE IS RANDOM
004540         RECORD KEY IS CC-CARD-TOKEN
004548         FILE STATUS IS Cardmstr-File-Status.

004564     SELECT FRAUDALT ASSIGN TO "FRAUDALT"
004572         ORGANIZATION IS SEQUENTIAL
004580         FILE STATUS IS Fraudalt-File-Status.

004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  DAILY-TRANS.
005800         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
005900         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.

005924 FD  CARDMSTR.
005936     COPY CARDMSTR.

005960 FD  FRAUDALT.
005972     COPY FRAUDALT.

006000 WORKING-STORAGE SECTION.
006100 01  Dailytrn-File-Status            PIC XX.
006200     88  Dailytrn-OK                 VALUE "00".
006900 01  Runctlin-File-Status            PIC XX.
007000     88  Runctlin-OK                 VALUE "00".
007100     88  Runctlin-Not-Found          VALUE "35".
007116 01  Cardmstr-File-Status            PIC XX.
007132     88  Cardmstr-OK                 VALUE "00".
007148 01  Fraudalt-File-Status            PIC XX.
007164     88  Fraudalt-OK                 VALUE "00".

007200 01  Run-Date                        PIC 9(08).
007300 01  Run-Integer-Date                PIC 9(07).
007700 77  Auth-Expiry-Days                PIC 9(03) VALUE 3.

007800 77  Card-Channel                    PIC X(03) VALUE "CRD".
007833 01  Auth-Month                      PIC 9(06).

007900 01  Match-Scan-Switch               PIC X(01).
008000     88  Match-Scan-Is-Done          VALUE "Y".
008500 01  Sweep-Done-Switch               PIC X(01).
008600     88  Sweep-Is-Done               VALUE "Y".
008700     88  Sweep-Is-Active             VALUE "N".
008720 01  Card-Master-Switch              PIC X(01).
008740     88  Card-Master-Open            VALUE "Y".
008760     88  Card-Master-Closed          VALUE "N".

008800 01  Match-Counters.
008900     05  Card-Items-Read             PIC 9(7) COMP.
009200     05  Auths-Expired               PIC 9(7) COMP.
009300     05  Auths-Still-Open            PIC 9(7) COMP.
009400     05  Open-Auth-Total             PIC S9(9)V99 COMP.
009425     05  Cards-Screened              PIC 9(7) COMP.
009450     05  Cards-Not-On-File           PIC 9(7) COMP.
009475     05  Card-Status-Alerts          PIC 9(7) COMP.

009500 PROCEDURE DIVISION.

010900     MOVE 0 TO Auths-Expired
011000     MOVE 0 TO Auths-Still-Open
011100     MOVE 0 TO Open-Auth-Total
011107     MOVE 0 TO Cards-Screened
011114     MOVE 0 TO Cards-Not-On-File
011121     MOVE 0 TO Card-Status-Alerts
011128*> Without the card master the night still matches and expires;
011135*> the card screen waits and picks the auths up next run.
011142     SET Card-Master-Closed TO TRUE
011149     OPEN INPUT CARDMSTR
011156     IF Cardmstr-OK
011163         SET Card-Master-Open TO TRUE
011170     ELSE
011177         DISPLAY "CARDMSTR NOT AVAILABLE - CARDS NOT SCREENED"
011184     END-IF
011191     OPEN EXTEND FRAUDALT
011200     OPEN INPUT AUTHPARM
011300     IF Authparm-OK
011400         READ AUTHPARM
022200             SET Sweep-Is-Done TO TRUE
022300             GO TO 3100-SWEEP-ONE-EXIT
022400     END-READ
022416     IF AU-CARD-NOT-SCREENED
022432         AND AU-CARD-TOKEN NOT = SPACES
022448         AND Card-Master-Open
022464         PERFORM 3200-SCREEN-CARD THRU 3200-SCREEN-CARD-EXIT
022480     END-IF
022500     IF NOT AU-AUTH-OPEN
022600         GO TO 3100-SWEEP-ONE-EXIT
022700     END-IF
024600 3100-SWEEP-ONE-EXIT.
024700     EXIT.

024701*****************************************************************
024702*    THE CARD SCREEN: AN AUTHORIZATION TAKEN ON OR AFTER THE    *
024703*    DAY ITS CARD WAS REPORTED LOST OR STOLEN OR WAS CLOSED,    *
024704*    ONE DATED PAST THE CARD'S EXPIRY MONTH, OR ONE ON A CARD   *
024705*    ISSUED TO ANOTHER ACCOUNT GOES TO THE FRAUD REVIEW. EACH   *
024706*    AUTHORIZATION IS SCREENED ONCE, WHATEVER ITS STATUS.       *
024707*****************************************************************
024708 3200-SCREEN-CARD.
024709     ADD 1 TO Cards-Screened
024710     SET AU-CARD-SCREENED TO TRUE
024711     MOVE AU-CARD-TOKEN TO CC-CARD-TOKEN
024712     READ CARDMSTR
024713         INVALID KEY
024714             ADD 1 TO Cards-Not-On-File
024715             DISPLAY "CARD NOT ON MASTER: " AU-ACCOUNT-NUMBER
024716                 " REF " AU-MERCHANT-REF " CARD " AU-CARD-TOKEN
024717             GO TO 3200-SCREEN-CARD-REWRITE
024718     END-READ
024719     MOVE AU-AUTH-DATE (1:6) TO Auth-Month
024720     MOVE SPACES TO FA-FRAUD-ALERT-RECORD
024721     EVALUATE TRUE
024722         WHEN CC-ACCOUNT-NUMBER NOT = AU-ACCOUNT-NUMBER
024723             SET FA-SEVERITY-HIGH TO TRUE
024724             MOVE "CARD NOT ISSUED ON ACCOUNT" TO FA-ALERT-REASON
024725         WHEN CC-CARD-STOLEN
024726             AND AU-AUTH-DATE NOT < CC-STATUS-DATE
024727             SET FA-SEVERITY-HIGH TO TRUE
024728             MOVE "AUTH ON CARD REPORTED STOLEN"
024729                 TO FA-ALERT-REASON
024730         WHEN CC-CARD-LOST
024731             AND AU-AUTH-DATE NOT < CC-STATUS-DATE
024732             SET FA-SEVERITY-HIGH TO TRUE
024733             MOVE "AUTH ON CARD REPORTED LOST" TO FA-ALERT-REASON
024734         WHEN CC-CARD-CLOSED
024735             AND AU-AUTH-DATE NOT < CC-STATUS-DATE
024736             SET FA-SEVERITY-MEDIUM TO TRUE
024737             MOVE "AUTH ON CLOSED CARD" TO FA-ALERT-REASON
024738         WHEN Auth-Month > CC-EXPIRY-MONTH
024739             SET FA-SEVERITY-MEDIUM TO TRUE
024740             MOVE "AUTH ON EXPIRED CARD" TO FA-ALERT-REASON
024741         WHEN OTHER
024742             GO TO 3200-SCREEN-CARD-REWRITE
024743     END-EVALUATE
024744     MOVE AU-ACCOUNT-NUMBER TO FA-ACCOUNT-NUMBER
024745     MOVE Run-Date TO FA-ALERT-DATE
024746     MOVE 1 TO FA-NIGHT-ITEM-COUNT
024747     MOVE AU-AUTH-AMOUNT TO FA-NIGHT-AMOUNT-TOTAL
024748     SET FA-REASON-CARD-STATUS TO TRUE
024749     WRITE FA-FRAUD-ALERT-RECORD
024750     ADD 1 TO Card-Status-Alerts
024751     DISPLAY "** CARD STATUS ALERT (" FA-SEVERITY ") ACCOUNT "
024752         AU-ACCOUNT-NUMBER " REF " AU-MERCHANT-REF " **"
024753     DISPLAY "   " FA-ALERT-REASON " - CARD " AU-CARD-TOKEN.

024754 3200-SCREEN-CARD-REWRITE.
024755     REWRITE AU-CARD-AUTH-RECORD.
024756 3200-SCREEN-CARD-EXIT.
024757     EXIT.

024800 9000-TERMINATE.
024900     CLOSE DAILY-TRANS
025000     CLOSE CARDAUTH
025020     IF Card-Master-Open
025040         CLOSE CARDMSTR
025060     END-IF
025080     CLOSE FRAUDALT
025100     DISPLAY "CARD AUTHORIZATION MATCH SUMMARY"
025200     DISPLAY "Card debits read   - " Card-Items-Read
025300     DISPLAY "Auths matched      - " Auths-Matched
025400     DISPLAY "Posts without auth - " Posts-Without-Auth
025500     DISPLAY "Auths expired      - " Auths-Expired
025600     DISPLAY "Auths still open   - " Auths-Still-Open
025640     DISPLAY "Open auth dollars  - " Open-Auth-Total
025680     DISPLAY "Cards screened     - " Cards-Screened
025720     DISPLAY "Cards not on master- " Cards-Not-On-File
025760     DISPLAY "Card status alerts - " Card-Status-Alerts.
025800 9000-TERMINATE-EXIT.
025900     EXIT.
