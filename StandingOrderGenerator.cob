002400*    DATE       INIT  DESCRIPTION                              *
002500*    ---------  ----  -----------------------------------      *
002600*    2026-08-22  RLB  ORIGINAL.                                *
002601*    2026-10-15  RLB  AN ORDER BETWEEN ACCOUNTS IN DIFFERENT   *
002602*                     CURRENCIES IS PRICED BY                  *
002603*                     CROSSCURRENCYQUOTE; THE DEPOSIT LEG      *
002604*                     CARRIES THE CONVERTED AMOUNT AND THE     *
002605*                     PAIR IS LOGGED TO XFRFXLOG. AN ORDER     *
002606*                     THAT CANNOT BE PRICED IS HELD DUE, NOT   *
002607*                     SUSPENDED.                               *
002700*                                                               *
002800*****************************************************************

005100         RECORD KEY IS HC-HOLIDAY-DATE
005200         FILE STATUS IS Holcal-File-Status.

005210     SELECT XFRFXLOG ASSIGN TO "XFRFXLOG"
005220         ORGANIZATION IS SEQUENTIAL
005230         FILE STATUS IS Xfrfxlog-File-Status.

005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  STORDMST.
006700 FD  HOLCAL.
006800     COPY HOLCAL.

006810 FD  XFRFXLOG.
006820     COPY XFRFXLOG.

006900 WORKING-STORAGE SECTION.
007000 01  Stordmst-File-Status            PIC XX.
007100     88  Stordmst-OK                 VALUE "00".
008100 01  Holcal-File-Status              PIC XX.
008200     88  Holcal-OK                   VALUE "00".
008300     88  Holcal-Not-Found            VALUE "23".
008310 01  Xfrfxlog-File-Status            PIC XX.

008400 01  Business-Date                   PIC 9(08).
008500 01  Candidate-Date                  PIC 9(08).
009200 01  Business-Day-Switch             PIC X(01).
009300     88  Is-Business-Day             VALUE "Y".
009400     88  Not-Business-Day            VALUE "N".
009410 01  Source-Currency                 PIC X(03).
009420 01  Source-Branch                   PIC X(04).
009430 COPY FXQUOTE.

009500 01  Generator-Counters.
009600     05  Orders-Read                 PIC 9(7) COMP.
009700     05  Pairs-Generated             PIC 9(7) COMP.
009800     05  Orders-Suspended            PIC 9(7) COMP.
009810     05  Orders-Held                 PIC 9(7) COMP.
009820     05  Fx-Pairs-Generated          PIC 9(7) COMP.
009900     05  Transfer-Total              PIC 9(9).

010000 COPY FILETRLR.
011700     OPEN INPUT ACCTMSTR
011800     OPEN INPUT HOLCAL
011900     OPEN OUTPUT STORDTRN
011910     OPEN OUTPUT XFRFXLOG
012000     MOVE ZERO TO Orders-Read
012100                  Pairs-Generated
012200                  Orders-Suspended
012210                  Orders-Held
012220                  Fx-Pairs-Generated
012300                  Transfer-Total

012400     OPEN INPUT RUNCTLIN
016500         GO TO 2000-READ-NEXT
016600     END-IF

016601*> A pair across currencies is priced at the day's rate less
016602*> the customer's tier spread. An order that cannot be priced
016603*> tonight stays due and is tried again tomorrow; a target not
016604*> on the master is left for the post to reject as before.
016605     MOVE MF-CURRENCY-CODE TO Source-Currency
016606     MOVE MF-BRANCH-CODE TO Source-Branch
016607     MOVE SO-TARGET-ACCOUNT TO MF-ACCOUNT-NUMBER
016608     READ ACCTMSTR
016609         INVALID KEY
016610             MOVE Source-Currency TO MF-CURRENCY-CODE
016611     END-READ
016612     MOVE SO-SOURCE-ACCOUNT TO FQ-FROM-ACCOUNT
016613     MOVE Source-Currency TO FQ-FROM-CURRENCY
016614     MOVE MF-CURRENCY-CODE TO FQ-TO-CURRENCY
016615     MOVE SO-TRANSFER-AMOUNT TO FQ-FROM-AMOUNT
016616     CALL "CrossCurrencyQuote" USING FQ-FX-QUOTE-BLOCK
016617     IF NOT FQ-SAME-CURRENCY
016618         AND NOT FQ-QUOTE-GIVEN
016619         ADD 1 TO Orders-Held
016620         DISPLAY "** ORDER " SO-ORDER-ID " HELD - NO FX QUOTE "
016621             FQ-FROM-CURRENCY "/" FQ-TO-CURRENCY
016622             " RESULT " FQ-QUOTE-RESULT
016623         GO TO 2000-READ-NEXT
016624     END-IF

016700     MOVE SPACES TO TR-DAILYTRN-RECORD
016800     MOVE "SYS" TO TR-SOURCE-CHANNEL
016900     MOVE SO-SOURCE-ACCOUNT TO TR-ACCOUNT-NUMBER
017700     MOVE "SYS" TO TR-SOURCE-CHANNEL
017800     MOVE SO-TARGET-ACCOUNT TO TR-ACCOUNT-NUMBER
017900     MOVE "D" TO TR-TRANS-TYPE
018000     MOVE FQ-TO-AMOUNT TO TR-TRANS-AMOUNT
018100     MOVE Business-Date TO TR-TRANS-DATE
018200     WRITE TR-DAILYTRN-RECORD
018300     ADD 1 TO Trailer-Record-Count
018400     ADD TR-TRANS-AMOUNT TO Trailer-Hash-Total
018410     IF FQ-QUOTE-GIVEN
018420         PERFORM 2200-LOG-FX-TRANSFER
018430             THRU 2200-LOG-FX-TRANSFER-EXIT
018440     END-IF
018500     ADD 1 TO Pairs-Generated
018600     ADD SO-TRANSFER-AMOUNT TO Transfer-Total
018700     DISPLAY "ORDER " SO-ORDER-ID ": " SO-SOURCE-ACCOUNT
025000 2110-CHECK-CANDIDATE-DATE-EXIT.
025100     EXIT.

025101*****************************************************************
025102*    A PRICED CROSS-CURRENCY PAIR IS LOGGED FOR                 *
025103*    CROSSCURRENCYTRANSFERREPORT, WHICH BOOKS THE SPREAD AND    *
025104*    MOVES THE BRANCH FX POSITION AFTER THE POST.               *
025105*****************************************************************
025106 2200-LOG-FX-TRANSFER.
025107     MOVE SPACES TO XX-FX-TRANSFER-LOG-RECORD
025108     MOVE Business-Date TO XX-BUSINESS-DATE
025109     MOVE "SYS" TO XX-CHANNEL
025110     MOVE SO-ORDER-ID TO XX-REFERENCE
025111     MOVE Source-Branch TO XX-BRANCH-CODE
025112     MOVE SO-SOURCE-ACCOUNT TO XX-FROM-ACCOUNT
025113     MOVE FQ-FROM-CURRENCY TO XX-FROM-CURRENCY
025114     MOVE FQ-FROM-AMOUNT TO XX-FROM-AMOUNT
025115     MOVE SO-TARGET-ACCOUNT TO XX-TO-ACCOUNT
025116     MOVE FQ-TO-CURRENCY TO XX-TO-CURRENCY
025117     MOVE FQ-TO-AMOUNT TO XX-TO-AMOUNT
025118     MOVE FQ-MARKET-RATE TO XX-MARKET-RATE
025119     MOVE FQ-CUSTOMER-RATE TO XX-CUSTOMER-RATE
025120     MOVE FQ-TIER-CODE TO XX-TIER-CODE
025121     MOVE FQ-SPREAD-RATE TO XX-SPREAD-RATE
025122     MOVE FQ-BASE-AMOUNT TO XX-BASE-AMOUNT
025123     MOVE FQ-SPREAD-INCOME TO XX-SPREAD-INCOME
025124     WRITE XX-FX-TRANSFER-LOG-RECORD
025125     ADD 1 TO Fx-Pairs-Generated.
025126 2200-LOG-FX-TRANSFER-EXIT.
025127     EXIT.

025200 9000-TERMINATE.
025300     CLOSE STORDMST
025400     CLOSE ACCTMSTR
026400     MOVE FT-FILE-TRAILER-RECORD TO TR-DAILYTRN-RECORD (1:34)
026500     WRITE TR-DAILYTRN-RECORD
026600     CLOSE STORDTRN
026610     CLOSE XFRFXLOG
026700     DISPLAY " "
026800     DISPLAY "STANDING ORDER SUMMARY"
026900     DISPLAY "Orders read       - " Orders-Read
027000     DISPLAY "Pairs generated   - " Pairs-Generated
027100     DISPLAY "Orders suspended  - " Orders-Suspended
027110     DISPLAY "Orders held (FX)  - " Orders-Held
027120     DISPLAY "  of pairs, FX    - " Fx-Pairs-Generated
027200     DISPLAY "Dollars generated - " Transfer-Total.
027300 9000-TERMINATE-EXIT.
027400     EXIT.
