002610*    2026-09-02  RLB  BOTH TRANSFER LEGS MUST NOW PROVE THEIR  *
002620*                     ACCOUNT CHECK DIGIT (ACCOUNTCHECKDIGIT)  *
002630*                     BEFORE VALIDATION READS EITHER ACCOUNT.  *
002634*    2026-10-03  RLB  TRANSFERS OUT OF THE BANK (OL-TRANSFER-  *
002638*                     KIND E) GO ONLY TO AN ACTIVE, UNEXPIRED  *
002642*                     EXTLINK LINK, WITH A DISTINCT REJECT     *
002646*                     REASON FOR A LINK NOT ON FILE,           *
002650*                     UNVERIFIED, EXPIRED OR LOCKED. AN        *
002654*                     ACCEPTED ONE POSTS ITS XFRO AND WRITES   *
002658*                     ITS CREDIT TO XFEROUT FOR THE            *
002662*                     INTERCHANGE.                             *
002666*    2026-10-15  RLB  AN INTERNAL TRANSFER BETWEEN ACCOUNTS IN *
002670*                     DIFFERENT CURRENCIES IS PRICED BY        *
002674*                     CROSSCURRENCYQUOTE (CURRATE RATE LESS    *
002678*                     THE RELATIONSHIP-TIER SPREAD); THE XFRI  *
002682*                     CARRIES THE CONVERTED AMOUNT AND THE     *
002686*                     PAIR IS LOGGED TO XFRFXLOG. NO RATE OR   *
002690*                     AN OUT-OF-RANGE RESULT REJECTS THE ITEM. *
002700*                                                               *
002800*****************************************************************

004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS Olresp-File-Status.

004505     SELECT EXTLINK ASSIGN TO "EXTLINK"
004510         ORGANIZATION IS INDEXED
004515         ACCESS MODE IS RANDOM
004520         RECORD KEY IS XL-LINK-KEY
004525         FILE STATUS IS Extlink-File-Status.

004530     SELECT XFEROUT ASSIGN TO "XFEROUT"
004535         ORGANIZATION IS SEQUENTIAL
004540         FILE STATUS IS Xferout-File-Status.

004545     SELECT XFRFXLOG ASSIGN TO "XFRFXLOG"
004550         ORGANIZATION IS SEQUENTIAL
004555         FILE STATUS IS Xfrfxlog-File-Status.

004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  OLTRAN.
005400 FD  OLRESP.
005500     COPY OLRESP.

005510 FD  EXTLINK.
005520     COPY EXTLINK.

005530 FD  XFEROUT.
005540     COPY COLLOUT.

005550 FD  XFRFXLOG.
005560     COPY XFRFXLOG.

005600 WORKING-STORAGE SECTION.
005700 01  Oltran-File-Status              PIC XX.
005800     88  Oltran-OK                   VALUE "00".
006200     88  Acctmstr-Not-On-File        VALUE "23".
006300 01  Xfertrn-File-Status             PIC XX.
006400 01  Olresp-File-Status              PIC XX.
006410 01  Extlink-File-Status             PIC XX.
006420     88  Extlink-OK                  VALUE "00".
006430     88  Extlink-Not-On-File         VALUE "23".
006440 01  Xferout-File-Status             PIC XX.
006450 01  Xfrfxlog-File-Status            PIC XX.

006500 01  Holds-Total                     PIC S9(7)V99.
006600 01  Uncollected-Total               PIC S9(7)V99.
006820 01  Check-Digit-Result              PIC X(01).
006830     88  Check-Digit-Good            VALUE "Y".
006840     88  Check-Digit-Bad             VALUE "N".
006850 01  Source-Currency                 PIC X(03).
006860 01  Source-Branch                   PIC X(04).
006870 COPY FXQUOTE.
006900 01  Trailer-Seen-Switch             PIC X(01).
007000     88  Trailer-Was-Seen            VALUE "Y".
007100     88  Trailer-Was-Not-Seen        VALUE "N".
007500     05  Items-Rejected              PIC 9(7) COMP.
007600     05  Amount-Total                PIC 9(09).
007700     05  Balance-Failures            PIC 9(02) COMP.
007720     05  External-Accepted           PIC 9(7) COMP.
007740     05  Fx-Accepted                 PIC 9(7) COMP.

007800 COPY FILETRLR.
007900 01  Trailer-Record-Count            PIC 9(07).
008000 01  Trailer-Hash-Total              PIC 9(11).
008100 01  Trailer-Date                    PIC 9(08).
008120 01  Xferout-Record-Count            PIC 9(07).
008140 01  Xferout-Hash-Total              PIC 9(11).

008200 PROCEDURE DIVISION.

009400 1000-INITIALIZE.
009500     MOVE ZERO TO Trailer-Record-Count
009600                  Trailer-Hash-Total
009620                  Xferout-Record-Count
009640                  Xferout-Hash-Total
009700     OPEN INPUT OLTRAN
009800     OPEN INPUT ACCTMSTR
009900     OPEN OUTPUT XFERTRN
010000     OPEN OUTPUT OLRESP
010020     OPEN INPUT EXTLINK
010040     OPEN OUTPUT XFEROUT
010060     OPEN OUTPUT XFRFXLOG
010100     MOVE ZERO TO Items-Read
010200                  Items-Accepted
010300                  Items-Rejected
010400                  Amount-Total
010500                  Balance-Failures
010520                  External-Accepted
010540                  Fx-Accepted
010600     SET Trailer-Was-Not-Seen TO TRUE
010700     DISPLAY "ONLINE TRANSFER VALIDATION"
010800     READ OLTRAN
012460         MOVE "Source check digit invalid" TO Reject-Reason
012470         GO TO 2000-RESPOND
012480     END-IF
012482     IF OL-INTERNAL-TRANSFER
012484         CALL "AccountCheckDigit" USING Check-Digit-Action,
012486             OL-TO-ACCOUNT, Check-Digit-Result
012488         IF Check-Digit-Bad
012490             MOVE "Target check digit invalid" TO Reject-Reason
012492             GO TO 2000-RESPOND
012494         END-IF
012499     END-IF
012500     ADD OL-TRANSFER-AMOUNT TO Amount-Total
012600     MOVE OL-FROM-ACCOUNT TO MF-ACCOUNT-NUMBER
014600         GO TO 2000-RESPOND
014700     END-IF

014710     IF OL-EXTERNAL-TRANSFER
014720         PERFORM 2100-SEND-EXTERNAL THRU 2100-SEND-EXTERNAL-EXIT
014730         GO TO 2000-RESPOND
014740     END-IF
014750     MOVE MF-CURRENCY-CODE TO Source-Currency
014760     MOVE MF-BRANCH-CODE TO Source-Branch

014800     MOVE OL-TO-ACCOUNT TO MF-ACCOUNT-NUMBER
014900     READ ACCTMSTR
015000         INVALID KEY
015600         GO TO 2000-RESPOND
015700     END-IF

015705*> Each leg posts in its own account's currency; a pair across
015710*> currencies is priced at the day's rate less the customer's
015715*> tier spread, and the XFRI carries the converted amount.
015720     MOVE OL-FROM-ACCOUNT TO FQ-FROM-ACCOUNT
015725     MOVE Source-Currency TO FQ-FROM-CURRENCY
015730     MOVE MF-CURRENCY-CODE TO FQ-TO-CURRENCY
015735     MOVE OL-TRANSFER-AMOUNT TO FQ-FROM-AMOUNT
015740     CALL "CrossCurrencyQuote" USING FQ-FX-QUOTE-BLOCK
015745     IF FQ-NO-RATE
015750         MOVE "No FX rate for the currency" TO Reject-Reason
015755         GO TO 2000-RESPOND
015760     END-IF
015765     IF FQ-CONVERTS-TO-ZERO OR FQ-CONVERTS-TOO-LARGE
015770         MOVE "Converted amount out of range" TO Reject-Reason
015775         GO TO 2000-RESPOND
015780     END-IF

015800     MOVE SPACES TO TR-DAILYTRN-RECORD
015900     MOVE "ONL" TO TR-SOURCE-CHANNEL
016000     MOVE OL-FROM-ACCOUNT TO TR-ACCOUNT-NUMBER
016900     MOVE "ONL" TO TR-SOURCE-CHANNEL
017000     MOVE OL-TO-ACCOUNT TO TR-ACCOUNT-NUMBER
017100     MOVE "D" TO TR-TRANS-TYPE
017200     MOVE FQ-TO-AMOUNT TO TR-TRANS-AMOUNT
017300     MOVE OL-TRANSFER-DATE TO TR-TRANS-DATE
017400     MOVE "XFRI" TO TR-TRANS-CODE
017500     WRITE TR-DAILYTRN-RECORD
017600     ADD 1 TO Trailer-Record-Count
017700     ADD TR-TRANS-AMOUNT TO Trailer-Hash-Total
017720     IF FQ-QUOTE-GIVEN
017740         PERFORM 2200-LOG-FX-TRANSFER
017760             THRU 2200-LOG-FX-TRANSFER-EXIT
017780     END-IF
017800     ADD 1 TO Items-Accepted.

017900 2000-RESPOND.
019700 2000-VALIDATE-ITEM-EXIT.
019800     EXIT.

019801*****************************************************************
019802*    A TRANSFER OUT OF THE BANK GOES ONLY TO AN OUTSIDE ACCOUNT *
019803*    THE CUSTOMER HAS PROVED THROUGH EXTLINK'S TRIAL CREDITS.   *
019804*    EACH WAY A LINK CAN FAIL HAS ITS OWN REASON FOR THE FRONT  *
019805*    END. AN ACCEPTED ITEM POSTS ONLY ITS XFRO WITHDRAWAL HERE; *
019806*    THE CREDIT GOES TO XFEROUT FOR COLLECTIONORIGINATION TO    *
019807*    SEND ON THE INTERCHANGE.                                   *
019808*****************************************************************
019809 2100-SEND-EXTERNAL.
019810     MOVE OL-FROM-ACCOUNT TO XL-OWNER-ACCOUNT
019811     MOVE OL-TO-LINK-ID TO XL-LINK-ID
019812     READ EXTLINK
019813         INVALID KEY
019814             MOVE "External link not on file" TO Reject-Reason
019815             GO TO 2100-SEND-EXTERNAL-EXIT
019816     END-READ
019817     IF XL-LINK-LOCKED
019818         MOVE "External link locked" TO Reject-Reason
019819         GO TO 2100-SEND-EXTERNAL-EXIT
019820     END-IF
019821     IF XL-LINK-EXPIRED
019822         OR (XL-LINK-ACTIVE
019823         AND XL-EXPIRY-DATE < OL-TRANSFER-DATE)
019824         MOVE "External link expired" TO Reject-Reason
019825         GO TO 2100-SEND-EXTERNAL-EXIT
019826     END-IF
019827     IF NOT XL-LINK-ACTIVE
019828         MOVE "External link not verified" TO Reject-Reason
019829         GO TO 2100-SEND-EXTERNAL-EXIT
019830     END-IF

019831     MOVE SPACES TO TR-DAILYTRN-RECORD
019832     MOVE "ONL" TO TR-SOURCE-CHANNEL
019833     MOVE OL-FROM-ACCOUNT TO TR-ACCOUNT-NUMBER
019834     MOVE "W" TO TR-TRANS-TYPE
019835     MOVE OL-TRANSFER-AMOUNT TO TR-TRANS-AMOUNT
019836     MOVE OL-TRANSFER-DATE TO TR-TRANS-DATE
019837     MOVE "XFRO" TO TR-TRANS-CODE
019838     WRITE TR-DAILYTRN-RECORD
019839     ADD 1 TO Trailer-Record-Count
019840     ADD TR-TRANS-AMOUNT TO Trailer-Hash-Total

019841*> The interchange id carries the front end's reference as far
019842*> as the field allows.
019843     MOVE SPACES TO OG-COLLECTION-OUT-RECORD
019844     MOVE OL-REFERENCE TO OG-COLLECTION-ID
019845     MOVE XL-EXTERNAL-ROUTING TO OG-EXTERNAL-ROUTING
019846     MOVE XL-EXTERNAL-ACCOUNT TO OG-EXTERNAL-ACCOUNT
019847     MOVE OL-TRANSFER-AMOUNT TO OG-COLLECTION-AMOUNT
019848     MOVE ZERO TO OG-ENTRY-CENTS
019849     MOVE OL-FROM-ACCOUNT TO OG-CREDIT-ACCOUNT
019850     MOVE OL-TRANSFER-DATE TO OG-SETTLE-DATE
019851     SET OG-OUTBOUND-CREDIT TO TRUE
019852     WRITE OG-COLLECTION-OUT-RECORD
019853     ADD 1 TO Xferout-Record-Count
019854     ADD OL-TRANSFER-AMOUNT TO Xferout-Hash-Total
019855     ADD 1 TO Items-Accepted
019856     ADD 1 TO External-Accepted.
019857 2100-SEND-EXTERNAL-EXIT.
019858     EXIT.

019859*****************************************************************
019860*    A PRICED CROSS-CURRENCY PAIR IS LOGGED FOR                 *
019861*    CROSSCURRENCYTRANSFERREPORT, WHICH BOOKS THE SPREAD AND    *
019862*    MOVES THE BRANCH FX POSITION AFTER THE POST.               *
019863*****************************************************************
019864 2200-LOG-FX-TRANSFER.
019865     MOVE SPACES TO XX-FX-TRANSFER-LOG-RECORD
019866     MOVE OL-TRANSFER-DATE TO XX-BUSINESS-DATE
019867     MOVE "ONL" TO XX-CHANNEL
019868     MOVE OL-REFERENCE TO XX-REFERENCE
019869     MOVE Source-Branch TO XX-BRANCH-CODE
019870     MOVE OL-FROM-ACCOUNT TO XX-FROM-ACCOUNT
019871     MOVE FQ-FROM-CURRENCY TO XX-FROM-CURRENCY
019872     MOVE FQ-FROM-AMOUNT TO XX-FROM-AMOUNT
019873     MOVE OL-TO-ACCOUNT TO XX-TO-ACCOUNT
019874     MOVE FQ-TO-CURRENCY TO XX-TO-CURRENCY
019875     MOVE FQ-TO-AMOUNT TO XX-TO-AMOUNT
019876     MOVE FQ-MARKET-RATE TO XX-MARKET-RATE
019877     MOVE FQ-CUSTOMER-RATE TO XX-CUSTOMER-RATE
019878     MOVE FQ-TIER-CODE TO XX-TIER-CODE
019879     MOVE FQ-SPREAD-RATE TO XX-SPREAD-RATE
019880     MOVE FQ-BASE-AMOUNT TO XX-BASE-AMOUNT
019881     MOVE FQ-SPREAD-INCOME TO XX-SPREAD-INCOME
019882     WRITE XX-FX-TRANSFER-LOG-RECORD
019883     ADD 1 TO Fx-Accepted.
019884 2200-LOG-FX-TRANSFER-EXIT.
019885     EXIT.

019900*****************************************************************
020000*    THE FRONT END'S TRAILER MUST AGREE WITH WHAT WAS READ -    *
020100*    A DROPPED OR DUPLICATED TRANSMISSION SURFACES HERE, AND    *
023000     WRITE TR-DAILYTRN-RECORD
023100     CLOSE XFERTRN
023200     CLOSE OLRESP
023210     CLOSE EXTLINK
023220     MOVE Xferout-Record-Count TO FT-RECORD-COUNT
023230     MOVE Xferout-Hash-Total TO FT-HASH-TOTAL
023240     MOVE SPACES TO OG-COLLECTION-OUT-RECORD
023250     MOVE FT-FILE-TRAILER-RECORD
023260         TO OG-COLLECTION-OUT-RECORD (1:34)
023270     WRITE OG-COLLECTION-OUT-RECORD
023280     CLOSE XFEROUT
023290     CLOSE XFRFXLOG
023300     IF Trailer-Was-Not-Seen
023400         ADD 1 TO Balance-Failures
023500         DISPLAY "** NO TRAILER ON THE TRANSFER FILE **"
023800     DISPLAY "Transfers read     - " Items-Read
023900     DISPLAY "Transfers accepted - " Items-Accepted
024000     DISPLAY "Transfers rejected - " Items-Rejected
024020     DISPLAY "  of accepted, out - " External-Accepted
024040     DISPLAY "  of accepted, FX  - " Fx-Accepted
024100     IF Balance-Failures > 0
024200         DISPLAY "** FILE DOES NOT PROVE - PAIRS HELD **"
024300     END-IF.
