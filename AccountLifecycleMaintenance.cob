001500*      - OPEN CREATES THE FULL MF RECORD WITH BRANCH, PRODUCT   *
001600*        AND CURRENCY CODES AND A ZERO BALANCE;                 *
001700*      - CLOSE SETS THE CLOSED STATE (BALANCE MUST BE ZERO),    *
001750*        WHICH THE NIGHTLY POST REJECTS ITEMS AGAINST; A        *
001800*        PROMOTIONAL BONUS PAID ON AN ACCOUNT CLOSING INSIDE    *
001850*        THE OFFER'S CLAWBACK PERIOD IS DEBITED AT THE CLOSE;   *
001900*      - PURGE ARCHIVES A CLOSED ACCOUNT'S FINAL STATE TO       *
002000*        STATARCH AND DELETES IT FROM THE MASTER, SO DEAD       *
002020*        ACCOUNTS STOP INFLATING EVERY REPORT;                  *
002040*      - CONVERT MOVES AN OPEN ACCOUNT TO ANOTHER PRODUCT IN    *
002060*        PLACE: INTEREST ACCRUED UNDER THE OLD PRODUCT'S RATE IS*
002080*        PAID, ITS SERVICE CHARGE IS PRO-RATED TO THE DAYS HELD,*
002100*        AND THE MINIMUM AND STATUS ARE RE-EVALUATED UNDER THE  *
002120*        NEW PRODUCT'S THRESHLD ROWS.                           *
002200*                                                               *
002300*    MODIFICATION HISTORY                                      *
002400*    ------------------------------------------------------    *
003098*    2026-09-02  RLB  AN IRA OPEN SETS THE RETIREMENT FLAG AND *
003099*                     A ZERO PLAN-YEAR ACCUMULATOR ON THE NEW  *
003100*                     MASTER ROW.                              *
003104*    2026-10-12  RLB  AN OPEN MAY CARRY A PROMODEF OFFER CODE  *
003108*                     AND ENROLLS THE ACCOUNT ON PROMOENR. A   *
003112*                     CLOSE FORFEITS A PENDING ENROLLMENT, AND *
003116*                     TAKES BACK A BONUS PAID INSIDE THE       *
003120*                     CLAWBACK PERIOD (MEMO DEBIT, GL PAIR,    *
003124*                     YTDINT REDUCED IN THE SAME YEAR).        *
003128*    2026-10-13  RLB  A CLOSE NOW NEEDS A CLSRSN REASON CODE   *
003132*                     ON FILE AND ACTIVE; A BANK-INITIATED     *
003136*                     REASON ALSO NEEDS AN OFFICER APPROVER    *
003140*                     (NOT THE REQUESTER). EVERY ACCEPTED      *
003144*                     CLOSE IS APPENDED TO THE CLSLOG LEDGER   *
003148*                     WITH ITS LAST BALHIST BALANCE AND TIER.  *
003152*    2026-10-15  RLB  NEW ACTION V CONVERTS AN OPEN ACCOUNT    *
003156*                     TO ANOTHER PRODUCT IN PLACE. ACCRUED     *
003160*                     INTEREST IS SETTLED (ACCRLDG, GL,        *
003164*                     YTDINT), THE OLD PRODUCT'S SERVICE       *
003168*                     CHARGE IS PRO-RATED TO THE DAYS HELD,    *
003172*                     THE MINIMUM AND STATUS ARE RE-EVALUATED  *
003176*                     FROM THRESHLD, THE CHANGES GO TO         *
003180*                     MSTRJRNL, THE CONVERSION TO PRODCONV     *
003184*                     AND A CONFIRMATION NOTICE TO CONVLTR.    *
003188*    2026-10-15  RLB  YI-PENALTY-FORFEITED IS ZEROED ON A NEW  *
003192*                     YTDINT ROW OR A NEW TAX YEAR.            *
003100*                                                               *
003200*****************************************************************

004730         ACCESS MODE IS RANDOM
004740         RECORD KEY IS WP-SUBJECT-NUMBER
004750         FILE STATUS IS Wlpend-File-Status.
004751
004752     SELECT PROMODEF ASSIGN TO "PROMODEF"
004753         ORGANIZATION IS INDEXED
004754         ACCESS MODE IS RANDOM
004755         RECORD KEY IS PH-OFFER-CODE
004756         FILE STATUS IS Promodef-File-Status.
004757
004758     SELECT PROMOENR ASSIGN TO "PROMOENR"
004759         ORGANIZATION IS INDEXED
004760         ACCESS MODE IS RANDOM
004761         RECORD KEY IS PJ-ACCOUNT-NUMBER
004762         FILE STATUS IS Promoenr-File-Status.
004763
004764     SELECT YTDINT ASSIGN TO "YTDINT"
004765         ORGANIZATION IS INDEXED
004766         ACCESS MODE IS RANDOM
004767         RECORD KEY IS YI-ACCOUNT-NUMBER
004768         FILE STATUS IS Ytdint-File-Status.
004769
004770     SELECT MEMOTRN ASSIGN TO "MEMOTRN"
004771         ORGANIZATION IS SEQUENTIAL
004772         FILE STATUS IS Memotrn-File-Status.
004773
004774     SELECT GLPOST ASSIGN TO "GLPOST"
004775         ORGANIZATION IS SEQUENTIAL
004776         FILE STATUS IS Glpost-File-Status.

004777     SELECT CLSRSN ASSIGN TO "CLSRSN"
004778         ORGANIZATION IS INDEXED
004779         ACCESS MODE IS RANDOM
004780         RECORD KEY IS KR-REASON-CODE
004781         FILE STATUS IS Clsrsn-File-Status.

004782     SELECT CLSLOG ASSIGN TO "CLSLOG"
004783         ORGANIZATION IS SEQUENTIAL
004784         FILE STATUS IS Clslog-File-Status.

004785     SELECT BALHIST ASSIGN TO "BALHIST"
004786         ORGANIZATION IS INDEXED
004787         ACCESS MODE IS RANDOM
004788         RECORD KEY IS BH-ACCOUNT-NUMBER
004789         FILE STATUS IS Balhist-File-Status.
004790
004791     SELECT ACCRLDG ASSIGN TO "ACCRLDG"
004792         ORGANIZATION IS INDEXED
004793         ACCESS MODE IS RANDOM
004794         RECORD KEY IS AL-ACCOUNT-NUMBER
004795         FILE STATUS IS Accrldg-File-Status.
004796
004797     SELECT CUSTMSTR ASSIGN TO "CUSTMSTR"
004798         ORGANIZATION IS INDEXED
004799         ACCESS MODE IS RANDOM
004800         RECORD KEY IS CM-CUSTOMER-NUMBER
004801         FILE STATUS IS Custmstr-File-Status.
004802
004803     SELECT ADBACCUM ASSIGN TO "ADBACCUM"
004804         ORGANIZATION IS INDEXED
004805         ACCESS MODE IS RANDOM
004806         RECORD KEY IS AB-ACCOUNT-NUMBER
004807         FILE STATUS IS Adbaccum-File-Status.
004808
004809     SELECT PRODCONV ASSIGN TO "PRODCONV"
004810         ORGANIZATION IS INDEXED
004811         ACCESS MODE IS DYNAMIC
004812         RECORD KEY IS PQ-CONVERSION-KEY
004813         FILE STATUS IS Prodconv-File-Status.
004814
004815     SELECT CONVLTR ASSIGN TO "CONVLTR"
004816         ORGANIZATION IS SEQUENTIAL
004817         FILE STATUS IS Convltr-File-Status.
004818
004819     SELECT WAIVLDGR ASSIGN TO "WAIVLDGR"
004820         ORGANIZATION IS SEQUENTIAL
004821         FILE STATUS IS Waivldgr-File-Status.
004822
004823     SELECT BKRSUPP ASSIGN TO "BKRSUPP"
004824         ORGANIZATION IS SEQUENTIAL
004825         FILE STATUS IS Bkrsupp-File-Status.

004700 DATA DIVISION.
004800 FILE SECTION.

005486 FD  QRNPARM.
005488     COPY QRNPARM.
005489
005490 FD  PROMODEF.
005491     COPY PROMODEF.
005492
005493 FD  PROMOENR.
005494     COPY PROMOENR.
005495
005496 FD  YTDINT.
005497     COPY YTDINT.
005498
005499 FD  MEMOTRN.
005500     COPY MEMOPOST.
005501
005502 FD  GLPOST.
005503     COPY GLPOST.

005504 FD  CLSRSN.
005505     COPY CLSRSN.

005506 FD  CLSLOG.
005507     COPY CLSLOG.

005508 FD  BALHIST.
005509     COPY BALHIST.
005510
005511 FD  ACCRLDG.
005512     COPY ACCRLDG.
005513
005514 FD  CUSTMSTR.
005515     COPY CUSTMSTR.
005516
005517 FD  ADBACCUM.
005518     COPY ADBACCUM.
005519
005520 FD  PRODCONV.
005521     COPY PRODCONV.
005522
005523 FD  CONVLTR.
005524     COPY CONVLTR.
005525
005526 FD  WAIVLDGR.
005527     COPY WAIVLDGR.
005528
005529 FD  BKRSUPP.
005530     COPY BKRSUPP.

005531 WORKING-STORAGE SECTION.
005600 01  Accttran-File-Status            PIC XX.
005700     88  Accttran-OK                 VALUE "00".
005800     88  Accttran-EOF                VALUE "10".
006367     88  Retireno-Not-On-File        VALUE "23".
006368 01  Qrnparm-File-Status             PIC XX.
006369     88  Qrnparm-OK                  VALUE "00".
006370 01  Promodef-File-Status            PIC XX.
006371     88  Promodef-OK                 VALUE "00".
006372 01  Promoenr-File-Status            PIC XX.
006373     88  Promoenr-OK                 VALUE "00".
006374     88  Promoenr-Not-On-File        VALUE "23".
006375 01  Ytdint-File-Status              PIC XX.
006376     88  Ytdint-OK                   VALUE "00".
006377 01  Memotrn-File-Status             PIC XX.
006378     88  Memotrn-OK                  VALUE "00".
006379 01  Glpost-File-Status              PIC XX.
006380     88  Glpost-OK                   VALUE "00".
006381 01  Clsrsn-File-Status              PIC XX.
006382     88  Clsrsn-OK                   VALUE "00".
006383 01  Clslog-File-Status              PIC XX.
006384     88  Clslog-OK                   VALUE "00".
006385 01  Balhist-File-Status             PIC XX.
006386     88  Balhist-OK                  VALUE "00".
006387 01  Accrldg-File-Status             PIC XX.
006388     88  Accrldg-OK                  VALUE "00".
006389 01  Custmstr-File-Status            PIC XX.
006390     88  Custmstr-OK                 VALUE "00".
006391 01  Adbaccum-File-Status            PIC XX.
006392     88  Adbaccum-OK                 VALUE "00".
006393 01  Prodconv-File-Status            PIC XX.
006394     88  Prodconv-OK                 VALUE "00".
006395     88  Prodconv-Not-On-File        VALUE "23".
006396 01  Convltr-File-Status             PIC XX.
006397     88  Convltr-OK                  VALUE "00".
006398 01  Waivldgr-File-Status            PIC XX.
006399     88  Waivldgr-OK                 VALUE "00".
006400 01  Bkrsupp-File-Status             PIC XX.
006401     88  Bkrsupp-OK                  VALUE "00".
006402 77  Default-Quarantine-Days         PIC 9(03) VALUE 365.
006403 01  Quarantine-Days                 PIC 9(03).
006404 01  Quarantine-Integer              PIC 9(07).
006370 01  Screen-Subject-Name             PIC X(30).
006380 01  Screen-Match-Result             PIC X(01).
006390     88  Screen-Match-Found          VALUE "Y".
006400     88  Screen-Match-Clean          VALUE "N".
006410 01  Screen-Listed-Name              PIC X(30).
006420 01  Screen-List-Source              PIC X(10).
006421
006422*    A BONUS TAKEN BACK AT CLOSE IS CREDITED TO THE OFFER'S
006423*    EXPENSE ACCOUNT; THIS ONE WHEN THE OFFER IS OFF FILE.
006424 77  Default-Promotion-Gl            PIC X(10) VALUE "GLPROMOEXP".
006425 01  Promo-Integer-Date              PIC 9(07).
006426 01  Clawback-Due                    PIC 9(05).
006427 01  Clawback-Gl-Account             PIC X(10).
006428 01  Clawback-Gl-Code                PIC X(04).
006429
006430*    A CONVERSION SETTLES THE OLD PRODUCT: ITS ACCRUED INTEREST
006431*    AND ITS SERVICE CHARGE (FEESCHED, THIS FEE TYPE) FOR THE
006432*    DAYS OF THE MONTH IT WAS HELD. IRA, IOLTA AND CLUB
006433*    ACCOUNTS ARE NEVER CONVERTED.
006434 77  Iolta-Product-Code              PIC X(04) VALUE "IOLT".
006435 77  Maintenance-Fee-Type            PIC X(04) VALUE "SVC ".
006436 77  Blank-Account-Number            PIC X(10) VALUE SPACES.
006437 01  Maintenance-Fee-Amount          PIC S9(6)V99.
006438 01  Fee-Action                      PIC X(01).
006439 01  Fee-Schedule-Result             PIC X(01).
006440     88  Schedule-Fee-Chargeable     VALUE "Y".
006441     88  Schedule-Fee-Capped         VALUE "C".
006442     88  Schedule-Fee-Zeroed         VALUE "Z".
006443     88  Schedule-Fee-Missing        VALUE "N".
006444 01  Waiver-Result                   PIC X(01).
006445     88  Fee-Is-Waived               VALUE "Y".
006446     88  Fee-Is-Charged              VALUE "N".
006447 01  Waiver-Reason-Code              PIC X(04).
006448 01  Stay-Result                     PIC X(01).
006449     88  Stay-Is-Active              VALUE "Y".
006450     88  Stay-Not-Active             VALUE "N".
006451 01  Stay-Customer-Number            PIC X(10).
006452 01  Stay-Case-Number                PIC X(15).
006453 01  Threshold-Found                 PIC X(01).
006454     88  Threshold-Was-Found         VALUE "Y".
006455     88  Threshold-Was-Not-Found     VALUE "N".
006456 01  Conversion-Work.
006457     05  Old-Product-Code            PIC X(04).
006458     05  Old-Minimum-Balance         PIC S9(6)V99 COMP-3.
006459     05  Old-Account-Status          PIC X(14).
006460     05  New-Minimum-Balance         PIC S9(6)V99 COMP-3.
006461     05  Owner-Customer-Number       PIC X(10).
006462     05  Settled-Interest            PIC S9(7)V99.
006463     05  Withheld-Interest           PIC S9(7)V99.
006464     05  Net-Interest                PIC S9(7)V99.
006465     05  Average-Daily-Balance       PIC S9(9)V99.
006466     05  Prorated-Charge             PIC S9(6)V99.
006467     05  Run-Day                     PIC 9(02).
006468     05  Segment-Start-Day           PIC 9(02).
006469     05  Days-Under-Old              PIC 9(02).
006470     05  Days-In-Month               PIC 9(02).
006471     05  Charge-Disposition          PIC X(01).
006472         88  Charge-Posted           VALUE "C".
006473         88  Charge-Not-Due          VALUE "U".
006474         88  Charge-Waived           VALUE "W".
006475         88  Charge-Stayed           VALUE "S".
006476         88  Charge-Capped           VALUE "K".
006477         88  Charge-Unscheduled      VALUE "N".
006478         88  Charge-No-Days          VALUE "F".
006479     05  Notice-Address-Switch       PIC X(01).
006480         88  Notice-Address-Good     VALUE "Y".
006481         88  Notice-Address-Bad      VALUE "N".
006482     05  Conversion-Browse-Switch    PIC X(01).
006483         88  Conversion-Browse-Open  VALUE "N".
006484         88  Conversion-Browse-Done  VALUE "Y".
006485 01  Month-First-Parts.
006486     05  Month-First-Year            PIC 9(04).
006487     05  Month-First-Month           PIC 9(02).
006488     05  Month-First-Day             PIC 9(02).
006489 01  Month-First-Date REDEFINES Month-First-Parts
006490                                     PIC 9(08).
006491 01  Next-Month-Parts.
006492     05  Next-Month-Year             PIC 9(04).
006493     05  Next-Month-Month            PIC 9(02).
006494     05  Next-Month-Day              PIC 9(02).
006495 01  Next-Month-Date REDEFINES Next-Month-Parts
006496                                     PIC 9(08).
006497 01  Edited-Amount                   PIC -(7)9.99.
006498
006499*    THE FIELD-CHANGE JOURNAL HANDOFF.
006500 01  Jrnl-Field-Name                 PIC X(20).
006501 01  Jrnl-Amount-Edit                PIC -(6)9.99.
006502 01  Jrnl-Before-Image               PIC X(14).
006503 01  Jrnl-After-Image                PIC X(14).
006504 01  Jrnl-Operator-Id                PIC X(08).
006505 01  Jrnl-Source-Program             PIC X(20)
006506     VALUE "AccountLifecycleMain".
006507
006508*    FIXED-LAYOUT WORK LINES FOR THE CONVERSION NOTICE.
006509 01  Notice-Name-Work.
006510     05  VW-CUSTOMER-NAME            PIC X(30).
006511     05  FILLER                      PIC X(36) VALUE SPACES.
006512 01  Notice-Address-Work.
006513     05  VW-STREET                   PIC X(30).
006514     05  FILLER                      PIC X(01) VALUE SPACE.
006515     05  VW-CITY                     PIC X(20).
006516     05  FILLER                      PIC X(01) VALUE SPACE.
006517     05  VW-STATE                    PIC X(02).
006518     05  FILLER                      PIC X(01) VALUE SPACE.
006519     05  VW-POSTAL-CODE              PIC X(09).
006520     05  FILLER                      PIC X(02) VALUE SPACES.
006521 01  Notice-Reference-Work.
006522     05  FILLER                      PIC X(12)
006523         VALUE "RE: ACCOUNT ".
006524     05  VW-REF-ACCOUNT              PIC X(10).
006525     05  FILLER                      PIC X(16)
006526         VALUE "  CONVERTED ON  ".
006527     05  VW-REF-DATE                 PIC 9(08).
006528     05  FILLER                      PIC X(20) VALUE SPACES.
006529 01  Notice-Product-Work.
006530     05  FILLER                      PIC X(16)
006531         VALUE "  FROM PRODUCT  ".
006532     05  VW-OLD-PRODUCT              PIC X(04).
006533     05  FILLER                      PIC X(16)
006534         VALUE "    TO PRODUCT  ".
006535     05  VW-NEW-PRODUCT              PIC X(04).
006536     05  FILLER                      PIC X(26) VALUE SPACES.
006537 01  Notice-Amount-Work.
006538     05  FILLER                      PIC X(02) VALUE SPACES.
006539     05  VW-AMOUNT-LABEL             PIC X(40).
006540     05  VW-AMOUNT                   PIC -(7)9.99.
006541     05  FILLER                      PIC X(13) VALUE SPACES.
006542 01  Notice-Text-Work                PIC X(66).

006400 COPY ACCTFLDS.
006500 01  Status-Found                    PIC X(01).
006700     88  Status-Was-Not-Found        VALUE "N".

006800 77  Supervisor-Level                PIC 9(01) VALUE 2.
006805 77  Officer-Level                   PIC 9(01) VALUE 3.
006810 77  Check-Digit-Action              PIC X(01) VALUE "V".
006820 01  Check-Digit-Result              PIC X(01).
006830     88  Check-Digit-Good            VALUE "Y".
006840     88  Check-Digit-Bad             VALUE "N".
006850 01  Close-Reason-Result             PIC X(01).
006860     88  Close-Reason-Good           VALUE "Y".
006870     88  Close-Reason-Bad            VALUE "N".
006900 01  Auth-Result                     PIC X(01).
007000     88  Operator-Authorized         VALUE "Y".
007100     88  Operator-Denied             VALUE "N".
007700     05  Accounts-Purged             PIC 9(7) COMP.
007800     05  Transactions-Rejected       PIC 9(7) COMP.
007810     05  Opens-Held-For-Review       PIC 9(7) COMP.
007820     05  Promotions-Enrolled         PIC 9(7) COMP.
007830     05  Bonuses-Clawed-Back         PIC 9(7) COMP.
007840     05  Closures-Logged             PIC 9(7) COMP.
007850     05  Accounts-Converted          PIC 9(7) COMP.
007860     05  Conversion-Notices          PIC 9(7) COMP.
007870     05  Notices-Suppressed          PIC 9(7) COMP.
007880     05  Conversion-Interest-Total   PIC S9(9)V99 COMP.
007890     05  Conversion-Charge-Total     PIC S9(9)V99 COMP.

007900 PROCEDURE DIVISION.

008900     OPEN I-O ACCTMSTR
009000     OPEN EXTEND STATARCH
009010     OPEN INPUT CUSTREL
009018     OPEN INPUT CUSTADDR
009019     OPEN I-O WLPEND
009020     OPEN I-O CLUBMST
009021     OPEN I-O RETIRENO
009022     OPEN INPUT PROMODEF
009023     OPEN I-O PROMOENR
009024     OPEN I-O YTDINT
009025     OPEN EXTEND MEMOTRN
009026     OPEN EXTEND GLPOST
009027     OPEN INPUT CLSRSN
009028     OPEN EXTEND CLSLOG
009029     OPEN INPUT BALHIST
009030     OPEN I-O ACCRLDG
009031     OPEN INPUT CUSTMSTR
009032     OPEN INPUT ADBACCUM
009033     OPEN I-O PRODCONV
009034     OPEN EXTEND CONVLTR
009035     OPEN EXTEND WAIVLDGR
009036     OPEN EXTEND BKRSUPP
009037     MOVE Default-Quarantine-Days TO Quarantine-Days
009038     OPEN INPUT QRNPARM
009039     IF Qrnparm-OK
009050         CLOSE QRNPARM
009051     END-IF
009040     MOVE 0 TO Opens-Held-For-Review
009045     MOVE 0 TO Promotions-Enrolled
009050     MOVE 0 TO Bonuses-Clawed-Back
009055     MOVE 0 TO Closures-Logged
009060     MOVE 0 TO Accounts-Converted
009065               Conversion-Notices
009070               Notices-Suppressed
009075               Conversion-Interest-Total
009080               Conversion-Charge-Total
009100     MOVE 0 TO Transactions-Read
009200     MOVE 0 TO Accounts-Opened
009300     MOVE 0 TO Accounts-Closed
012800                 PERFORM 2300-PURGE-ACCOUNT
012900                     THRU 2300-PURGE-ACCOUNT-EXIT
013000             ELSE
013050                 IF AT-ACTION-CONVERT
013100                     PERFORM 2400-CONVERT-ACCOUNT
013150                         THRU 2400-CONVERT-ACCOUNT-EXIT
013200                 ELSE
013250                     ADD 1 TO Transactions-Rejected
013300                     DISPLAY AT-ACCOUNT-NUMBER
013350                         ": Rejected - unknown action code "
013400                         AT-ACTION-CODE
013450                 END-IF
013500             END-IF
013600         END-IF
013700     END-IF.
017906     IF AT-PRODUCT-CODE = "CLUB"
017907         PERFORM 2140-ENROLL-CLUB THRU 2140-ENROLL-CLUB-EXIT
017908     END-IF
017918     PERFORM 2150-SCREEN-OPEN THRU 2150-SCREEN-OPEN-EXIT
017928     IF AT-OFFER-CODE NOT = SPACES
017938         PERFORM 2160-ENROLL-PROMOTION
017948             THRU 2160-ENROLL-PROMOTION-EXIT
017958     END-IF.
018000 2100-OPEN-ACCOUNT-EXIT.
018100     EXIT.

018194         ") - ACCOUNT HELD PENDING OFFICER REVIEW.".
018196 2150-SCREEN-OPEN-EXIT.
018198     EXIT.
018199
018200*****************************************************************
018201*    PROMOTION ENROLLMENT AT OPEN: THE OFFER MUST BE ON FILE,   *
018202*    FOR THIS PRODUCT AND RUNNING TODAY. A CODE THAT DOES NOT   *
018203*    QUALIFY LEAVES THE ACCOUNT OPEN WITHOUT THE OFFER - THE    *
018204*    CUSTOMER IS NOT TURNED AWAY OVER A MAILER.                 *
018205*****************************************************************
018206 2160-ENROLL-PROMOTION.
018207     MOVE AT-OFFER-CODE TO PH-OFFER-CODE
018208     READ PROMODEF
018209         INVALID KEY
018210             DISPLAY AT-ACCOUNT-NUMBER ": Offer " AT-OFFER-CODE
018211                 " not on file - opened without the offer."
018212             GO TO 2160-ENROLL-PROMOTION-EXIT
018213     END-READ
018214     IF PH-PRODUCT-CODE NOT = AT-PRODUCT-CODE
018215         DISPLAY AT-ACCOUNT-NUMBER ": Offer " AT-OFFER-CODE
018216             " is for product " PH-PRODUCT-CODE
018217             " - opened without the offer."
018218         GO TO 2160-ENROLL-PROMOTION-EXIT
018219     END-IF
018220     IF Run-Date < PH-OFFER-START-DATE
018221         OR Run-Date > PH-OFFER-END-DATE
018222         DISPLAY AT-ACCOUNT-NUMBER ": Offer " AT-OFFER-CODE
018223             " not running today - opened without the offer."
018224         GO TO 2160-ENROLL-PROMOTION-EXIT
018225     END-IF
018226     MOVE SPACES TO PJ-PROMO-ENROLLMENT-RECORD
018227     MOVE AT-ACCOUNT-NUMBER TO PJ-ACCOUNT-NUMBER
018228     MOVE AT-OFFER-CODE TO PJ-OFFER-CODE
018229     SET PJ-ENROLLMENT-PENDING TO TRUE
018230     MOVE Run-Date TO PJ-OPEN-DATE
018231     COMPUTE Promo-Integer-Date =
018232         FUNCTION INTEGER-OF-DATE(Run-Date) + PH-WINDOW-DAYS
018233     MOVE FUNCTION DATE-OF-INTEGER(Promo-Integer-Date)
018234         TO PJ-WINDOW-END-DATE
018235     COMPUTE Promo-Integer-Date =
018236         FUNCTION INTEGER-OF-DATE(Run-Date) + PH-CLAWBACK-DAYS
018237     MOVE FUNCTION DATE-OF-INTEGER(Promo-Integer-Date)
018238         TO PJ-CLAWBACK-END-DATE
018239     MOVE ZERO TO PJ-LAST-SCAN-DATE
018240                  PJ-DEPOSIT-COUNT
018241                  PJ-DEPOSIT-TOTAL
018242                  PJ-ADB-BALANCE-SUM
018243                  PJ-ADB-DAY-COUNT
018244                  PJ-BONUS-AMOUNT
018245                  PJ-BONUS-PAID-DATE
018246                  PJ-CLAWBACK-AMOUNT
018247     MOVE Run-Date TO PJ-STATUS-DATE
018248     MOVE AT-REQUESTED-BY TO PJ-ENROLLED-BY
018249     WRITE PJ-PROMO-ENROLLMENT-RECORD
018250         INVALID KEY
018251             DISPLAY AT-ACCOUNT-NUMBER
018252                 ": Promotion enrollment already on file."
018253             GO TO 2160-ENROLL-PROMOTION-EXIT
018254     END-WRITE
018255     ADD 1 TO Promotions-Enrolled
018256     DISPLAY AT-ACCOUNT-NUMBER ": Enrolled in offer "
018257         AT-OFFER-CODE " - window ends " PJ-WINDOW-END-DATE ".".
018258 2160-ENROLL-PROMOTION-EXIT.
018259     EXIT.

018260*****************************************************************
018300*    A CLOSE LEAVES THE RECORD ON FILE IN THE CLOSED STATE SO   *
018400*    THE PURGE (AND ANY LATE-ARRIVING ITEMS, WHICH THE NIGHTLY  *
018500*    POST NOW SUSPENDS) STILL HAVE SOMETHING TO POINT AT. THE   *
018600*    BALANCE MUST BE ZERO - A CLOSE WITH MONEY STILL IN THE     *
018620*    ACCOUNT IS AN ERROR, NOT A WITHDRAWAL. THE ONE EXCEPTION   *
018640*    IS A PROMOTIONAL BONUS DUE BACK: THE TELLER LEAVES THE     *
018660*    BONUS ON THE ACCOUNT AND THE CLOSE TAKES IT, OR THE        *
018680*    CUSTOMER HAS ALREADY DRAWN IT OUT AND THE CLOSE LISTS THE  *
018700*    SHORTFALL FOR COLLECTION.                                  *
018800*****************************************************************
018900 2200-CLOSE-ACCOUNT.
019000     IF Acctmstr-Not-On-File
019900             ": Close rejected - already closed."
020000         GO TO 2200-CLOSE-ACCOUNT-EXIT
020100     END-IF
020110     PERFORM 2210-CHECK-REASON THRU 2210-CHECK-REASON-EXIT
020120     IF Close-Reason-Bad
020130         ADD 1 TO Transactions-Rejected
020140         GO TO 2200-CLOSE-ACCOUNT-EXIT
020150     END-IF
020160     PERFORM 2250-FIND-CLAWBACK THRU 2250-FIND-CLAWBACK-EXIT
020200     IF MF-ACCOUNT-BALANCE NOT = ZERO
020250         AND MF-ACCOUNT-BALANCE NOT = Clawback-Due
020300         ADD 1 TO Transactions-Rejected
020320         IF Clawback-Due = ZERO
020340             DISPLAY AT-ACCOUNT-NUMBER
020360                 ": Close rejected - balance not zero."
020380         ELSE
020400             DISPLAY AT-ACCOUNT-NUMBER
020420                 ": Close rejected - leave the bonus of "
020440                 Clawback-Due " on the account, or nothing."
020460         END-IF
020600         GO TO 2200-CLOSE-ACCOUNT-EXIT
020650     END-IF
020700     PERFORM 2260-SETTLE-PROMOTION
020750         THRU 2260-SETTLE-PROMOTION-EXIT
020800     SET MF-Account-Is-Closed TO TRUE
020900     REWRITE MF-ACCTMSTR-RECORD
021000     ADD 1 TO Accounts-Closed
021050     DISPLAY AT-ACCOUNT-NUMBER ": Account closed - reason "
021100         AT-CLOSE-REASON "."
021150     PERFORM 2280-LOG-CLOSURE THRU 2280-LOG-CLOSURE-EXIT.
021200 2200-CLOSE-ACCOUNT-EXIT.
021300     EXIT.

021301*****************************************************************
021302*    EVERY CLOSE CARRIES A CLSRSN REASON THAT IS ON FILE AND    *
021303*    ACTIVE. A BANK-INITIATED REASON (ABUSE, LOSS, A DECISION   *
021304*    NOT TO KEEP THE CUSTOMER) ALSO NEEDS AN OPERSEC OFFICER AS *
021305*    APPROVER, AND THE OFFICER CANNOT BE THE REQUESTER.         *
021306*****************************************************************
021307 2210-CHECK-REASON.
021308     SET Close-Reason-Bad TO TRUE
021309     IF AT-CLOSE-REASON = SPACES
021310         DISPLAY AT-ACCOUNT-NUMBER
021311             ": Close rejected - no closure reason given."
021312         GO TO 2210-CHECK-REASON-EXIT
021313     END-IF
021314     MOVE AT-CLOSE-REASON TO KR-REASON-CODE
021315     READ CLSRSN
021316         INVALID KEY
021317             DISPLAY AT-ACCOUNT-NUMBER
021318                 ": Close rejected - reason "
021319                 AT-CLOSE-REASON " not on the reason table."
021320             GO TO 2210-CHECK-REASON-EXIT
021321     END-READ
021322     IF NOT KR-Reason-Active
021323         DISPLAY AT-ACCOUNT-NUMBER ": Close rejected - reason "
021324             AT-CLOSE-REASON " is no longer in use."
021325         GO TO 2210-CHECK-REASON-EXIT
021326     END-IF
021327     IF KR-Bank-Initiated
021328         IF AT-APPROVED-BY = SPACES
021329             OR AT-APPROVED-BY = AT-REQUESTED-BY
021330             DISPLAY AT-ACCOUNT-NUMBER
021331                 ": Close rejected - reason "
021332                 AT-CLOSE-REASON " needs an officer's approval."
021333             GO TO 2210-CHECK-REASON-EXIT
021334         END-IF
021335         CALL "OperatorAuthorize" USING AT-APPROVED-BY,
021336             Officer-Level, Auth-Result
021337         IF Operator-Denied
021338             DISPLAY AT-ACCOUNT-NUMBER
021339                 ": Close rejected - approver "
021340                 AT-APPROVED-BY " is not an officer."
021341             GO TO 2210-CHECK-REASON-EXIT
021342         END-IF
021343     END-IF
021344     SET Close-Reason-Good TO TRUE.
021345 2210-CHECK-REASON-EXIT.
021346     EXIT.
021347
021348*****************************************************************
021349*    A PAID BONUS IS DUE BACK WHEN THE CLOSE FALLS ON OR        *
021350*    BEFORE THE ENROLLMENT'S CLAWBACK END DATE.                 *
021351*****************************************************************
021352 2250-FIND-CLAWBACK.
021353     MOVE ZERO TO Clawback-Due
021354     MOVE AT-ACCOUNT-NUMBER TO PJ-ACCOUNT-NUMBER
021355     READ PROMOENR
021356         INVALID KEY
021357             GO TO 2250-FIND-CLAWBACK-EXIT
021358     END-READ
021359     IF PJ-BONUS-PAID
021360         AND Run-Date NOT > PJ-CLAWBACK-END-DATE
021361         MOVE PJ-BONUS-AMOUNT TO Clawback-Due
021362     END-IF.
021363 2250-FIND-CLAWBACK-EXIT.
021364     EXIT.
021365
021366*****************************************************************
021367*    THE PROMOTION ONCE THE CLOSE IS ACCEPTED (THE ENROLLMENT   *
021368*    2250 READ IS STILL IN THE BUFFER). A PENDING ENROLLMENT IS *
021369*    FORFEITED - THE NIGHTLY QUALIFICATION NEVER PAYS A CLOSED  *
021370*    ACCOUNT. A BONUS DUE BACK POSTS THE WAY A SESSION DEBIT    *
021371*    DOES: STRAIGHT TO THE MASTER WITH A MEMO-POST ROW FOR THE  *
021372*    NIGHT, AND A GL PAIR BACK TO THE OFFER'S EXPENSE ACCOUNT.  *
021373*    A BONUS PAID THIS YEAR COMES OFF THE YEAR'S REPORTABLE     *
021374*    INTEREST (PRMC); ONE PAID LAST YEAR WAS ALREADY FILED AND  *
021375*    STANDS (PRMX).                                             *
021376*****************************************************************
021377 2260-SETTLE-PROMOTION.
021378     IF Promoenr-Not-On-File
021379         GO TO 2260-SETTLE-PROMOTION-EXIT
021380     END-IF
021381     IF PJ-ENROLLMENT-PENDING
021382         SET PJ-ENROLLMENT-FORFEITED TO TRUE
021383         MOVE Run-Date TO PJ-STATUS-DATE
021384         REWRITE PJ-PROMO-ENROLLMENT-RECORD
021385         DISPLAY AT-ACCOUNT-NUMBER ": Offer " PJ-OFFER-CODE
021386             " forfeited - closed inside the window."
021387         GO TO 2260-SETTLE-PROMOTION-EXIT
021388     END-IF
021389     IF Clawback-Due = ZERO
021390         GO TO 2260-SETTLE-PROMOTION-EXIT
021391     END-IF
021392     IF MF-ACCOUNT-BALANCE = ZERO
021393         MOVE ZERO TO PJ-CLAWBACK-AMOUNT
021394         DISPLAY AT-ACCOUNT-NUMBER ": BONUS OF " Clawback-Due
021395             " NOT RECOVERED - ALREADY WITHDRAWN; REFER TO"
021396             " COLLECTIONS."
021397     ELSE
021398         MOVE Clawback-Due TO PJ-CLAWBACK-AMOUNT
021399     END-IF
021400     SET PJ-BONUS-CLAWED-BACK TO TRUE
021401     MOVE Run-Date TO PJ-STATUS-DATE
021402     REWRITE PJ-PROMO-ENROLLMENT-RECORD
021403     ADD 1 TO Bonuses-Clawed-Back
021404     IF PJ-CLAWBACK-AMOUNT = ZERO
021405         GO TO 2260-SETTLE-PROMOTION-EXIT
021406     END-IF
021407
021408     SUBTRACT PJ-CLAWBACK-AMOUNT FROM MF-ACCOUNT-BALANCE
021409     MOVE AT-ACCOUNT-NUMBER TO MP-ACCOUNT-NUMBER
021410     MOVE "W" TO MP-TRANS-TYPE
021411     MOVE PJ-CLAWBACK-AMOUNT TO MP-TRANS-AMOUNT
021412     MOVE Run-Date TO MP-TRANS-DATE
021413     MOVE AT-REQUESTED-BY TO MP-TELLER-ID
021414     MOVE "Y" TO MP-SUPERVISOR-FLAG
021415     MOVE SPACE TO MP-SETTLED-FLAG
021416     WRITE MP-MEMO-POST-RECORD
021417
021418     MOVE PJ-OFFER-CODE TO PH-OFFER-CODE
021419     READ PROMODEF
021420         INVALID KEY
021421             MOVE Default-Promotion-Gl TO PH-EXPENSE-GL-ACCOUNT
021422     END-READ
021423     MOVE PH-EXPENSE-GL-ACCOUNT TO Clawback-Gl-Account
021424     IF PJ-BONUS-PAID-DATE (1:4) = Run-Date (1:4)
021425         MOVE "PRMC" TO Clawback-Gl-Code
021426         PERFORM 2270-REDUCE-YTD-INTEREST
021427             THRU 2270-REDUCE-YTD-INTEREST-EXIT
021428     ELSE
021429         MOVE "PRMX" TO Clawback-Gl-Code
021430     END-IF
021431     MOVE AT-ACCOUNT-NUMBER TO GL-ACCOUNT-NUMBER
021432     MOVE Run-Date TO GL-POSTING-DATE
021433     MOVE Clawback-Gl-Code TO GL-TRANSACTION-CODE
021434     SET GL-Is-Debit TO TRUE
021435     MOVE PJ-CLAWBACK-AMOUNT TO GL-ENTRY-AMOUNT
021436     MOVE "AccountLifecycleMain" TO GL-SOURCE-PROGRAM
021437     MOVE ZERO TO GL-TRACE-ID
021438     WRITE GL-POST-RECORD
021439     MOVE Clawback-Gl-Account TO GL-ACCOUNT-NUMBER
021440     SET GL-Is-Credit TO TRUE
021441     WRITE GL-POST-RECORD
021442     DISPLAY AT-ACCOUNT-NUMBER ": Bonus of " PJ-CLAWBACK-AMOUNT
021443         " taken back at close (offer " PJ-OFFER-CODE ").".
021444 2260-SETTLE-PROMOTION-EXIT.
021445     EXIT.
021446
021447 2270-REDUCE-YTD-INTEREST.
021448     MOVE AT-ACCOUNT-NUMBER TO YI-ACCOUNT-NUMBER
021449     READ YTDINT
021450         INVALID KEY
021451             GO TO 2270-REDUCE-YTD-INTEREST-EXIT
021452     END-READ
021453     IF YI-TAX-YEAR = Run-Date (1:4)
021454         SUBTRACT PJ-CLAWBACK-AMOUNT FROM YI-INTEREST-PAID
021455         REWRITE YI-YTD-INTEREST-RECORD
021456     END-IF.
021457 2270-REDUCE-YTD-INTEREST-EXIT.
021458     EXIT.

021459*****************************************************************
021460*    THE CLOSED-ACCOUNT LEDGER ROW. THE LAST BALHIST BALANCE IS *
021461*    THE ACCOUNT'S LAST END-OF-RUN BALANCE BEFORE IT WAS        *
021462*    EMPTIED FOR THE CLOSE, TIERED THE WAY THE SEGMENTATION     *
021463*    EXTRACT TIERS A BALANCE.                                   *
021464*****************************************************************
021465 2280-LOG-CLOSURE.
021466     MOVE SPACES TO CZ-CLOSED-ACCOUNT-RECORD
021467     MOVE MF-ACCOUNT-NUMBER TO CZ-ACCOUNT-NUMBER
021468     MOVE MF-BRANCH-CODE TO CZ-BRANCH-CODE
021469     MOVE MF-PRODUCT-CODE TO CZ-PRODUCT-CODE
021470     MOVE MF-OPEN-DATE TO CZ-OPEN-DATE
021471     MOVE Run-Date TO CZ-CLOSE-DATE
021472     MOVE AT-CLOSE-REASON TO CZ-REASON-CODE
021473     MOVE AT-REQUESTED-BY TO CZ-REQUESTED-BY
021474     MOVE AT-APPROVED-BY TO CZ-APPROVED-BY
021475     MOVE ZERO TO Account-Balance
021476     MOVE AT-ACCOUNT-NUMBER TO BH-ACCOUNT-NUMBER
021477     READ BALHIST
021478         INVALID KEY
021479             CONTINUE
021480         NOT INVALID KEY
021481             MOVE BH-BALANCE-PRIOR-1 TO Account-Balance
021482     END-READ
021483     MOVE Account-Balance TO CZ-LAST-BALANCE
021484     MOVE MF-MINIMUM-BALANCE TO Minimum-Balance
021485     IF Account-Balance < 0
021486         MOVE "Overdrawn" TO CZ-BALANCE-TIER
021487     ELSE
021488         IF Account-Balance > 5000
021489             MOVE "High Balance" TO CZ-BALANCE-TIER
021490         ELSE
021491             IF Account-Balance < Near-Overdraft-Floor
021492                 MOVE "Near-Overdraft" TO CZ-BALANCE-TIER
021493             ELSE
021494                 IF Account-Balance < Minimum-Balance
021495                     MOVE "Low Balance" TO CZ-BALANCE-TIER
021496                 ELSE
021497                     MOVE "Good Standing" TO CZ-BALANCE-TIER
021498                 END-IF
021499             END-IF
021500         END-IF
021501     END-IF
021502     WRITE CZ-CLOSED-ACCOUNT-RECORD
021503     ADD 1 TO Closures-Logged.
021504 2280-LOG-CLOSURE-EXIT.
021505     EXIT.

021506 2300-PURGE-ACCOUNT.
021507     IF Acctmstr-Not-On-File
021600         ADD 1 TO Transactions-Rejected
021700         DISPLAY AT-ACCOUNT-NUMBER
021800             ": Purge rejected - not on master."
024400         ": Account purged and archived - number quarantined.".
024500 2300-PURGE-ACCOUNT-EXIT.
024600     EXIT.
024700
024800*****************************************************************
024900*    A CONVERSION CHANGES THE PRODUCT OF AN OPEN ACCOUNT IN     *
025000*    PLACE - SAME NUMBER, SAME BALANCE, NO CLOSE AND REOPEN.    *
025100*    THE OLD PRODUCT IS SETTLED FIRST: INTEREST ACCRUED UNDER   *
025200*    ITS RATE IS PAID TODAY AND ITS SERVICE CHARGE IS PRO-      *
025300*    RATED TO THE DAYS OF THE MONTH IT WAS HELD. THE NEW        *
025400*    PRODUCT MUST HAVE A THRESHLD ROW IN EFFECT; THE MINIMUM    *
025500*    AND STATUS ARE RE-EVALUATED UNDER IT. IRA, IOLTA AND       *
025600*    CLUB ACCOUNTS CARRY STATE OF THEIR OWN AND ARE OPENED      *
025700*    AND CLOSED, NEVER CONVERTED.                               *
025800*****************************************************************
025900 2400-CONVERT-ACCOUNT.
026000     IF Acctmstr-Not-On-File
026100         ADD 1 TO Transactions-Rejected
026200         DISPLAY AT-ACCOUNT-NUMBER
026300             ": Convert rejected - not on master."
026400         GO TO 2400-CONVERT-ACCOUNT-EXIT
026500     END-IF
026600     IF MF-Account-Is-Closed
026700         ADD 1 TO Transactions-Rejected
026800         DISPLAY AT-ACCOUNT-NUMBER
026900             ": Convert rejected - account is closed."
027000         GO TO 2400-CONVERT-ACCOUNT-EXIT
027100     END-IF
027200     IF MF-ACCOUNT-STATUS = "Pending Review"
027300         OR MF-ACCOUNT-STATUS = "Charged Off"
027400         ADD 1 TO Transactions-Rejected
027500         DISPLAY AT-ACCOUNT-NUMBER
027600             ": Convert rejected - account is "
027700             MF-ACCOUNT-STATUS
027800         GO TO 2400-CONVERT-ACCOUNT-EXIT
027900     END-IF
028000     IF AT-PRODUCT-CODE = SPACES
028100         OR AT-PRODUCT-CODE = MF-PRODUCT-CODE
028200         ADD 1 TO Transactions-Rejected
028300         DISPLAY AT-ACCOUNT-NUMBER
028400             ": Convert rejected - new product '"
028500             AT-PRODUCT-CODE "' is blank or unchanged."
028600         GO TO 2400-CONVERT-ACCOUNT-EXIT
028700     END-IF
028800     IF MF-PRODUCT-CODE = "IRA " OR MF-PRODUCT-CODE = "CLUB"
028900         OR MF-PRODUCT-CODE = Iolta-Product-Code
029000         OR AT-PRODUCT-CODE = "IRA " OR AT-PRODUCT-CODE = "CLUB"
029100         OR AT-PRODUCT-CODE = Iolta-Product-Code
029200         ADD 1 TO Transactions-Rejected
029300         DISPLAY AT-ACCOUNT-NUMBER
029400             ": Convert rejected - IRA, IOLTA and club"
029500             " accounts are not converted."
029600         GO TO 2400-CONVERT-ACCOUNT-EXIT
029700     END-IF
029800*> One conversion per account per day - the history is keyed
029900*> by date, and a second one the same day splits no days.
030000     MOVE AT-ACCOUNT-NUMBER TO PQ-ACCOUNT-NUMBER
030100     MOVE Run-Date TO PQ-CONVERSION-DATE
030200     READ PRODCONV
030300         INVALID KEY
030400             CONTINUE
030500         NOT INVALID KEY
030600             ADD 1 TO Transactions-Rejected
030700             DISPLAY AT-ACCOUNT-NUMBER
030800                 ": Convert rejected - already converted today."
030900             GO TO 2400-CONVERT-ACCOUNT-EXIT
031000     END-READ
031100*> The product itself must have a threshold row in effect - a
031200*> blank account number passes over any account override. The
031300*> minimum the account then takes still honors its override.
031400     SET Threshold-Was-Not-Found TO TRUE
031500     CALL "ThresholdLookup" USING Blank-Account-Number,
031600         AT-PRODUCT-CODE, Run-Date,
031700         Minimum-Balance, Warning-Balance, Threshold-Found
031800     IF Threshold-Was-Not-Found
031900         ADD 1 TO Transactions-Rejected
032000         DISPLAY AT-ACCOUNT-NUMBER
032100             ": Convert rejected - no THRESHLD row in effect"
032200             " for product " AT-PRODUCT-CODE
032300         GO TO 2400-CONVERT-ACCOUNT-EXIT
032400     END-IF
032500     SET Threshold-Was-Not-Found TO TRUE
032600     CALL "ThresholdLookup" USING MF-ACCOUNT-NUMBER,
032700         AT-PRODUCT-CODE, Run-Date,
032800         Minimum-Balance, Warning-Balance, Threshold-Found
032900     MOVE Minimum-Balance TO New-Minimum-Balance
033000
033100     MOVE MF-PRODUCT-CODE TO Old-Product-Code
033200     MOVE MF-MINIMUM-BALANCE TO Old-Minimum-Balance
033300     MOVE MF-ACCOUNT-STATUS TO Old-Account-Status
033400     MOVE AT-ACCOUNT-NUMBER TO Owner-Customer-Number
033500     MOVE AT-ACCOUNT-NUMBER TO RL-ACCOUNT-NUMBER
033600     READ CUSTREL
033700         INVALID KEY
033800             CONTINUE
033900         NOT INVALID KEY
034000             MOVE RL-CUSTOMER-NUMBER TO Owner-Customer-Number
034100     END-READ
034200     PERFORM 2410-SETTLE-INTEREST THRU 2410-SETTLE-INTEREST-EXIT
034300     PERFORM 2420-FIND-SEGMENT-START
034400         THRU 2420-FIND-SEGMENT-START-EXIT
034500     PERFORM 2430-PRORATE-CHARGE THRU 2430-PRORATE-CHARGE-EXIT
034600
034700     MOVE AT-PRODUCT-CODE TO MF-PRODUCT-CODE
034800     MOVE New-Minimum-Balance TO MF-MINIMUM-BALANCE
034900     PERFORM 2440-RETIER-STATUS THRU 2440-RETIER-STATUS-EXIT
035000     REWRITE MF-ACCTMSTR-RECORD
035100     ADD 1 TO Accounts-Converted
035200     DISPLAY AT-ACCOUNT-NUMBER ": Converted from product "
035300         Old-Product-Code " to " MF-PRODUCT-CODE
035400         " - status " MF-ACCOUNT-STATUS
035500     PERFORM 2450-JOURNAL-CONVERSION
035600         THRU 2450-JOURNAL-CONVERSION-EXIT
035700     PERFORM 2460-WRITE-NOTICE THRU 2460-WRITE-NOTICE-EXIT
035800     PERFORM 2470-RECORD-CONVERSION
035900         THRU 2470-RECORD-CONVERSION-EXIT.
036000 2400-CONVERT-ACCOUNT-EXIT.
036100     EXIT.
036200
036300*****************************************************************
036400*    INTEREST ACCRUED UNDER THE OLD PRODUCT'S RATE IS PAID AT   *
036500*    THE CONVERSION THE WAY THE MONTH-END SETTLEMENT PAYS IT -  *
036600*    NET OF ANY BACKUP WITHHOLDING, WITH THE SAME GL ENTRIES    *
036700*    AND THE SAME FOLD INTO YTDINT - SO THE NEW PRODUCT'S RATE  *
036800*    NEVER REACHES BACK INTO DAYS THE OLD ONE WAS HELD. THE     *
036900*    CREDIT POSTS STRAIGHT TO THE MASTER WITH A MEMO-POST ROW   *
037000*    FOR THE NIGHT. A NEGATIVE ACCRUAL (A BACK-VALUED           *
037100*    CORRECTION) IS LEFT FOR THE MONTH-END SETTLEMENT.          *
037200*****************************************************************
037300 2410-SETTLE-INTEREST.
037400     MOVE ZERO TO Settled-Interest
037500                  Withheld-Interest
037600                  Net-Interest
037700     MOVE AT-ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER
037800     READ ACCRLDG
037900         INVALID KEY
038000             GO TO 2410-SETTLE-INTEREST-EXIT
038100     END-READ
038200     COMPUTE Settled-Interest ROUNDED = AL-ACCRUED-INTEREST
038300     IF Settled-Interest NOT > ZERO
038400         MOVE ZERO TO Settled-Interest
038500         GO TO 2410-SETTLE-INTEREST-EXIT
038600     END-IF
038700     MOVE Owner-Customer-Number TO CM-CUSTOMER-NUMBER
038800     READ CUSTMSTR
038900         INVALID KEY
039000             CONTINUE
039100         NOT INVALID KEY
039200             IF CM-Backup-Withholding
039300                 AND CM-WITHHOLDING-RATE NUMERIC
039400                 COMPUTE Withheld-Interest ROUNDED =
039500                     Settled-Interest * CM-WITHHOLDING-RATE
039600             END-IF
039700     END-READ
039800     COMPUTE Net-Interest =
039900         Settled-Interest - Withheld-Interest
040000     ADD Net-Interest TO MF-ACCOUNT-BALANCE
040100     MOVE AT-ACCOUNT-NUMBER TO MP-ACCOUNT-NUMBER
040200     MOVE "D" TO MP-TRANS-TYPE
040300     MOVE Net-Interest TO MP-TRANS-AMOUNT
040400     MOVE Run-Date TO MP-TRANS-DATE
040500     MOVE AT-REQUESTED-BY TO MP-TELLER-ID
040600     MOVE "Y" TO MP-SUPERVISOR-FLAG
040700     MOVE SPACE TO MP-SETTLED-FLAG
040800     WRITE MP-MEMO-POST-RECORD
040900
041000     MOVE AT-ACCOUNT-NUMBER TO GL-ACCOUNT-NUMBER
041100     MOVE Run-Date TO GL-POSTING-DATE
041200     MOVE "INT " TO GL-TRANSACTION-CODE
041300     SET GL-Is-Credit TO TRUE
041400     MOVE Net-Interest TO GL-ENTRY-AMOUNT
041500     MOVE "AccountLifecycleMain" TO GL-SOURCE-PROGRAM
041600     MOVE ZERO TO GL-TRACE-ID
041700     WRITE GL-POST-RECORD
041800     IF Withheld-Interest NOT = ZERO
041900         MOVE "GLWHLDPAY " TO GL-ACCOUNT-NUMBER
042000         MOVE "WHLD" TO GL-TRANSACTION-CODE
042100         SET GL-Is-Credit TO TRUE
042200         MOVE Withheld-Interest TO GL-ENTRY-AMOUNT
042300         WRITE GL-POST-RECORD
042400     END-IF
042500*> The contra leg - the feed must balance within the date.
042600     MOVE "GLINTEXP  " TO GL-ACCOUNT-NUMBER
042700     MOVE "INT " TO GL-TRANSACTION-CODE
042800     SET GL-Is-Debit TO TRUE
042900     MOVE Settled-Interest TO GL-ENTRY-AMOUNT
043000     WRITE GL-POST-RECORD
043100
043200     PERFORM 2415-FOLD-YTD THRU 2415-FOLD-YTD-EXIT
043300*> The residual sub-cent fraction stays on the ledger row and
043400*> is paid with the new product's first settlement.
043500     SUBTRACT Settled-Interest FROM AL-ACCRUED-INTEREST
043600     REWRITE AL-ACCRUAL-LEDGER-RECORD
043700     ADD Settled-Interest TO Conversion-Interest-Total
043800     MOVE Settled-Interest TO Edited-Amount
043900     DISPLAY AT-ACCOUNT-NUMBER ": Interest settled under "
044000         MF-PRODUCT-CODE " " Edited-Amount.
044100 2410-SETTLE-INTEREST-EXIT.
044200     EXIT.
044300
044400*> A new tax year starts the account's total over.
044500 2415-FOLD-YTD.
044600     MOVE AT-ACCOUNT-NUMBER TO YI-ACCOUNT-NUMBER
044700     READ YTDINT
044800         INVALID KEY
044900             MOVE AT-ACCOUNT-NUMBER TO YI-ACCOUNT-NUMBER
045000             MOVE Run-Date (1:4) TO YI-TAX-YEAR
045100             MOVE Settled-Interest TO YI-INTEREST-PAID
045200             MOVE Withheld-Interest TO YI-TAX-WITHHELD
045300             MOVE ZERO TO YI-PENALTY-FORFEITED
045400             WRITE YI-YTD-INTEREST-RECORD
045500             GO TO 2415-FOLD-YTD-EXIT
045600     END-READ
045700     IF YI-TAX-YEAR NOT = Run-Date (1:4)
045800         MOVE Run-Date (1:4) TO YI-TAX-YEAR
045900         MOVE Settled-Interest TO YI-INTEREST-PAID
046000         MOVE Withheld-Interest TO YI-TAX-WITHHELD
046100         MOVE ZERO TO YI-PENALTY-FORFEITED
046200     ELSE
046300         ADD Settled-Interest TO YI-INTEREST-PAID
046400         ADD Withheld-Interest TO YI-TAX-WITHHELD
046500     END-IF
046600     REWRITE YI-YTD-INTEREST-RECORD.
046700 2415-FOLD-YTD-EXIT.
046800     EXIT.
046900
047000*> The old product's days this month run from the 1st, or
047100*> from the day an earlier conversion this month brought it.
047200 2420-FIND-SEGMENT-START.
047300     MOVE 1 TO Segment-Start-Day
047400     SET Conversion-Browse-Open TO TRUE
047500     MOVE Run-Date TO Month-First-Date
047600     MOVE 1 TO Month-First-Day
047700     MOVE AT-ACCOUNT-NUMBER TO PQ-ACCOUNT-NUMBER
047800     MOVE Month-First-Date TO PQ-CONVERSION-DATE
047900     START PRODCONV KEY IS NOT LESS THAN PQ-CONVERSION-KEY
048000         INVALID KEY
048100             SET Conversion-Browse-Done TO TRUE
048200     END-START
048300     PERFORM 2425-READ-CONVERSION
048400         THRU 2425-READ-CONVERSION-EXIT
048500         UNTIL Conversion-Browse-Done.
048600 2420-FIND-SEGMENT-START-EXIT.
048700     EXIT.
048800
048900 2425-READ-CONVERSION.
049000     READ PRODCONV NEXT RECORD
049100         AT END
049200             SET Conversion-Browse-Done TO TRUE
049300             GO TO 2425-READ-CONVERSION-EXIT
049400     END-READ
049500     IF PQ-ACCOUNT-NUMBER NOT = AT-ACCOUNT-NUMBER
049600         OR PQ-CONVERSION-DATE > Run-Date
049700         SET Conversion-Browse-Done TO TRUE
049800         GO TO 2425-READ-CONVERSION-EXIT
049900     END-IF
050000     MOVE PQ-CONVERSION-DATE (7:2) TO Segment-Start-Day.
050100 2425-READ-CONVERSION-EXIT.
050200     EXIT.
050300
050400*****************************************************************
050500*    THE OLD PRODUCT'S SERVICE CHARGE FOR THE DAYS OF THIS      *
050600*    MONTH IT WAS HELD, DECIDED THE WAY THE MONTH-END           *
050700*    ASSESSMENT DECIDES IT - AVERAGE BALANCE SO FAR AGAINST     *
050800*    THE OLD PRODUCT'S MINIMUM, THEN THE FEE SCHEDULE, THE      *
050900*    BANKRUPTCY STAY, THE WAIVER TABLE AND THE DAILY CAP -      *
051000*    AND TAKEN AS THAT SHARE OF THE MONTH'S CHARGE. THE         *
051100*    MONTH-END RUN CHARGES THE NEW PRODUCT FOR THE REST OF      *
051200*    THE MONTH FROM THE CONVERSION DATE ON PRODCONV.            *
051300*****************************************************************
051400 2430-PRORATE-CHARGE.
051500     MOVE ZERO TO Prorated-Charge
051600     PERFORM 2435-COUNT-MONTH-DAYS
051700         THRU 2435-COUNT-MONTH-DAYS-EXIT
051800     MOVE Run-Date (7:2) TO Run-Day
051900     COMPUTE Days-Under-Old = Run-Day - Segment-Start-Day
052000     IF Days-Under-Old = ZERO
052100         SET Charge-No-Days TO TRUE
052200         GO TO 2430-PRORATE-CHARGE-EXIT
052300     END-IF
052400     MOVE MF-ACCOUNT-BALANCE TO Average-Daily-Balance
052500     MOVE AT-ACCOUNT-NUMBER TO AB-ACCOUNT-NUMBER
052600     READ ADBACCUM
052700         INVALID KEY
052800             MOVE ZERO TO AB-DAY-COUNT
052900     END-READ
053000     IF AB-DAY-COUNT > ZERO
053100         AND AB-ACCUM-MONTH = Run-Date (1:6)
053200         COMPUTE Average-Daily-Balance ROUNDED =
053300             AB-BALANCE-SUM / AB-DAY-COUNT
053400     END-IF
053500     MOVE Old-Minimum-Balance TO Minimum-Balance
053600     SET Threshold-Was-Not-Found TO TRUE
053700     CALL "ThresholdLookup" USING MF-ACCOUNT-NUMBER,
053800         Old-Product-Code, Run-Date,
053900         Minimum-Balance, Warning-Balance, Threshold-Found
054000     IF Average-Daily-Balance >= Minimum-Balance
054100         SET Charge-Not-Due TO TRUE
054200         GO TO 2430-PRORATE-CHARGE-EXIT
054300     END-IF
054400
054500     MOVE "Q" TO Fee-Action
054600     CALL "FeeScheduleLookup" USING MF-ACCOUNT-NUMBER,
054700         Old-Product-Code, Maintenance-Fee-Type, Run-Date,
054800         Fee-Action, Maintenance-Fee-Amount, Fee-Schedule-Result
054900     IF Schedule-Fee-Missing
055000         OR Schedule-Fee-Zeroed
055100         SET Charge-Unscheduled TO TRUE
055200         GO TO 2430-PRORATE-CHARGE-EXIT
055300     END-IF
055400     COMPUTE Prorated-Charge ROUNDED =
055500         Maintenance-Fee-Amount * Days-Under-Old
055600             / Days-In-Month
055700
055800*> A customer under a bankruptcy stay is not charged at all;
055900*> the charge that would have landed goes on the suppression
056000*> log.
056100     CALL "BankruptcyStayCheck" USING MF-ACCOUNT-NUMBER,
056200         Stay-Result, Stay-Customer-Number, Stay-Case-Number
056300     IF Stay-Is-Active
056400         SET Charge-Stayed TO TRUE
056500         MOVE Stay-Customer-Number TO BS-CUSTOMER-NUMBER
056600         MOVE Stay-Case-Number TO BS-CASE-NUMBER
056700         MOVE MF-ACCOUNT-NUMBER TO BS-ACCOUNT-NUMBER
056800         MOVE Run-Date TO BS-SUPPRESS-DATE
056900         MOVE "SVC " TO BS-ACTIVITY-CODE
057000         MOVE Prorated-Charge TO BS-AMOUNT
057100         MOVE "AccountLifecycleMaintenance" TO BS-SOURCE-PROGRAM
057200         WRITE BS-SUPPRESSED-ACTIVITY-RECORD
057300         GO TO 2430-PRORATE-CHARGE-EXIT
057400     END-IF
057500     CALL "FeeWaiverCheck" USING MF-ACCOUNT-NUMBER,
057600         Old-Product-Code, Waiver-Result, Waiver-Reason-Code
057700     IF Fee-Is-Waived
057800         SET Charge-Waived TO TRUE
057900         MOVE Waiver-Reason-Code TO WX-REASON-CODE
058000         PERFORM 2438-LOG-WAIVED-CHARGE
058100             THRU 2438-LOG-WAIVED-CHARGE-EXIT
058200         GO TO 2430-PRORATE-CHARGE-EXIT
058300     END-IF
058400     MOVE "C" TO Fee-Action
058500     CALL "FeeScheduleLookup" USING MF-ACCOUNT-NUMBER,
058600         Old-Product-Code, Maintenance-Fee-Type, Run-Date,
058700         Fee-Action, Maintenance-Fee-Amount, Fee-Schedule-Result
058800     IF Schedule-Fee-Capped
058900         SET Charge-Capped TO TRUE
059000         MOVE "DCAP" TO WX-REASON-CODE
059100         PERFORM 2438-LOG-WAIVED-CHARGE
059200             THRU 2438-LOG-WAIVED-CHARGE-EXIT
059300         GO TO 2430-PRORATE-CHARGE-EXIT
059400     END-IF
059500     COMPUTE Prorated-Charge ROUNDED =
059600         Maintenance-Fee-Amount * Days-Under-Old
059700             / Days-In-Month
059800
059900     SUBTRACT Prorated-Charge FROM MF-ACCOUNT-BALANCE
060000     MOVE AT-ACCOUNT-NUMBER TO MP-ACCOUNT-NUMBER
060100     MOVE "W" TO MP-TRANS-TYPE
060200     MOVE Prorated-Charge TO MP-TRANS-AMOUNT
060300     MOVE Run-Date TO MP-TRANS-DATE
060400     MOVE AT-REQUESTED-BY TO MP-TELLER-ID
060500     MOVE "Y" TO MP-SUPERVISOR-FLAG
060600     MOVE SPACE TO MP-SETTLED-FLAG
060700     WRITE MP-MEMO-POST-RECORD
060800     MOVE AT-ACCOUNT-NUMBER TO GL-ACCOUNT-NUMBER
060900     MOVE Run-Date TO GL-POSTING-DATE
061000     MOVE "SVC " TO GL-TRANSACTION-CODE
061100     SET GL-Is-Debit TO TRUE
061200     MOVE Prorated-Charge TO GL-ENTRY-AMOUNT
061300     MOVE "AccountLifecycleMain" TO GL-SOURCE-PROGRAM
061400     MOVE ZERO TO GL-TRACE-ID
061500     WRITE GL-POST-RECORD
061600     MOVE "GLFEEINC  " TO GL-ACCOUNT-NUMBER
061700     SET GL-Is-Credit TO TRUE
061800     WRITE GL-POST-RECORD
061900     SET Charge-Posted TO TRUE
062000     ADD Prorated-Charge TO Conversion-Charge-Total
062100     MOVE Prorated-Charge TO Edited-Amount
062200     DISPLAY AT-ACCOUNT-NUMBER ": Service charge for "
062300         Days-Under-Old " of " Days-In-Month " days under "
062400         Old-Product-Code " " Edited-Amount.
062500 2430-PRORATE-CHARGE-EXIT.
062600     EXIT.
062700
062800 2435-COUNT-MONTH-DAYS.
062900     MOVE Run-Date TO Month-First-Date
063000     MOVE 1 TO Month-First-Day
063100     MOVE Month-First-Date TO Next-Month-Date
063200     IF Next-Month-Month = 12
063300         ADD 1 TO Next-Month-Year
063400         MOVE 1 TO Next-Month-Month
063500     ELSE
063600         ADD 1 TO Next-Month-Month
063700     END-IF
063800     COMPUTE Days-In-Month =
063900         FUNCTION INTEGER-OF-DATE(Next-Month-Date)
064000             - FUNCTION INTEGER-OF-DATE(Month-First-Date).
064100 2435-COUNT-MONTH-DAYS-EXIT.
064200     EXIT.
064300
064400*> A waived or capped charge goes on the ledger so finance can
064500*> see what the policy costs (WX-REASON-CODE is already set).
064600 2438-LOG-WAIVED-CHARGE.
064700     MOVE MF-ACCOUNT-NUMBER TO WX-ACCOUNT-NUMBER
064800     MOVE MF-BRANCH-CODE TO WX-BRANCH-CODE
064900     MOVE Old-Product-Code TO WX-PRODUCT-CODE
065000     MOVE "SVC " TO WX-FEE-TYPE
065100     MOVE Prorated-Charge TO WX-WAIVED-AMOUNT
065200     MOVE Run-Date TO WX-WAIVE-DATE
065300     WRITE WX-WAIVED-FEE-RECORD.
065400 2438-LOG-WAIVED-CHARGE-EXIT.
065500     EXIT.
065600
065700*****************************************************************
065800*    THE STATUS IS RE-TIERED UNDER THE NEW MINIMUM WITH THE     *
065900*    SAME CASCADE THE TELLER WINDOW USES. ONLY A BALANCE-TIER   *
066000*    STATUS IS RE-DERIVED - ONE OWNED BY ANOTHER PROCESS (A     *
066100*    RESTRAINT, A REVIEW HOLD) IS LEFT FOR IT. TONIGHT'S        *
066200*    SUMMARY CASCADE STILL REFINES THE TIER FOR HOLDS AND       *
066300*    RELATIONSHIP COVER.                                        *
066400*****************************************************************
066500 2440-RETIER-STATUS.
066600     EVALUATE MF-ACCOUNT-STATUS
066700         WHEN "Overdrawn"
066800         WHEN "High Balance"
066900         WHEN "Near-Overdraft"
067000         WHEN "Low Balance"
067100         WHEN "Good Standing"
067200         WHEN "Rel. Covered"
067300             CONTINUE
067400         WHEN OTHER
067500             GO TO 2440-RETIER-STATUS-EXIT
067600     END-EVALUATE
067700     MOVE MF-ACCOUNT-BALANCE TO Account-Balance
067800     MOVE MF-MINIMUM-BALANCE TO Minimum-Balance
067900     IF Account-Balance < 0
068000         CALL "StatusLookup" USING "OD", Account-Status,
068100             Status-Found
068200     ELSE
068300         IF Account-Balance > 5000
068400             CALL "StatusLookup" USING "HB", Account-Status,
068500                 Status-Found
068600         ELSE
068700             IF Account-Balance < Near-Overdraft-Floor
068800                 CALL "StatusLookup" USING "NO", Account-Status,
068900                     Status-Found
069000             ELSE
069100                 IF Account-Balance < Minimum-Balance
069200                     CALL "StatusLookup" USING "LB",
069300                         Account-Status, Status-Found
069400                 ELSE
069500                     CALL "StatusLookup" USING "GS",
069600                         Account-Status, Status-Found
069700                 END-IF
069800             END-IF
069900         END-IF
070000     END-IF
070100     IF Status-Was-Found
070200         MOVE Account-Status TO MF-ACCOUNT-STATUS
070300     END-IF.
070400 2440-RETIER-STATUS-EXIT.
070500     EXIT.
070600
070700*> Each master field the conversion moved goes on the journal.
070800 2450-JOURNAL-CONVERSION.
070900     MOVE AT-REQUESTED-BY TO Jrnl-Operator-Id
071000     MOVE "MF-PRODUCT-CODE" TO Jrnl-Field-Name
071100     MOVE Old-Product-Code TO Jrnl-Before-Image
071200     MOVE MF-PRODUCT-CODE TO Jrnl-After-Image
071300     PERFORM 2455-JOURNAL-CHANGE THRU 2455-JOURNAL-CHANGE-EXIT
071400     IF MF-MINIMUM-BALANCE NOT = Old-Minimum-Balance
071500         MOVE "MF-MINIMUM-BALANCE" TO Jrnl-Field-Name
071600         MOVE Old-Minimum-Balance TO Jrnl-Amount-Edit
071700         MOVE Jrnl-Amount-Edit TO Jrnl-Before-Image
071800         MOVE MF-MINIMUM-BALANCE TO Jrnl-Amount-Edit
071900         MOVE Jrnl-Amount-Edit TO Jrnl-After-Image
072000         PERFORM 2455-JOURNAL-CHANGE
072100             THRU 2455-JOURNAL-CHANGE-EXIT
072200     END-IF
072300     IF MF-ACCOUNT-STATUS NOT = Old-Account-Status
072400         MOVE "MF-ACCOUNT-STATUS" TO Jrnl-Field-Name
072500         MOVE Old-Account-Status TO Jrnl-Before-Image
072600         MOVE MF-ACCOUNT-STATUS TO Jrnl-After-Image
072700         PERFORM 2455-JOURNAL-CHANGE
072800             THRU 2455-JOURNAL-CHANGE-EXIT
072900     END-IF.
073000 2450-JOURNAL-CONVERSION-EXIT.
073100     EXIT.
073200
073300 2455-JOURNAL-CHANGE.
073400     CALL "MasterChangeJournal" USING AT-ACCOUNT-NUMBER,
073500         Jrnl-Field-Name, Jrnl-Before-Image,
073600         Jrnl-After-Image, Jrnl-Operator-Id,
073700         Jrnl-Source-Program.
073800 2455-JOURNAL-CHANGE-EXIT.
073900     EXIT.
074000
074100*****************************************************************
074200*    THE CONFIRMATION NOTICE, ADDRESSED TO THE ACCOUNT'S OWNER  *
074300*    AT THE ADDRESS OF RECORD. NO ADDRESS, OR ONE FLAGGED BAD   *
074400*    BY RETURNED MAIL, SUPPRESSES THE MAILING - THE BRANCH      *
074500*    THAT TOOK THE REQUEST CONFIRMS IT INSTEAD. THE CONVERSION  *
074600*    STANDS EITHER WAY.                                         *
074700*****************************************************************
074800 2460-WRITE-NOTICE.
074900     SET Notice-Address-Bad TO TRUE
075000     MOVE SPACES TO VW-CUSTOMER-NAME
075100     MOVE SPACES TO VW-STREET VW-CITY VW-STATE VW-POSTAL-CODE
075200     MOVE Owner-Customer-Number TO NA-CUSTOMER-NUMBER
075300     READ CUSTADDR
075400         INVALID KEY
075500             CONTINUE
075600         NOT INVALID KEY
075700             MOVE NA-CUSTOMER-NAME TO VW-CUSTOMER-NAME
075800             MOVE NA-STREET-ADDRESS TO VW-STREET
075900             MOVE NA-CITY TO VW-CITY
076000             MOVE NA-STATE TO VW-STATE
076100             MOVE NA-POSTAL-CODE TO VW-POSTAL-CODE
076200             IF NOT NA-ADDRESS-BAD
076300                 SET Notice-Address-Good TO TRUE
076400             END-IF
076500     END-READ
076600     IF Notice-Address-Bad
076700         ADD 1 TO Notices-Suppressed
076800         DISPLAY AT-ACCOUNT-NUMBER
076900             ": Conversion notice suppressed - no usable"
077000             " address."
077100         GO TO 2460-WRITE-NOTICE-EXIT
077200     END-IF
077300     MOVE Owner-Customer-Number TO QV-CUSTOMER-NUMBER
077400     MOVE AT-ACCOUNT-NUMBER TO QV-ACCOUNT-NUMBER
077500     MOVE Notice-Name-Work TO QV-PRINT-LINE
077600     WRITE QV-CONVERSION-LETTER-LINE
077700     MOVE Notice-Address-Work TO QV-PRINT-LINE
077800     WRITE QV-CONVERSION-LETTER-LINE
077900     MOVE SPACES TO QV-PRINT-LINE
078000     WRITE QV-CONVERSION-LETTER-LINE
078100     MOVE AT-ACCOUNT-NUMBER TO VW-REF-ACCOUNT
078200     MOVE Run-Date TO VW-REF-DATE
078300     MOVE Notice-Reference-Work TO QV-PRINT-LINE
078400     WRITE QV-CONVERSION-LETTER-LINE
078500     MOVE SPACES TO QV-PRINT-LINE
078600     WRITE QV-CONVERSION-LETTER-LINE
078700     MOVE "AS YOU ASKED, THIS ACCOUNT HAS BEEN CONVERTED TO A"
078800         TO Notice-Text-Work
078900     MOVE Notice-Text-Work TO QV-PRINT-LINE
079000     WRITE QV-CONVERSION-LETTER-LINE
079100     MOVE "NEW PRODUCT. THE ACCOUNT NUMBER IS UNCHANGED, AND"
079200         TO Notice-Text-Work
079300     MOVE Notice-Text-Work TO QV-PRINT-LINE
079400     WRITE QV-CONVERSION-LETTER-LINE
079500     MOVE "YOUR CHECKS, CARDS AND STANDING ORDERS CARRY ON."
079600         TO Notice-Text-Work
079700     MOVE Notice-Text-Work TO QV-PRINT-LINE
079800     WRITE QV-CONVERSION-LETTER-LINE
079900     MOVE SPACES TO QV-PRINT-LINE
080000     WRITE QV-CONVERSION-LETTER-LINE
080100     MOVE Old-Product-Code TO VW-OLD-PRODUCT
080200     MOVE MF-PRODUCT-CODE TO VW-NEW-PRODUCT
080300     MOVE Notice-Product-Work TO QV-PRINT-LINE
080400     WRITE QV-CONVERSION-LETTER-LINE
080500     MOVE SPACES TO QV-PRINT-LINE
080600     WRITE QV-CONVERSION-LETTER-LINE
080700     IF Settled-Interest > ZERO
080800         MOVE "INTEREST PAID UNDER THE OLD PRODUCT"
080900             TO VW-AMOUNT-LABEL
081000         MOVE Settled-Interest TO VW-AMOUNT
081100         MOVE Notice-Amount-Work TO QV-PRINT-LINE
081200         WRITE QV-CONVERSION-LETTER-LINE
081300     END-IF
081400     IF Withheld-Interest > ZERO
081500         MOVE "LESS BACKUP WITHHOLDING"
081600             TO VW-AMOUNT-LABEL
081700         MOVE Withheld-Interest TO VW-AMOUNT
081800         MOVE Notice-Amount-Work TO QV-PRINT-LINE
081900         WRITE QV-CONVERSION-LETTER-LINE
082000     END-IF
082100     IF Charge-Posted
082200         MOVE "OLD PRODUCT SERVICE CHARGE (PRO-RATED)"
082300             TO VW-AMOUNT-LABEL
082400         MOVE Prorated-Charge TO VW-AMOUNT
082500         MOVE Notice-Amount-Work TO QV-PRINT-LINE
082600         WRITE QV-CONVERSION-LETTER-LINE
082700     END-IF
082800     MOVE "NEW MINIMUM BALANCE" TO VW-AMOUNT-LABEL
082900     MOVE MF-MINIMUM-BALANCE TO VW-AMOUNT
083000     MOVE Notice-Amount-Work TO QV-PRINT-LINE
083100     WRITE QV-CONVERSION-LETTER-LINE
083200     MOVE "BALANCE AFTER CONVERSION" TO VW-AMOUNT-LABEL
083300     MOVE MF-ACCOUNT-BALANCE TO VW-AMOUNT
083400     MOVE Notice-Amount-Work TO QV-PRINT-LINE
083500     WRITE QV-CONVERSION-LETTER-LINE
083600     MOVE SPACES TO QV-PRINT-LINE
083700     WRITE QV-CONVERSION-LETTER-LINE
083800     MOVE "ANY SERVICE CHARGE ON THE NEW PRODUCT THIS MONTH IS"
083900         TO Notice-Text-Work
084000     MOVE Notice-Text-Work TO QV-PRINT-LINE
084100     WRITE QV-CONVERSION-LETTER-LINE
084200     MOVE "PRO-RATED FROM TODAY TO THE END OF THE MONTH."
084300         TO Notice-Text-Work
084400     MOVE Notice-Text-Work TO QV-PRINT-LINE
084500     WRITE QV-CONVERSION-LETTER-LINE
084600     SET Notice-Address-Good TO TRUE
084700     ADD 1 TO Conversion-Notices.
084800 2460-WRITE-NOTICE-EXIT.
084900     EXIT.
085000
085100*> The conversion history row; the month-end service charge
085200*> reads it back to pro-rate the new product's charge.
085300 2470-RECORD-CONVERSION.
085400     MOVE SPACES TO PQ-PRODUCT-CONVERSION-RECORD
085500     MOVE AT-ACCOUNT-NUMBER TO PQ-ACCOUNT-NUMBER
085600     MOVE Run-Date TO PQ-CONVERSION-DATE
085700     MOVE Old-Product-Code TO PQ-OLD-PRODUCT-CODE
085800     MOVE MF-PRODUCT-CODE TO PQ-NEW-PRODUCT-CODE
085900     MOVE Old-Minimum-Balance TO PQ-OLD-MINIMUM-BALANCE
086000     MOVE MF-MINIMUM-BALANCE TO PQ-NEW-MINIMUM-BALANCE
086100     MOVE Old-Account-Status TO PQ-OLD-STATUS
086200     MOVE MF-ACCOUNT-STATUS TO PQ-NEW-STATUS
086300     MOVE MF-ACCOUNT-BALANCE TO PQ-BALANCE-AFTER
086400     MOVE Settled-Interest TO PQ-INTEREST-SETTLED
086500     MOVE Withheld-Interest TO PQ-INTEREST-WITHHELD
086600     MOVE Days-Under-Old TO PQ-DAYS-UNDER-OLD
086700     MOVE Days-In-Month TO PQ-DAYS-IN-MONTH
086800     IF Charge-Posted
086900         MOVE Prorated-Charge TO PQ-SERVICE-CHARGE
087000     ELSE
087100         MOVE ZERO TO PQ-SERVICE-CHARGE
087200     END-IF
087300     MOVE Charge-Disposition TO PQ-CHARGE-DISPOSITION
087400     MOVE AT-REQUESTED-BY TO PQ-REQUESTED-BY
087500     IF Notice-Address-Good
087600         SET PQ-Notice-Printed TO TRUE
087700     ELSE
087800         SET PQ-Notice-Suppressed TO TRUE
087900     END-IF
088000     WRITE PQ-PRODUCT-CONVERSION-RECORD
088100         INVALID KEY
088200             DISPLAY AT-ACCOUNT-NUMBER
088300                 ": Conversion history row not written."
088400     END-WRITE.
088500 2470-RECORD-CONVERSION-EXIT.
088600     EXIT.
088700
088800 9000-TERMINATE.
088900     CLOSE ACCTTRAN
089000     CLOSE ACCTMSTR
089100     CLOSE STATARCH
089200     CLOSE CUSTREL
089300     CLOSE CUSTADDR
089400     CLOSE WLPEND
089500     CLOSE CLUBMST
089600     CLOSE RETIRENO
089700     CLOSE PROMODEF
089800     CLOSE PROMOENR
089900     CLOSE YTDINT
090000     CLOSE MEMOTRN
090100     CLOSE GLPOST
090200     CLOSE CLSRSN
090300     CLOSE CLSLOG
090400     CLOSE BALHIST
090500     CLOSE ACCRLDG
090600     CLOSE CUSTMSTR
090700     CLOSE ADBACCUM
090800     CLOSE PRODCONV
090900     CLOSE CONVLTR
091000     CLOSE WAIVLDGR
091100     CLOSE BKRSUPP
091200     DISPLAY "ACCOUNT LIFECYCLE MAINTENANCE SUMMARY"
091300     DISPLAY "Transactions read   - " Transactions-Read
091400     DISPLAY "Accounts opened     - " Accounts-Opened
091500     DISPLAY "Accounts closed     - " Accounts-Closed
091600     DISPLAY "Accounts purged     - " Accounts-Purged
091700     DISPLAY "Opens held (watch)  - " Opens-Held-For-Review
091800     DISPLAY "Promotions enrolled - " Promotions-Enrolled
091900     DISPLAY "Bonuses clawed back - " Bonuses-Clawed-Back
092000     DISPLAY "Closures logged     - " Closures-Logged
092100     DISPLAY "Accounts converted  - " Accounts-Converted
092200     DISPLAY "Conversion notices  - " Conversion-Notices
092300     DISPLAY "Notices suppressed  - " Notices-Suppressed
092400     MOVE Conversion-Interest-Total TO Edited-Amount
092500     DISPLAY "Conversion interest - " Edited-Amount
092600     MOVE Conversion-Charge-Total TO Edited-Amount
092700     DISPLAY "Conversion charges  - " Edited-Amount
092800     DISPLAY "Rejected            - " Transactions-Rejected.
092900 9000-TERMINATE-EXIT.
093000     EXIT.
