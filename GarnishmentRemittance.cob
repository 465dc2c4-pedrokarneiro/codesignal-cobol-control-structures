002790*    2026-09-02  RLB  THE HISTORY ROW NOW CARRIES A ZERO       *
002792*                     TRACE ID EXPLICITLY - THE FIELD PICKED    *
002794*                     UP RESIDUAL BUFFER CONTENT.               *
002795*    2026-09-14  RLB  HISTORY ROWS NOW CARRY THE TRANSACTION   *
002796*                     CODE AND SOURCE CHANNEL (TRNHIST GREW TO *
002797*                     75 BYTES).                               *
002798*    2026-09-16  RLB  A LEVY AGAINST A CUSTOMER UNDER AN ACTIVE *
002799*                     BANKRUPTCY STAY (BANKRUPTCYSTAYCHECK) IS  *
002800*                     HELD OVER, NOT REMITTED, AND LOGGED TO    *
002801*                     BKRSUPP.                                  *
002802*    2026-09-25  RLB  HISTORY ROWS LEAVE THE NEW POSTING-ORDER  *
002803*                     FIELDS BLANK - THE ITEM POSTED OUTSIDE    *
002804*                     THE NIGHTLY POST (TRNHIST GREW TO 85      *
002805*                     BYTES).                                   *
002700*                                                               *
002800*****************************************************************

005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS Levyadv-File-Status.

005220     SELECT BKRSUPP ASSIGN TO "BKRSUPP"
005240         ORGANIZATION IS SEQUENTIAL
005260         FILE STATUS IS Bkrsupp-File-Status.

005300     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS Runctlin-File-Status.
007200 FD  LEVYADV.
007300     COPY LEVYADV.

007320 FD  BKRSUPP.
007340     COPY BKRSUPP.

007400 FD  RUNCTLIN.
007500     COPY RUNCTL REPLACING
007600         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
009800     88  Glpost-OK                   VALUE "00".
009900 01  Levyadv-File-Status             PIC XX.
010000     88  Levyadv-OK                  VALUE "00".
010020 01  Bkrsupp-File-Status             PIC XX.
010040     88  Bkrsupp-OK                  VALUE "00".
010100 01  Runctlin-File-Status            PIC XX.
010200     88  Runctlin-OK                 VALUE "00".
010300     88  Runctlin-Not-Found          VALUE "35".
011400     88  Sweep-Is-Active             VALUE "N".
011500 01  History-Sequence                PIC 9(07) VALUE 9000000.
011600 01  Edited-Amount                   PIC -(7)9.99.
011610 01  Stay-Result                     PIC X(01).
011620     88  Stay-Is-Active              VALUE "Y".
011630     88  Stay-Not-Active             VALUE "N".
011640 01  Stay-Customer-Number            PIC X(10).
011650 01  Stay-Case-Number                PIC X(15).

011700 01  Remittance-Counters.
011800     05  Holds-Examined              PIC 9(7) COMP.
011900     05  Levies-Remitted             PIC 9(7) COMP.
012000     05  Levies-Skipped              PIC 9(7) COMP.
012050     05  Levies-Stayed               PIC 9(7) COMP.
012100     05  Remitted-Total              PIC S9(9)V99 COMP.

012200 PROCEDURE DIVISION.
013300     OPEN I-O TRANHIST
013400     OPEN EXTEND GLPOST
013500     OPEN OUTPUT LEVYADV
013550     OPEN EXTEND BKRSUPP
013600     MOVE 0 TO Holds-Examined
013700     MOVE 0 TO Levies-Remitted
013800     MOVE 0 TO Levies-Skipped
013850     MOVE 0 TO Levies-Stayed
013900     MOVE 0 TO Remitted-Total
014000     OPEN INPUT RUNCTLIN
014100     IF Runctlin-OK
018700*    THE LEVY BECOMES A REAL DEBIT. THE HOLD PROTECTED THESE    *
018800*    DOLLARS ALL ALONG, SO A BALANCE SHORT OF THE LEVY MEANS    *
018900*    SOMETHING ELSE WENT WRONG - THE LEVY IS HELD OVER AND      *
019000*    REPORTED RATHER THAN DRIVING THE ACCOUNT NEGATIVE. A LEVY  *
019020*    AGAINST A CUSTOMER UNDER AN ACTIVE BANKRUPTCY STAY IS HELD *
019040*    OVER TOO, AND LOGGED TO BKRSUPP EACH NIGHT IT WAITS.       *
019100*****************************************************************
019200 2200-REMIT-LEVY.
019300     MOVE HD-ACCOUNT-NUMBER TO MF-ACCOUNT-NUMBER
019900                 " held over - account not on master."
020000             GO TO 2200-REMIT-LEVY-EXIT
020100     END-READ
020105     CALL "BankruptcyStayCheck" USING HD-ACCOUNT-NUMBER,
020110         Stay-Result, Stay-Customer-Number, Stay-Case-Number
020115     IF Stay-Is-Active
020120         ADD 1 TO Levies-Skipped
020125         ADD 1 TO Levies-Stayed
020130         MOVE Stay-Customer-Number TO BS-CUSTOMER-NUMBER
020135         MOVE Stay-Case-Number TO BS-CASE-NUMBER
020140         MOVE HD-ACCOUNT-NUMBER TO BS-ACCOUNT-NUMBER
020145         MOVE Run-Date TO BS-SUPPRESS-DATE
020150         MOVE "LEVY" TO BS-ACTIVITY-CODE
020155         MOVE HD-HOLD-AMOUNT TO BS-AMOUNT
020160         MOVE "GarnishmentRemittance" TO BS-SOURCE-PROGRAM
020165         WRITE BS-SUPPRESSED-ACTIVITY-RECORD
020170         DISPLAY HD-ACCOUNT-NUMBER ": Levy "
020175             HD-HOLD-SEQUENCE
020180             " held over - bankruptcy stay " Stay-Case-Number
020185         GO TO 2200-REMIT-LEVY-EXIT
020190     END-IF
020200     IF MF-ACCOUNT-BALANCE < HD-HOLD-AMOUNT
020300         ADD 1 TO Levies-Skipped
020400         DISPLAY HD-ACCOUNT-NUMBER ": Levy "
022100     MOVE SPACES TO HT-SERIAL-NUMBER
022150     MOVE SPACES TO HT-ENVELOPE-REF
022160     MOVE ZERO TO HT-TRACE-ID
022165     MOVE "LEVY" TO HT-TRANS-CODE
022170     MOVE "SYS" TO HT-SOURCE-CHANNEL
022175     MOVE SPACES TO HT-POSTING-RULE
022180                    HT-POSTING-CLASS
022185     MOVE ZERO TO HT-POSTING-RANK
022190                  HT-POSTING-POSITION
022200     WRITE HT-TRANS-HISTORY-RECORD
022300         INVALID KEY
022400             DISPLAY HD-ACCOUNT-NUMBER
028600     CLOSE TRANHIST
028700     CLOSE GLPOST
028800     CLOSE LEVYADV
028850     CLOSE BKRSUPP
028900     DISPLAY "GARNISHMENT REMITTANCE SUMMARY"
029000     DISPLAY "Holds examined  - " Holds-Examined
029100     DISPLAY "Levies remitted - " Levies-Remitted
029200     DISPLAY "Levies held over- " Levies-Skipped
029250     DISPLAY "  (stayed)      - " Levies-Stayed
029300     DISPLAY "Remitted total  - " Remitted-Total.
029400 9000-TERMINATE-EXIT.
029500     EXIT.
