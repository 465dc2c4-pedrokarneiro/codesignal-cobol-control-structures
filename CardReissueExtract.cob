000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CardReissueExtract.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-07.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    CARDREISSUEEXTRACT                                         *
001100*                                                               *
001200*    NIGHTLY CARD PLASTICS FILE (CARDREIS) FOR THE CARD         *
001300*    VENDOR. EVERY NIGHT IT PICKS UP THE PLASTICS ORDERED       *
001400*    THROUGH CARDMAINTENANCE - NEW CARDS, REPLACEMENTS AND      *
001500*    REISSUES. AT MONTH-END (THE MONTHENDFXREVALUATION TEST,    *
001600*    TOMORROW IN ANOTHER MONTH) IT ALSO:                        *
001700*      - RENEWS EVERY ACTIVE, ACTIVATED CARD ON AN OPEN         *
001800*        ACCOUNT THAT EXPIRES NEXT MONTH - SAME TOKEN, A NEW    *
001900*        EXPIRY CARD-LIFE-MONTHS ON - AND ORDERS ITS PLASTIC;   *
002000*      - EXPIRES EVERY ACTIVE CARD WHOSE EXPIRY MONTH ENDS      *
002100*        TONIGHT.                                               *
002200*    A CARD NEVER ACTIVATED OR ON A CLOSED ACCOUNT IS NOT       *
002300*    RENEWED AND SIMPLY RUNS OUT. A PLASTIC WHOSE CARDHOLDER    *
002400*    HAS NO GOOD ADDRESS IS HELD ON ORDER AND TRIED AGAIN THE   *
002500*    NEXT NIGHT; ONE ON A CARD NO LONGER ACTIVE IS DROPPED.     *
002600*                                                               *
002700*    MODIFICATION HISTORY                                      *
002800*    ------------------------------------------------------    *
002900*    DATE       INIT  DESCRIPTION                              *
003000*    ---------  ----  -----------------------------------      *
003100*    2026-10-07  RLB  ORIGINAL.                                *
003200*                                                               *
003300*****************************************************************
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT CARDMSTR ASSIGN TO "CARDMSTR"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS CC-CARD-TOKEN
004200         FILE STATUS IS Cardmstr-File-Status.
004300
004400     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS MF-ACCOUNT-NUMBER
004800         FILE STATUS IS Acctmstr-File-Status.
004900
005000     SELECT CUSTADDR ASSIGN TO "CUSTADDR"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS NA-CUSTOMER-NUMBER
005400         FILE STATUS IS Custaddr-File-Status.
005500
005600     SELECT CARDREIS ASSIGN TO "CARDREIS"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS Cardreis-File-Status.
005900
006000     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS Runctlin-File-Status.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  CARDMSTR.
006700     COPY CARDMSTR.
006800
006900 FD  ACCTMSTR.
007000     COPY ACCTMSTR.
007100
007200 FD  CUSTADDR.
007300     COPY CUSTADDR.
007400
007500 FD  CARDREIS.
007600     COPY CARDREIS.
007700
007800 FD  RUNCTLIN.
007900     COPY RUNCTL REPLACING
008000         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
008100         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
008200         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
008300         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.
008400
008500 WORKING-STORAGE SECTION.
008600 01  Cardmstr-File-Status            PIC XX.
008700     88  Cardmstr-OK                 VALUE "00".
008800     88  Cardmstr-EOF                VALUE "10".
008900 01  Acctmstr-File-Status            PIC XX.
009000     88  Acctmstr-OK                 VALUE "00".
009100 01  Custaddr-File-Status            PIC XX.
009200     88  Custaddr-OK                 VALUE "00".
009300 01  Cardreis-File-Status            PIC XX.
009400     88  Cardreis-OK                 VALUE "00".
009500 01  Runctlin-File-Status            PIC XX.
009600     88  Runctlin-OK                 VALUE "00".
009700     88  Runctlin-Not-Found          VALUE "35".
009800
009900*    A RENEWED PLASTIC RUNS THREE YEARS PAST THE OLD EXPIRY.
010000 77  Card-Life-Months                PIC 9(03) VALUE 36.
010100 01  Run-Date                        PIC 9(08).
010200 01  Run-Month                       PIC 9(06).
010300 01  Tomorrow-Integer-Date           PIC 9(07).
010400 01  Tomorrow-Date                   PIC 9(08).
010500 01  Next-Month                      PIC 9(06).
010600 01  Work-Month                      PIC 9(06).
010700 01  Work-Month-Parts REDEFINES Work-Month.
010800     05  Work-Year                   PIC 9(04).
010900     05  Work-MM                     PIC 9(02).
011000 01  Month-Count                     PIC 9(07).
011100 01  Month-Remainder                 PIC 9(02).
011200 01  Month-End-Switch                PIC X(01).
011300     88  Is-Month-End                VALUE "Y".
011400     88  Not-Month-End               VALUE "N".
011500 01  Card-Changed-Switch             PIC X(01).
011600     88  Card-Was-Changed            VALUE "Y".
011700     88  Card-Not-Changed            VALUE "N".
011800
011900 01  Extract-Counters.
012000     05  Cards-Read                  PIC 9(7) COMP.
012100     05  Plastics-Written            PIC 9(7) COMP.
012200     05  New-Card-Plastics           PIC 9(7) COMP.
012300     05  Replacement-Plastics        PIC 9(7) COMP.
012400     05  Reissue-Plastics            PIC 9(7) COMP.
012500     05  Renewal-Plastics            PIC 9(7) COMP.
012600     05  Plastics-Held               PIC 9(7) COMP.
012700     05  Plastics-Dropped            PIC 9(7) COMP.
012800     05  Renewals-Skipped            PIC 9(7) COMP.
012900     05  Cards-Expired               PIC 9(7) COMP.
013000
013100 PROCEDURE DIVISION.
013200
013300 0000-MAINLINE.
013400     CALL "BatchStepTimer" USING "STEP034", "S"
013500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
013600     PERFORM 2000-PROCESS-CARD THRU 2000-PROCESS-CARD-EXIT
013700         UNTIL Cardmstr-EOF
013800     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
013900     CALL "BatchStepTimer" USING "STEP034", "E"
014000     STOP RUN.
014100
014200 1000-INITIALIZE.
014300     MOVE ZERO TO Cards-Read
014400                  Plastics-Written
014500                  New-Card-Plastics
014600                  Replacement-Plastics
014700                  Reissue-Plastics
014800                  Renewal-Plastics
014900                  Plastics-Held
015000                  Plastics-Dropped
015100                  Renewals-Skipped
015200                  Cards-Expired
015300     OPEN INPUT RUNCTLIN
015400     IF Runctlin-OK
015500         READ RUNCTLIN
015600             AT END
015700                 SET Runctlin-Not-Found TO TRUE
015800         END-READ
015900     END-IF
016000     IF Runctlin-OK
016100         MOVE RI-BUSINESS-DATE TO Run-Date
016200         CLOSE RUNCTLIN
016300     ELSE
016400         ACCEPT Run-Date FROM DATE YYYYMMDD
016500     END-IF
016600     MOVE Run-Date (1:6) TO Run-Month
016700     COMPUTE Tomorrow-Integer-Date =
016800         FUNCTION INTEGER-OF-DATE(Run-Date) + 1
016900     MOVE FUNCTION DATE-OF-INTEGER(Tomorrow-Integer-Date)
017000         TO Tomorrow-Date
017100     MOVE Tomorrow-Date (1:6) TO Next-Month
017200     IF Tomorrow-Date (5:2) = Run-Date (5:2)
017300         SET Not-Month-End TO TRUE
017400     ELSE
017500         SET Is-Month-End TO TRUE
017600     END-IF
017700*> Next-Month is only used at month-end, when tomorrow is the
017800*> first of the month the renewals are for.
017900     OPEN I-O CARDMSTR
018000     OPEN INPUT ACCTMSTR
018100     OPEN INPUT CUSTADDR
018200     OPEN OUTPUT CARDREIS
018300     DISPLAY "CARD PLASTICS EXTRACT - " Run-Date
018400     IF Is-Month-End
018500         DISPLAY "MONTH-END: RENEWING CARDS EXPIRING " Next-Month
018600     END-IF
018700     READ CARDMSTR
018800         AT END
018900             SET Cardmstr-EOF TO TRUE
019000     END-READ.
019100 1000-INITIALIZE-EXIT.
019200     EXIT.
019300
019400 2000-PROCESS-CARD.
019500     ADD 1 TO Cards-Read
019600     SET Card-Not-Changed TO TRUE
019700     IF Is-Month-End
019800         PERFORM 2100-MONTH-END-CARD
019900             THRU 2100-MONTH-END-CARD-EXIT
020000     END-IF
020100     IF CC-PLASTIC-REQUESTED
020200         PERFORM 2200-WRITE-PLASTIC THRU 2200-WRITE-PLASTIC-EXIT
020300     END-IF
020400     IF Card-Was-Changed
020500         REWRITE CC-CARD-MASTER-RECORD
020600     END-IF
020700     READ CARDMSTR
020800         AT END
020900             SET Cardmstr-EOF TO TRUE
021000     END-READ.
021100 2000-PROCESS-CARD-EXIT.
021200     EXIT.
021300
021400*****************************************************************
021500*    MONTH-END: A CARD RUNNING OUT NEXT MONTH IS RENEWED IF IT  *
021600*    IS IN USE ON AN OPEN ACCOUNT; A CARD WHOSE EXPIRY MONTH    *
021700*    IS THIS ONE (OR EARLIER) EXPIRES TONIGHT.                  *
021800*****************************************************************
021900 2100-MONTH-END-CARD.
022000     IF NOT CC-CARD-ACTIVE
022100         GO TO 2100-MONTH-END-CARD-EXIT
022200     END-IF
022300     IF CC-EXPIRY-MONTH NOT > Run-Month
022400         SET CC-CARD-EXPIRED TO TRUE
022500         MOVE Run-Date TO CC-STATUS-DATE
022600         MOVE Run-Date TO CC-MAINT-DATE
022700         MOVE "CARDREIS" TO CC-MAINT-BY
022800         SET Card-Was-Changed TO TRUE
022900         ADD 1 TO Cards-Expired
023000         GO TO 2100-MONTH-END-CARD-EXIT
023100     END-IF
023200     IF CC-EXPIRY-MONTH NOT = Next-Month
023300         GO TO 2100-MONTH-END-CARD-EXIT
023400     END-IF
023500     IF CC-CARD-NOT-ACTIVATED
023600         ADD 1 TO Renewals-Skipped
023700         DISPLAY CC-CARD-TOKEN ": Never activated - not renewed."
023800         GO TO 2100-MONTH-END-CARD-EXIT
023900     END-IF
024000     MOVE CC-ACCOUNT-NUMBER TO MF-ACCOUNT-NUMBER
024100     READ ACCTMSTR
024200         INVALID KEY
024300             ADD 1 TO Renewals-Skipped
024400             DISPLAY CC-CARD-TOKEN ": Account "
024500                 CC-ACCOUNT-NUMBER " not on file - not renewed."
024600             GO TO 2100-MONTH-END-CARD-EXIT
024700     END-READ
024800     IF MF-Account-Is-Closed
024900         ADD 1 TO Renewals-Skipped
025000         DISPLAY CC-CARD-TOKEN ": Account "
025100             CC-ACCOUNT-NUMBER " closed - not renewed."
025200         GO TO 2100-MONTH-END-CARD-EXIT
025300     END-IF
025400     MOVE CC-EXPIRY-MONTH TO Work-Month
025500     COMPUTE Month-Count = Work-Year * 12
025600         + Work-MM - 1 + Card-Life-Months
025700     DIVIDE Month-Count BY 12 GIVING Work-Year
025800         REMAINDER Month-Remainder
025900     COMPUTE Work-MM = Month-Remainder + 1
026000     MOVE Work-Month TO CC-EXPIRY-MONTH
026100     SET CC-PLASTIC-REQUESTED TO TRUE
026200     SET CC-PLASTIC-RENEWAL TO TRUE
026300     MOVE Run-Date TO CC-MAINT-DATE
026400     MOVE "CARDREIS" TO CC-MAINT-BY
026500     SET Card-Was-Changed TO TRUE.
026600 2100-MONTH-END-CARD-EXIT.
026700     EXIT.
026800
026900*****************************************************************
027000*    ONE PLASTIC TO THE VENDOR, EMBOSSED AND MAILED TO THE      *
027100*    CARDHOLDER'S ADDRESS ON FILE.                              *
027200*****************************************************************
027300 2200-WRITE-PLASTIC.
027400     SET Card-Was-Changed TO TRUE
027500     IF NOT CC-CARD-ACTIVE
027600         SET CC-PLASTIC-NOT-REQUESTED TO TRUE
027700         ADD 1 TO Plastics-Dropped
027800         DISPLAY CC-CARD-TOKEN ": Card status " CC-CARD-STATUS
027900             " - plastic dropped."
028000         GO TO 2200-WRITE-PLASTIC-EXIT
028100     END-IF
028200     MOVE CC-CUSTOMER-NUMBER TO NA-CUSTOMER-NUMBER
028300     READ CUSTADDR
028400         INVALID KEY
028500             MOVE SPACES TO NA-NAME-ADDRESS-RECORD
028600             SET NA-ADDRESS-BAD TO TRUE
028700     END-READ
028800*> Nothing is mailed to an address the post office has already
028900*> returned; the order stays open until the address is fixed.
029000     IF NA-ADDRESS-BAD
029100         ADD 1 TO Plastics-Held
029200         DISPLAY CC-CARD-TOKEN ": Cardholder "
029300             CC-CUSTOMER-NUMBER " has no good address - held."
029400         GO TO 2200-WRITE-PLASTIC-EXIT
029500     END-IF
029600     MOVE SPACES TO CV-CARD-PLASTIC-RECORD
029700     MOVE CC-CARD-TOKEN TO CV-CARD-TOKEN
029800     MOVE CC-ACCOUNT-NUMBER TO CV-ACCOUNT-NUMBER
029900     MOVE CC-CUSTOMER-NUMBER TO CV-CUSTOMER-NUMBER
030000     MOVE CC-PLASTIC-REASON TO CV-PLASTIC-REASON
030100     MOVE CC-EXPIRY-MONTH TO CV-EXPIRY-MONTH
030200     MOVE NA-CUSTOMER-NAME TO CV-EMBOSS-NAME
030300     MOVE NA-STREET-ADDRESS TO CV-STREET-ADDRESS
030400     MOVE NA-CITY TO CV-CITY
030500     MOVE NA-STATE TO CV-STATE
030600     MOVE NA-POSTAL-CODE TO CV-POSTAL-CODE
030700     MOVE Run-Date TO CV-RUN-DATE
030800     WRITE CV-CARD-PLASTIC-RECORD
030900     ADD 1 TO Plastics-Written
031000     EVALUATE TRUE
031100         WHEN CC-PLASTIC-NEW-CARD
031200             ADD 1 TO New-Card-Plastics
031300         WHEN CC-PLASTIC-REPLACEMENT
031400             ADD 1 TO Replacement-Plastics
031500         WHEN CC-PLASTIC-REISSUE
031600             ADD 1 TO Reissue-Plastics
031700         WHEN CC-PLASTIC-RENEWAL
031800             ADD 1 TO Renewal-Plastics
031900     END-EVALUATE
032000     SET CC-PLASTIC-NOT-REQUESTED TO TRUE
032100     MOVE Run-Date TO CC-LAST-PLASTIC-DATE.
032200 2200-WRITE-PLASTIC-EXIT.
032300     EXIT.
032400
032500 9000-TERMINATE.
032600     CLOSE CARDMSTR
032700     CLOSE ACCTMSTR
032800     CLOSE CUSTADDR
032900     CLOSE CARDREIS
033000     DISPLAY "CARD PLASTICS EXTRACT SUMMARY"
033100     DISPLAY "Cards read          - " Cards-Read
033200     DISPLAY "Plastics written    - " Plastics-Written
033300     DISPLAY "  New cards         - " New-Card-Plastics
033400     DISPLAY "  Replacements      - " Replacement-Plastics
033500     DISPLAY "  Reissues          - " Reissue-Plastics
033600     DISPLAY "  Expiry renewals   - " Renewal-Plastics
033700     DISPLAY "Plastics held       - " Plastics-Held
033800     DISPLAY "Plastics dropped    - " Plastics-Dropped
033900     DISPLAY "Renewals skipped    - " Renewals-Skipped
034000     DISPLAY "Cards expired       - " Cards-Expired.
034100 9000-TERMINATE-EXIT.
034200     EXIT.
