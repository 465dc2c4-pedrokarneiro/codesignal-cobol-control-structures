000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RoundUpTransferGenerator.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-09.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    ROUNDUPTRANSFERGENERATOR                                   *
001100*                                                               *
001200*    ROUND-UP SAVINGS, RUN AFTER THE NIGHT'S POST. FOR EVERY    *
001300*    ACTIVE RNDUPENR ENROLLMENT, WALKS THE CHECKING ACCOUNT'S   *
001400*    TRANHIST ROWS POSTED SINCE THE LAST SCAN AND ROUNDS EVERY  *
001500*    DEBIT-CARD PURCHASE (CHANNEL POS OR CRD - ATM CASH IS NOT  *
001600*    A PURCHASE) UP TO THE NEXT DOLLAR; AN EVEN-DOLLAR PURCHASE *
001700*    ROUNDS UP A FULL DOLLAR. THE ROUND-UPS GATHER ON THE       *
001800*    ENROLLMENT, AND THE WHOLE DOLLARS OF THEM GO OUT AS A      *
001900*    MATCHED WITHDRAWAL/DEPOSIT PAIR, CHECKING TO SAVINGS, ON   *
002000*    THE RNDUPTRN FILE THE NEXT NIGHT'S INTAKE CONCATENATES.    *
002100*    THE PAIR IS DATED TOMORROW SO IT RIDES THAT POST. NO PAIR  *
002200*    IS WRITTEN WHEN IT WOULD TAKE CHECKING UNDER THE           *
002300*    NEAR-OVERDRAFT FLOOR - THE ROUND-UPS WAIT ON THE           *
002400*    ENROLLMENT FOR A LATER NIGHT. AT MONTH-END AN ENROLLMENT   *
002500*    WITH A MATCH PERCENT EARNS A BONUS ON THE MONTH'S          *
002600*    ROUND-UPS, CAPPED, PAID TO SAVINGS FROM THE PROMOTION GL   *
002700*    ACCOUNT.                                                   *
002800*                                                               *
002900*    MODIFICATION HISTORY                                      *
003000*    ------------------------------------------------------    *
003100*    DATE       INIT  DESCRIPTION                              *
003200*    ---------  ----  -----------------------------------      *
003300*    2026-10-09  RLB  ORIGINAL.                                *
003400*                                                               *
003500*****************************************************************
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT RNDUPENR ASSIGN TO "RNDUPENR"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS RU-CHECKING-ACCOUNT
004400         FILE STATUS IS Rndupenr-File-Status.
004500
004600     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS MF-ACCOUNT-NUMBER
005000         FILE STATUS IS Acctmstr-File-Status.
005100
005200     SELECT TRANHIST ASSIGN TO "TRANHIST"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS HT-HISTORY-KEY
005600         FILE STATUS IS Tranhist-File-Status.
005700
005800     SELECT RNDUPTRN ASSIGN TO "RNDUPTRN"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS Rnduptrn-File-Status.
006100
006200     SELECT GLPOST ASSIGN TO "GLPOST"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS Glpost-File-Status.
006500
006600     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS Runctlin-File-Status.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  RNDUPENR.
007300     COPY RNDUPENR.
007400
007500 FD  ACCTMSTR.
007600     COPY ACCTMSTR.
007700
007800 FD  TRANHIST.
007900     COPY TRNHIST.
008000
008100 FD  RNDUPTRN.
008200     COPY DAILYTRN.
008300
008400 FD  GLPOST.
008500     COPY GLPOST.
008600
008700 FD  RUNCTLIN.
008800     COPY RUNCTL REPLACING
008900         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
009000         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
009100         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
009200         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.
009300
009400 WORKING-STORAGE SECTION.
009500 01  Rndupenr-File-Status            PIC XX.
009600     88  Rndupenr-OK                 VALUE "00".
009700     88  Rndupenr-EOF                VALUE "10".
009800 01  Acctmstr-File-Status            PIC XX.
009900     88  Acctmstr-OK                 VALUE "00".
010000     88  Acctmstr-Not-On-File        VALUE "23".
010100 01  Tranhist-File-Status            PIC XX.
010200     88  Tranhist-OK                 VALUE "00".
010300 01  Rnduptrn-File-Status            PIC XX.
010400 01  Glpost-File-Status              PIC XX.
010500     88  Glpost-OK                   VALUE "00".
010600 01  Runctlin-File-Status            PIC XX.
010700     88  Runctlin-OK                 VALUE "00".
010800     88  Runctlin-Not-Found          VALUE "35".
010900
011000 COPY ACCTFLDS.
011100
011200*    THE MONTH-END MATCH BONUS IS PAID FROM THIS PROMOTION
011300*    ACCOUNT AND CAPPED AT THIS MANY DOLLARS PER ENROLLMENT.
011400 77  Promotion-Gl-Account            PIC X(10) VALUE "GLRNDPROMO".
011500 77  Match-Bonus-Cap                 PIC 9(05) VALUE 100.
011600
011700 01  Business-Date                   PIC 9(08).
011800 01  Tomorrow-Integer-Date           PIC 9(07).
011900 01  Tomorrow-Date                   PIC 9(08).
012000 01  Scan-Start-Integer              PIC 9(07).
012100 01  Scan-Start-Date                 PIC 9(08).
012200 01  Month-End-Switch                PIC X(01).
012300     88  Is-Month-End                VALUE "Y".
012400     88  Not-Month-End               VALUE "N".
012500 01  History-Scan-Switch             PIC X(01).
012600     88  History-Scan-Done           VALUE "Y".
012700     88  History-Scan-Open           VALUE "N".
012800 01  Purchase-Dollars                PIC 9(06).
012900 01  Purchase-Round-Up               PIC S9(3)V99.
013000 01  Night-Round-Up                  PIC S9(5)V99.
013100 01  Transfer-Dollars                PIC 9(06).
013200 01  Bonus-Amount                    PIC S9(7)V99.
013300 01  Bonus-Dollars                   PIC 9(06).
013400
013500 01  Generator-Counters.
013600     05  Enrollments-Read            PIC 9(7) COMP.
013700     05  Purchases-Rounded           PIC 9(7) COMP.
013800     05  Pairs-Generated             PIC 9(7) COMP.
013900     05  Transfers-Skipped           PIC 9(7) COMP.
014000     05  Bonuses-Paid                PIC 9(7) COMP.
014100     05  Transfer-Total              PIC 9(9).
014200     05  Bonus-Total                 PIC 9(9).
014300
014400 COPY FILETRLR.
014500 01  Trailer-Record-Count            PIC 9(07).
014600 01  Trailer-Hash-Total              PIC 9(11).
014700 01  Trailer-Date                    PIC 9(08).
014800
014900 PROCEDURE DIVISION.
015000
015100 0000-MAINLINE.
015200     CALL "BatchStepTimer" USING "STEP016B", "S"
015300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
015400     PERFORM 2000-PROCESS-ENROLLMENT
015500         THRU 2000-PROCESS-ENROLLMENT-EXIT
015600         UNTIL Rndupenr-EOF
015700     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
015800     CALL "BatchStepTimer" USING "STEP016B", "E"
015900     STOP RUN.
016000
016100 1000-INITIALIZE.
016200     MOVE ZERO TO Trailer-Record-Count
016300                  Trailer-Hash-Total
016400     OPEN I-O RNDUPENR
016500     OPEN INPUT ACCTMSTR
016600     OPEN INPUT TRANHIST
016700     OPEN OUTPUT RNDUPTRN
016800     OPEN EXTEND GLPOST
016900     MOVE ZERO TO Enrollments-Read
017000                  Purchases-Rounded
017100                  Pairs-Generated
017200                  Transfers-Skipped
017300                  Bonuses-Paid
017400                  Transfer-Total
017500                  Bonus-Total
017600
017700     OPEN INPUT RUNCTLIN
017800     IF Runctlin-OK
017900         READ RUNCTLIN
018000             AT END
018100                 SET Runctlin-Not-Found TO TRUE
018200         END-READ
018300     END-IF
018400     IF Runctlin-OK
018500         MOVE RI-BUSINESS-DATE TO Business-Date
018600         CLOSE RUNCTLIN
018700     ELSE
018800         ACCEPT Business-Date FROM DATE YYYYMMDD
018900     END-IF
019000*> The pairs are dated tomorrow: tonight's date would name the
019100*> next night's post as one already run.
019200     COMPUTE Tomorrow-Integer-Date =
019300         FUNCTION INTEGER-OF-DATE(Business-Date) + 1
019400     MOVE FUNCTION DATE-OF-INTEGER(Tomorrow-Integer-Date)
019500         TO Tomorrow-Date
019600     IF Tomorrow-Date (5:2) = Business-Date (5:2)
019700         SET Not-Month-End TO TRUE
019800     ELSE
019900         SET Is-Month-End TO TRUE
020000     END-IF
020100     DISPLAY "ROUND-UP SAVINGS TRANSFERS - " Business-Date
020200     IF Is-Month-End
020300         DISPLAY "MONTH-END - MATCH BONUSES PAID TONIGHT"
020400     END-IF
020500
020600     READ RNDUPENR NEXT RECORD
020700         AT END
020800             SET Rndupenr-EOF TO TRUE
020900     END-READ.
021000 1000-INITIALIZE-EXIT.
021100     EXIT.
021200
021300*****************************************************************
021400*    ONE ENROLLMENT: GATHER THE ROUND-UPS POSTED SINCE THE LAST *
021500*    SCAN, MOVE THE WHOLE DOLLARS IF CHECKING CAN SPARE THEM,   *
021600*    AND AT MONTH-END PAY THE MATCH.                            *
021700*****************************************************************
021800 2000-PROCESS-ENROLLMENT.
021900     ADD 1 TO Enrollments-Read
022000     IF NOT RU-ENROLLMENT-ACTIVE
022100         GO TO 2000-READ-NEXT
022200     END-IF
022300*> A rerun of the same night finds the scan already done.
022400     IF RU-LAST-SCAN-DATE NOT < Business-Date
022500         GO TO 2000-READ-NEXT
022600     END-IF
022700     MOVE RU-CHECKING-ACCOUNT TO MF-ACCOUNT-NUMBER
022800     READ ACCTMSTR
022900         INVALID KEY
023000             SET Acctmstr-Not-On-File TO TRUE
023100     END-READ
023200     IF Acctmstr-Not-On-File OR MF-Account-Is-Closed
023300         ADD 1 TO Transfers-Skipped
023400         DISPLAY "SKIPPED " RU-CHECKING-ACCOUNT
023500             " - checking account closed or not on master."
023600         GO TO 2000-READ-NEXT
023700     END-IF
023800
023900     PERFORM 2100-GATHER-ROUND-UPS
024000         THRU 2100-GATHER-ROUND-UPS-EXIT
024100     MOVE Business-Date TO RU-LAST-SCAN-DATE
024200     PERFORM 2300-GENERATE-TRANSFER
024300         THRU 2300-GENERATE-TRANSFER-EXIT
024400     IF Is-Month-End
024500         PERFORM 2400-PAY-MATCH-BONUS
024600             THRU 2400-PAY-MATCH-BONUS-EXIT
024700     END-IF
024800     REWRITE RU-ROUNDUP-ENROLLMENT-RECORD.
024900
025000 2000-READ-NEXT.
025100     READ RNDUPENR NEXT RECORD
025200         AT END
025300             SET Rndupenr-EOF TO TRUE
025400     END-READ.
025500 2000-PROCESS-ENROLLMENT-EXIT.
025600     EXIT.
025700
025800*    THE SCAN STARTS THE DAY AFTER THE LAST ONE (THE ENROLLMENT
025900*    DATE ON THE FIRST NIGHT), SO A MISSED NIGHT IS PICKED UP
026000*    AND NO PURCHASE IS ROUNDED TWICE.
026100 2100-GATHER-ROUND-UPS.
026200     MOVE ZERO TO Night-Round-Up
026300     IF RU-LAST-SCAN-DATE = ZERO
026400         MOVE RU-ENROLL-DATE TO Scan-Start-Date
026500     ELSE
026600         COMPUTE Scan-Start-Integer =
026700             FUNCTION INTEGER-OF-DATE(RU-LAST-SCAN-DATE) + 1
026800         MOVE FUNCTION DATE-OF-INTEGER(Scan-Start-Integer)
026900             TO Scan-Start-Date
027000     END-IF
027100     MOVE RU-CHECKING-ACCOUNT TO HT-ACCOUNT-NUMBER
027200     MOVE Scan-Start-Date TO HT-TRANS-DATE
027300     MOVE ZERO TO HT-TRANS-SEQUENCE
027400     START TRANHIST KEY IS NOT LESS THAN HT-HISTORY-KEY
027500         INVALID KEY
027600             GO TO 2100-GATHER-ROUND-UPS-EXIT
027700     END-START
027800     SET History-Scan-Open TO TRUE
027900     PERFORM 2200-ROUND-PURCHASE THRU 2200-ROUND-PURCHASE-EXIT
028000         UNTIL History-Scan-Done
028100     ADD Night-Round-Up TO RU-PENDING-ROUNDUP.
028200 2100-GATHER-ROUND-UPS-EXIT.
028300     EXIT.
028400
028500 2200-ROUND-PURCHASE.
028600     READ TRANHIST NEXT
028700         AT END
028800             SET History-Scan-Done TO TRUE
028900             GO TO 2200-ROUND-PURCHASE-EXIT
029000     END-READ
029100     IF HT-ACCOUNT-NUMBER NOT = RU-CHECKING-ACCOUNT
029200         OR HT-TRANS-DATE > Business-Date
029300         SET History-Scan-Done TO TRUE
029400         GO TO 2200-ROUND-PURCHASE-EXIT
029500     END-IF
029600     IF NOT HT-WITHDRAWAL
029700         GO TO 2200-ROUND-PURCHASE-EXIT
029800     END-IF
029900     IF HT-SOURCE-CHANNEL NOT = "POS"
030000         AND HT-SOURCE-CHANNEL NOT = "CRD"
030100         GO TO 2200-ROUND-PURCHASE-EXIT
030200     END-IF
030300     MOVE HT-TRANS-AMOUNT TO Purchase-Dollars
030400     COMPUTE Purchase-Round-Up =
030500         Purchase-Dollars + 1 - HT-TRANS-AMOUNT
030600     ADD Purchase-Round-Up TO Night-Round-Up
030700     ADD 1 TO Purchases-Rounded.
030800 2200-ROUND-PURCHASE-EXIT.
030900     EXIT.
031000
031100*    ONLY WHOLE DOLLARS TRAVEL, LIKE ANY OTHER DAILYTRN ITEM;
031200*    THE CENTS STAY PENDING. CHECKING MUST STAY AT OR ABOVE THE
031300*    NEAR-OVERDRAFT FLOOR AFTER THE TRANSFER.
031400 2300-GENERATE-TRANSFER.
031500     MOVE RU-PENDING-ROUNDUP TO Transfer-Dollars
031600     IF Transfer-Dollars = ZERO
031700         GO TO 2300-GENERATE-TRANSFER-EXIT
031800     END-IF
031900     IF MF-ACCOUNT-BALANCE - Transfer-Dollars
032000         < Near-Overdraft-Floor
032100         ADD 1 TO Transfers-Skipped
032200         DISPLAY "SKIPPED " RU-CHECKING-ACCOUNT
032300             " - transfer would breach the near-overdraft floor;"
032400             " round-ups held."
032500         GO TO 2300-GENERATE-TRANSFER-EXIT
032600     END-IF
032700     MOVE RU-SAVINGS-ACCOUNT TO MF-ACCOUNT-NUMBER
032800     READ ACCTMSTR
032900         INVALID KEY
033000             SET Acctmstr-Not-On-File TO TRUE
033100     END-READ
033200     IF Acctmstr-Not-On-File OR MF-Account-Is-Closed
033300         ADD 1 TO Transfers-Skipped
033400         DISPLAY "SKIPPED " RU-CHECKING-ACCOUNT
033500             " - savings " RU-SAVINGS-ACCOUNT
033600             " closed or not on master."
033700         GO TO 2300-GENERATE-TRANSFER-EXIT
033800     END-IF
033900
034000     MOVE SPACES TO TR-DAILYTRN-RECORD
034100     MOVE "SYS" TO TR-SOURCE-CHANNEL
034200     MOVE RU-CHECKING-ACCOUNT TO TR-ACCOUNT-NUMBER
034300     MOVE "W" TO TR-TRANS-TYPE
034400     MOVE Transfer-Dollars TO TR-TRANS-AMOUNT
034500     MOVE Tomorrow-Date TO TR-TRANS-DATE
034600     WRITE TR-DAILYTRN-RECORD
034700     ADD 1 TO Trailer-Record-Count
034800     ADD TR-TRANS-AMOUNT TO Trailer-Hash-Total
034900     MOVE SPACES TO TR-DAILYTRN-RECORD
035000     MOVE "SYS" TO TR-SOURCE-CHANNEL
035100     MOVE RU-SAVINGS-ACCOUNT TO TR-ACCOUNT-NUMBER
035200     MOVE "D" TO TR-TRANS-TYPE
035300     MOVE Transfer-Dollars TO TR-TRANS-AMOUNT
035400     MOVE Tomorrow-Date TO TR-TRANS-DATE
035500     WRITE TR-DAILYTRN-RECORD
035600     ADD 1 TO Trailer-Record-Count
035700     ADD TR-TRANS-AMOUNT TO Trailer-Hash-Total
035800
035900     SUBTRACT Transfer-Dollars FROM RU-PENDING-ROUNDUP
036000     ADD Transfer-Dollars TO RU-MONTH-TRANSFERRED
036100     ADD Transfer-Dollars TO RU-TOTAL-TRANSFERRED
036200     ADD 1 TO Pairs-Generated
036300     ADD Transfer-Dollars TO Transfer-Total
036400     DISPLAY "ROUND-UP " RU-CHECKING-ACCOUNT " -> "
036500         RU-SAVINGS-ACCOUNT " FOR " Transfer-Dollars.
036600 2300-GENERATE-TRANSFER-EXIT.
036700     EXIT.
036800
036900*    THE MATCH IS A PERCENT OF THE MONTH'S ROUND-UPS, WHOLE
037000*    DOLLARS, CAPPED. THE DEPOSIT RIDES THE NEXT NIGHT'S POST
037100*    WITH THE TRANSFERS; THE GL PAIR CHARGES THE PROMOTION
037200*    ACCOUNT TONIGHT. THE MONTH'S TOTAL STARTS OVER EITHER WAY.
037300 2400-PAY-MATCH-BONUS.
037400     IF RU-MATCH-PERCENT = ZERO
037500         OR RU-MONTH-TRANSFERRED NOT > ZERO
037600         MOVE ZERO TO RU-MONTH-TRANSFERRED
037700         GO TO 2400-PAY-MATCH-BONUS-EXIT
037800     END-IF
037900     COMPUTE Bonus-Amount =
038000         RU-MONTH-TRANSFERRED * RU-MATCH-PERCENT / 100
038100     IF Bonus-Amount > Match-Bonus-Cap
038200         MOVE Match-Bonus-Cap TO Bonus-Amount
038300     END-IF
038400     MOVE Bonus-Amount TO Bonus-Dollars
038500     MOVE ZERO TO RU-MONTH-TRANSFERRED
038600     IF Bonus-Dollars = ZERO
038700         GO TO 2400-PAY-MATCH-BONUS-EXIT
038800     END-IF
038900
039000     MOVE SPACES TO TR-DAILYTRN-RECORD
039100     MOVE "SYS" TO TR-SOURCE-CHANNEL
039200     MOVE RU-SAVINGS-ACCOUNT TO TR-ACCOUNT-NUMBER
039300     MOVE "D" TO TR-TRANS-TYPE
039400     MOVE Bonus-Dollars TO TR-TRANS-AMOUNT
039500     MOVE Tomorrow-Date TO TR-TRANS-DATE
039600     WRITE TR-DAILYTRN-RECORD
039700     ADD 1 TO Trailer-Record-Count
039800     ADD TR-TRANS-AMOUNT TO Trailer-Hash-Total
039900
040000     MOVE Promotion-Gl-Account TO GL-ACCOUNT-NUMBER
040100     MOVE Business-Date TO GL-POSTING-DATE
040200     MOVE "RNDM" TO GL-TRANSACTION-CODE
040300     SET GL-Is-Debit TO TRUE
040400     MOVE Bonus-Dollars TO GL-ENTRY-AMOUNT
040500     MOVE "RoundUpTransferGen" TO GL-SOURCE-PROGRAM
040600     MOVE ZERO TO GL-TRACE-ID
040700     WRITE GL-POST-RECORD
040800*> The contra leg - the feed must balance within the date.
040900     MOVE RU-SAVINGS-ACCOUNT TO GL-ACCOUNT-NUMBER
041000     SET GL-Is-Credit TO TRUE
041100     WRITE GL-POST-RECORD
041200
041300     ADD Bonus-Dollars TO RU-TOTAL-MATCHED
041400     ADD 1 TO Bonuses-Paid
041500     ADD Bonus-Dollars TO Bonus-Total
041600     DISPLAY "MATCH    " RU-SAVINGS-ACCOUNT " BONUS "
041700         Bonus-Dollars " (" RU-MATCH-PERCENT "%)".
041800 2400-PAY-MATCH-BONUS-EXIT.
041900     EXIT.
042000
042100 9000-TERMINATE.
042200     CLOSE RNDUPENR
042300     CLOSE ACCTMSTR
042400     CLOSE TRANHIST
042500     CLOSE GLPOST
042600*> The shop-standard trailer closes the file so the consumer
042700*> can prove nothing was truncated in transit.
042800     MOVE "*TRAILER" TO FT-TRAILER-TAG
042900     MOVE Trailer-Record-Count TO FT-RECORD-COUNT
043000     MOVE Trailer-Hash-Total TO FT-HASH-TOTAL
043100     ACCEPT Trailer-Date FROM DATE YYYYMMDD
043200     MOVE Trailer-Date TO FT-CREATE-DATE
043300     MOVE SPACES TO TR-DAILYTRN-RECORD
043400     MOVE FT-FILE-TRAILER-RECORD TO TR-DAILYTRN-RECORD (1:34)
043500     WRITE TR-DAILYTRN-RECORD
043600     CLOSE RNDUPTRN
043700     DISPLAY " "
043800     DISPLAY "ROUND-UP SUMMARY"
043900     DISPLAY "Enrollments read   - " Enrollments-Read
044000     DISPLAY "Purchases rounded  - " Purchases-Rounded
044100     DISPLAY "Pairs generated    - " Pairs-Generated
044200     DISPLAY "Transfers skipped  - " Transfers-Skipped
044300     DISPLAY "Dollars generated  - " Transfer-Total
044400     DISPLAY "Match bonuses paid - " Bonuses-Paid
044500     DISPLAY "Bonus dollars      - " Bonus-Total.
044600 9000-TERMINATE-EXIT.
044700     EXIT.
