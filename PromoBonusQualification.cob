000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PromoBonusQualification.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-12.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    PROMOBONUSQUALIFICATION                                    *
001100*                                                               *
001200*    NEW-ACCOUNT PROMOTIONAL BONUS, RUN AFTER THE NIGHT'S POST  *
001300*    AND THE AVERAGE-BALANCE UPDATE. FOR EVERY PENDING PROMOENR *
001400*    ENROLLMENT, GATHERS THE DIRECT DEPOSITS (ACH CREDITS ON    *
001500*    TRANHIST) POSTED SINCE THE LAST SCAN AND INSIDE THE        *
001600*    MEASUREMENT WINDOW, AND AT EACH MONTH-END INSIDE THE       *
001700*    WINDOW FOLDS THE MONTH'S ADBACCUM BALANCE-DAYS INTO THE    *
001800*    ENROLLMENT BEFORE THE ACCUMULATOR RESETS. ON THE NIGHT THE *
001900*    WINDOW ENDS THE ACCOUNT IS TESTED ON ITS OFFER'S BASIS     *
002000*    (PROMODEF): DIRECT-DEPOSIT TOTAL AND COUNT, OR AVERAGE     *
002100*    DAILY BALANCE OVER THE WINDOW.                             *
002200*                                                               *
002300*    A QUALIFIED ACCOUNT IS PAID: THE DEPOSIT GOES ON PROMOTRN  *
002400*    DATED TOMORROW SO IT RIDES THE NEXT NIGHT'S POST, THE GL   *
002500*    PAIR (PRMB) CHARGES THE OFFER'S EXPENSE ACCOUNT TONIGHT,   *
002600*    AND THE BONUS IS FOLDED INTO THE YEAR'S YTDINT INTEREST -  *
002700*    IT IS REPORTED TO THE CUSTOMER AS INTEREST INCOME. AN      *
002800*    ACCOUNT THAT FALLS SHORT FAILS THE OFFER; ONE CLOSED OR    *
002900*    GONE FROM THE MASTER FORFEITS IT.                          *
003000*                                                               *
003100*    MODIFICATION HISTORY                                      *
003200*    ------------------------------------------------------    *
003300*    DATE       INIT  DESCRIPTION                              *
003400*    ---------  ----  -----------------------------------      *
003500*    2026-10-12  RLB  ORIGINAL.                                *
003501*    2026-10-15  RLB  YI-PENALTY-FORFEITED IS ZEROED ON A NEW  *
003502*                     YTDINT ROW OR A NEW TAX YEAR.            *
003600*                                                               *
003700*****************************************************************
003800
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT PROMOENR ASSIGN TO "PROMOENR"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS PJ-ACCOUNT-NUMBER
004600         FILE STATUS IS Promoenr-File-Status.
004700
004800     SELECT PROMODEF ASSIGN TO "PROMODEF"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS PH-OFFER-CODE
005200         FILE STATUS IS Promodef-File-Status.
005300
005400     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS MF-ACCOUNT-NUMBER
005800         FILE STATUS IS Acctmstr-File-Status.
005900
006000     SELECT TRANHIST ASSIGN TO "TRANHIST"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS HT-HISTORY-KEY
006400         FILE STATUS IS Tranhist-File-Status.
006500
006600     SELECT ADBACCUM ASSIGN TO "ADBACCUM"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS RANDOM
006900         RECORD KEY IS AB-ACCOUNT-NUMBER
007000         FILE STATUS IS Adbaccum-File-Status.
007100
007200     SELECT YTDINT ASSIGN TO "YTDINT"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS RANDOM
007500         RECORD KEY IS YI-ACCOUNT-NUMBER
007600         FILE STATUS IS Ytdint-File-Status.
007700
007800     SELECT PROMOTRN ASSIGN TO "PROMOTRN"
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS Promotrn-File-Status.
008100
008200     SELECT GLPOST ASSIGN TO "GLPOST"
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS Glpost-File-Status.
008500
008600     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
008700         ORGANIZATION IS SEQUENTIAL
008800         FILE STATUS IS Runctlin-File-Status.
008900
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  PROMOENR.
009300     COPY PROMOENR.
009400
009500 FD  PROMODEF.
009600     COPY PROMODEF.
009700
009800 FD  ACCTMSTR.
009900     COPY ACCTMSTR.
010000
010100 FD  TRANHIST.
010200     COPY TRNHIST.
010300
010400 FD  ADBACCUM.
010500     COPY ADBACCUM.
010600
010700 FD  YTDINT.
010800     COPY YTDINT.
010900
011000 FD  PROMOTRN.
011100     COPY DAILYTRN.
011200
011300 FD  GLPOST.
011400     COPY GLPOST.
011500
011600 FD  RUNCTLIN.
011700     COPY RUNCTL REPLACING
011800         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
011900         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
012000         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
012100         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.
012200
012300 WORKING-STORAGE SECTION.
012400 01  Promoenr-File-Status            PIC XX.
012500     88  Promoenr-OK                 VALUE "00".
012600     88  Promoenr-EOF                VALUE "10".
012700 01  Promodef-File-Status            PIC XX.
012800     88  Promodef-OK                 VALUE "00".
012900     88  Promodef-Not-On-File        VALUE "23".
013000 01  Acctmstr-File-Status            PIC XX.
013100     88  Acctmstr-OK                 VALUE "00".
013200     88  Acctmstr-Not-On-File        VALUE "23".
013300 01  Tranhist-File-Status            PIC XX.
013400     88  Tranhist-OK                 VALUE "00".
013500 01  Adbaccum-File-Status            PIC XX.
013600     88  Adbaccum-OK                 VALUE "00".
013700     88  Adbaccum-Not-On-File        VALUE "23".
013800 01  Ytdint-File-Status              PIC XX.
013900     88  Ytdint-OK                   VALUE "00".
014000     88  Ytdint-Not-On-File          VALUE "23".
014100 01  Promotrn-File-Status            PIC XX.
014200 01  Glpost-File-Status              PIC XX.
014300     88  Glpost-OK                   VALUE "00".
014400 01  Runctlin-File-Status            PIC XX.
014500     88  Runctlin-OK                 VALUE "00".
014600     88  Runctlin-Not-Found          VALUE "35".
014700
014800*    A DIRECT DEPOSIT IS AN ACH CREDIT - PAYROLL, PENSION AND
014900*    BENEFIT PAYMENTS ALL ARRIVE THROUGH THE INBOUND ACH INTAKE.
015000 77  Direct-Deposit-Channel          PIC X(03) VALUE "ACH".
015100
015200 01  Business-Date                   PIC 9(08).
015300 01  Tomorrow-Integer-Date           PIC 9(07).
015400 01  Tomorrow-Date                   PIC 9(08).
015500 01  Scan-Start-Integer              PIC 9(07).
015600 01  Scan-Start-Date                 PIC 9(08).
015700 01  Scan-End-Date                   PIC 9(08).
015800 01  Month-End-Switch                PIC X(01).
015900     88  Is-Month-End                VALUE "Y".
016000     88  Not-Month-End               VALUE "N".
016100 01  History-Scan-Switch             PIC X(01).
016200     88  History-Scan-Done           VALUE "Y".
016300     88  History-Scan-Open           VALUE "N".
016400 01  Qualify-Switch                  PIC X(01).
016500     88  Account-Qualifies           VALUE "Y".
016600     88  Account-Falls-Short         VALUE "N".
016700 01  Required-Deposit-Count          PIC 9(02).
016800 01  Window-Balance-Sum              PIC S9(11)V99 COMP-3.
016900 01  Window-Day-Count                PIC 9(03).
017000 01  Window-Average-Balance          PIC S9(9)V99.
017100
017200 01  Qualification-Counters.
017300     05  Enrollments-Read            PIC 9(7) COMP.
017400     05  Enrollments-Scanned         PIC 9(7) COMP.
017500     05  Deposits-Counted            PIC 9(7) COMP.
017600     05  Bonuses-Paid                PIC 9(7) COMP.
017700     05  Enrollments-Failed          PIC 9(7) COMP.
017800     05  Enrollments-Forfeited       PIC 9(7) COMP.
017900     05  Offers-Missing              PIC 9(7) COMP.
018000     05  Bonus-Total                 PIC 9(9).
018100
018200 COPY FILETRLR.
018300 01  Trailer-Record-Count            PIC 9(07).
018400 01  Trailer-Hash-Total              PIC 9(11).
018500 01  Trailer-Date                    PIC 9(08).
018600
018700 PROCEDURE DIVISION.
018800
018900 0000-MAINLINE.
019000     CALL "BatchStepTimer" USING "STEP018A", "S"
019100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
019200     PERFORM 2000-PROCESS-ENROLLMENT
019300         THRU 2000-PROCESS-ENROLLMENT-EXIT
019400         UNTIL Promoenr-EOF
019500     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
019600     CALL "BatchStepTimer" USING "STEP018A", "E"
019700     STOP RUN.
019800
019900 1000-INITIALIZE.
020000     MOVE ZERO TO Trailer-Record-Count
020100                  Trailer-Hash-Total
020200     OPEN I-O PROMOENR
020300     OPEN INPUT PROMODEF
020400     OPEN INPUT ACCTMSTR
020500     OPEN INPUT TRANHIST
020600     OPEN INPUT ADBACCUM
020700     OPEN I-O YTDINT
020800     OPEN OUTPUT PROMOTRN
020900     OPEN EXTEND GLPOST
021000     MOVE ZERO TO Enrollments-Read
021100                  Enrollments-Scanned
021200                  Deposits-Counted
021300                  Bonuses-Paid
021400                  Enrollments-Failed
021500                  Enrollments-Forfeited
021600                  Offers-Missing
021700                  Bonus-Total
021800
021900     OPEN INPUT RUNCTLIN
022000     IF Runctlin-OK
022100         READ RUNCTLIN
022200             AT END
022300                 SET Runctlin-Not-Found TO TRUE
022400         END-READ
022500     END-IF
022600     IF Runctlin-OK
022700         MOVE RI-BUSINESS-DATE TO Business-Date
022800         CLOSE RUNCTLIN
022900     ELSE
023000         ACCEPT Business-Date FROM DATE YYYYMMDD
023100     END-IF
023200*> The bonus deposit is dated tomorrow so it rides the next
023300*> night's post, as the round-up pairs do.
023400     COMPUTE Tomorrow-Integer-Date =
023500         FUNCTION INTEGER-OF-DATE(Business-Date) + 1
023600     MOVE FUNCTION DATE-OF-INTEGER(Tomorrow-Integer-Date)
023700         TO Tomorrow-Date
023800     IF Tomorrow-Date (5:2) = Business-Date (5:2)
023900         SET Not-Month-End TO TRUE
024000     ELSE
024100         SET Is-Month-End TO TRUE
024200     END-IF
024300     DISPLAY "NEW-ACCOUNT PROMOTION QUALIFICATION - "
024400         Business-Date
024500
024600     READ PROMOENR NEXT RECORD
024700         AT END
024800             SET Promoenr-EOF TO TRUE
024900     END-READ.
025000 1000-INITIALIZE-EXIT.
025100     EXIT.
025200
025300*****************************************************************
025400*    ONE ENROLLMENT: GATHER WHAT POSTED SINCE THE LAST SCAN,    *
025500*    AND ON THE NIGHT THE WINDOW ENDS, DECIDE IT.               *
025600*****************************************************************
025700 2000-PROCESS-ENROLLMENT.
025800     ADD 1 TO Enrollments-Read
025900     IF NOT PJ-ENROLLMENT-PENDING
026000         GO TO 2000-READ-NEXT
026100     END-IF
026200*> A rerun of the same night finds the scan already done.
026300     IF PJ-LAST-SCAN-DATE NOT < Business-Date
026400         GO TO 2000-READ-NEXT
026500     END-IF
026600     MOVE PJ-ACCOUNT-NUMBER TO MF-ACCOUNT-NUMBER
026700     READ ACCTMSTR
026800         INVALID KEY
026900             SET Acctmstr-Not-On-File TO TRUE
027000     END-READ
027100     IF Acctmstr-Not-On-File OR MF-Account-Is-Closed
027200         SET PJ-ENROLLMENT-FORFEITED TO TRUE
027300         MOVE Business-Date TO PJ-STATUS-DATE
027400         REWRITE PJ-PROMO-ENROLLMENT-RECORD
027500         ADD 1 TO Enrollments-Forfeited
027600         DISPLAY "FORFEIT  " PJ-ACCOUNT-NUMBER " OFFER "
027700             PJ-OFFER-CODE " - closed or not on master."
027800         GO TO 2000-READ-NEXT
027900     END-IF
028000     MOVE PJ-OFFER-CODE TO PH-OFFER-CODE
028100     READ PROMODEF
028200         INVALID KEY
028300             SET Promodef-Not-On-File TO TRUE
028400     END-READ
028500     IF Promodef-Not-On-File
028600         ADD 1 TO Offers-Missing
028700         DISPLAY "SKIPPED  " PJ-ACCOUNT-NUMBER " - offer "
028800             PJ-OFFER-CODE " not on PROMODEF; left pending."
028900         GO TO 2000-READ-NEXT
029000     END-IF
029100
029200     ADD 1 TO Enrollments-Scanned
029300     PERFORM 2100-GATHER-DEPOSITS THRU 2100-GATHER-DEPOSITS-EXIT
029400     PERFORM 2300-FOLD-BALANCE-DAYS
029500         THRU 2300-FOLD-BALANCE-DAYS-EXIT
029600     MOVE Business-Date TO PJ-LAST-SCAN-DATE
029700     IF Business-Date NOT < PJ-WINDOW-END-DATE
029800         PERFORM 2400-DECIDE-ENROLLMENT
029900             THRU 2400-DECIDE-ENROLLMENT-EXIT
030000     END-IF
030100     REWRITE PJ-PROMO-ENROLLMENT-RECORD.
030200
030300 2000-READ-NEXT.
030400     READ PROMOENR NEXT RECORD
030500         AT END
030600             SET Promoenr-EOF TO TRUE
030700     END-READ.
030800 2000-PROCESS-ENROLLMENT-EXIT.
030900     EXIT.
031000
031100*    THE SCAN STARTS THE DAY AFTER THE LAST ONE (THE OPEN DATE
031200*    ON THE FIRST NIGHT), SO A MISSED NIGHT IS PICKED UP AND NO
031300*    DEPOSIT COUNTS TWICE, AND STOPS AT THE WINDOW END.
031400 2100-GATHER-DEPOSITS.
031500     IF PJ-LAST-SCAN-DATE = ZERO
031600         MOVE PJ-OPEN-DATE TO Scan-Start-Date
031700     ELSE
031800         COMPUTE Scan-Start-Integer =
031900             FUNCTION INTEGER-OF-DATE(PJ-LAST-SCAN-DATE) + 1
032000         MOVE FUNCTION DATE-OF-INTEGER(Scan-Start-Integer)
032100             TO Scan-Start-Date
032200     END-IF
032300     IF Business-Date < PJ-WINDOW-END-DATE
032400         MOVE Business-Date TO Scan-End-Date
032500     ELSE
032600         MOVE PJ-WINDOW-END-DATE TO Scan-End-Date
032700     END-IF
032800     IF Scan-Start-Date > Scan-End-Date
032900         GO TO 2100-GATHER-DEPOSITS-EXIT
033000     END-IF
033100     MOVE PJ-ACCOUNT-NUMBER TO HT-ACCOUNT-NUMBER
033200     MOVE Scan-Start-Date TO HT-TRANS-DATE
033300     MOVE ZERO TO HT-TRANS-SEQUENCE
033400     START TRANHIST KEY IS NOT LESS THAN HT-HISTORY-KEY
033500         INVALID KEY
033600             GO TO 2100-GATHER-DEPOSITS-EXIT
033700     END-START
033800     SET History-Scan-Open TO TRUE
033900     PERFORM 2200-COUNT-DEPOSIT THRU 2200-COUNT-DEPOSIT-EXIT
034000         UNTIL History-Scan-Done.
034100 2100-GATHER-DEPOSITS-EXIT.
034200     EXIT.
034300
034400 2200-COUNT-DEPOSIT.
034500     READ TRANHIST NEXT
034600         AT END
034700             SET History-Scan-Done TO TRUE
034800             GO TO 2200-COUNT-DEPOSIT-EXIT
034900     END-READ
035000     IF HT-ACCOUNT-NUMBER NOT = PJ-ACCOUNT-NUMBER
035100         OR HT-TRANS-DATE > Scan-End-Date
035200         SET History-Scan-Done TO TRUE
035300         GO TO 2200-COUNT-DEPOSIT-EXIT
035400     END-IF
035500     IF NOT HT-DEPOSIT
035600         OR HT-SOURCE-CHANNEL NOT = Direct-Deposit-Channel
035700         GO TO 2200-COUNT-DEPOSIT-EXIT
035800     END-IF
035900     ADD HT-TRANS-AMOUNT TO PJ-DEPOSIT-TOTAL
036000     ADD 1 TO PJ-DEPOSIT-COUNT
036100     ADD 1 TO Deposits-Counted.
036200 2200-COUNT-DEPOSIT-EXIT.
036300     EXIT.
036400
036500*    ADBACCUM HOLDS ONE MONTH AND STARTS OVER ON THE FIRST
036600*    NIGHT OF THE NEXT, SO A MONTH THAT ENDS INSIDE THE WINDOW
036700*    IS CARRIED ON THE ENROLLMENT TONIGHT. THE MONTH THE WINDOW
036800*    ENDS IN IS TAKEN STRAIGHT FROM THE ACCUMULATOR AT THE TEST.
036900 2300-FOLD-BALANCE-DAYS.
037000     IF NOT PH-BASIS-BALANCE
037100         OR Not-Month-End
037200         OR Business-Date NOT < PJ-WINDOW-END-DATE
037300         GO TO 2300-FOLD-BALANCE-DAYS-EXIT
037400     END-IF
037500     MOVE PJ-ACCOUNT-NUMBER TO AB-ACCOUNT-NUMBER
037600     READ ADBACCUM
037700         INVALID KEY
037800             GO TO 2300-FOLD-BALANCE-DAYS-EXIT
037900     END-READ
038000     IF AB-ACCUM-MONTH = Business-Date (1:6)
038100         ADD AB-BALANCE-SUM TO PJ-ADB-BALANCE-SUM
038200         ADD AB-DAY-COUNT TO PJ-ADB-DAY-COUNT
038300     END-IF.
038400 2300-FOLD-BALANCE-DAYS-EXIT.
038500     EXIT.
038600
038700*****************************************************************
038800*    THE WINDOW HAS ENDED: TEST THE OFFER'S BASIS AND PAY OR    *
038900*    FAIL. AN OFFER WITH NO DEPOSIT COUNT NEEDS ONE DEPOSIT.    *
039000*****************************************************************
039100 2400-DECIDE-ENROLLMENT.
039200     SET Account-Falls-Short TO TRUE
039300     IF PH-BASIS-DIRECT-DEPOSIT
039400         MOVE PH-MIN-DEPOSIT-COUNT TO Required-Deposit-Count
039500         IF Required-Deposit-Count = ZERO
039600             MOVE 1 TO Required-Deposit-Count
039700         END-IF
039800         IF PJ-DEPOSIT-TOTAL NOT < PH-QUALIFY-AMOUNT
039900             AND PJ-DEPOSIT-COUNT NOT < Required-Deposit-Count
040000             SET Account-Qualifies TO TRUE
040100         END-IF
040200     END-IF
040300     IF PH-BASIS-BALANCE
040400         PERFORM 2450-MEASURE-BALANCE
040500             THRU 2450-MEASURE-BALANCE-EXIT
040600     END-IF
040700     IF Account-Qualifies
040800         PERFORM 2500-PAY-BONUS THRU 2500-PAY-BONUS-EXIT
040900         GO TO 2400-DECIDE-ENROLLMENT-EXIT
041000     END-IF
041100     SET PJ-ENROLLMENT-FAILED TO TRUE
041200     MOVE Business-Date TO PJ-STATUS-DATE
041300     ADD 1 TO Enrollments-Failed
041400     DISPLAY "FAILED   " PJ-ACCOUNT-NUMBER " OFFER "
041500         PJ-OFFER-CODE " - requirement not met in the window.".
041600 2400-DECIDE-ENROLLMENT-EXIT.
041700     EXIT.
041800
041900 2450-MEASURE-BALANCE.
042000     MOVE PJ-ADB-BALANCE-SUM TO Window-Balance-Sum
042100     MOVE PJ-ADB-DAY-COUNT TO Window-Day-Count
042200     MOVE PJ-ACCOUNT-NUMBER TO AB-ACCOUNT-NUMBER
042300     READ ADBACCUM
042400         INVALID KEY
042500             SET Adbaccum-Not-On-File TO TRUE
042600     END-READ
042700     IF Adbaccum-OK
042800         AND AB-ACCUM-MONTH = Business-Date (1:6)
042900         ADD AB-BALANCE-SUM TO Window-Balance-Sum
043000         ADD AB-DAY-COUNT TO Window-Day-Count
043100     END-IF
043200     IF Window-Day-Count = ZERO
043300         GO TO 2450-MEASURE-BALANCE-EXIT
043400     END-IF
043500     COMPUTE Window-Average-Balance ROUNDED =
043600         Window-Balance-Sum / Window-Day-Count
043700     IF Window-Average-Balance NOT < PH-QUALIFY-AMOUNT
043800         SET Account-Qualifies TO TRUE
043900     END-IF.
044000 2450-MEASURE-BALANCE-EXIT.
044100     EXIT.
044200
044300*    THE DEPOSIT RIDES THE NEXT NIGHT'S POST; THE GL PAIR
044400*    CHARGES THE OFFER'S EXPENSE ACCOUNT TONIGHT, AND THE BONUS
044500*    JOINS THE YEAR'S REPORTABLE INTEREST.
044600 2500-PAY-BONUS.
044700     SET PJ-BONUS-PAID TO TRUE
044800     MOVE PH-BONUS-AMOUNT TO PJ-BONUS-AMOUNT
044900     MOVE Business-Date TO PJ-BONUS-PAID-DATE
045000     MOVE Business-Date TO PJ-STATUS-DATE
045100     IF PJ-BONUS-AMOUNT = ZERO
045200         GO TO 2500-PAY-BONUS-EXIT
045300     END-IF
045400
045500     MOVE SPACES TO TR-DAILYTRN-RECORD
045600     MOVE "SYS" TO TR-SOURCE-CHANNEL
045700     MOVE PJ-ACCOUNT-NUMBER TO TR-ACCOUNT-NUMBER
045800     MOVE "D" TO TR-TRANS-TYPE
045900     MOVE PJ-BONUS-AMOUNT TO TR-TRANS-AMOUNT
046000     MOVE Tomorrow-Date TO TR-TRANS-DATE
046100     WRITE TR-DAILYTRN-RECORD
046200     ADD 1 TO Trailer-Record-Count
046300     ADD TR-TRANS-AMOUNT TO Trailer-Hash-Total
046400
046500     MOVE PH-EXPENSE-GL-ACCOUNT TO GL-ACCOUNT-NUMBER
046600     MOVE Business-Date TO GL-POSTING-DATE
046700     MOVE "PRMB" TO GL-TRANSACTION-CODE
046800     SET GL-Is-Debit TO TRUE
046900     MOVE PJ-BONUS-AMOUNT TO GL-ENTRY-AMOUNT
047000     MOVE "PromoBonusQualific" TO GL-SOURCE-PROGRAM
047100     MOVE ZERO TO GL-TRACE-ID
047200     WRITE GL-POST-RECORD
047300*> The contra leg - the feed must balance within the date.
047400     MOVE PJ-ACCOUNT-NUMBER TO GL-ACCOUNT-NUMBER
047500     SET GL-Is-Credit TO TRUE
047600     WRITE GL-POST-RECORD
047700
047800     PERFORM 2550-FOLD-YTD-INTEREST
047900         THRU 2550-FOLD-YTD-INTEREST-EXIT
048000     ADD 1 TO Bonuses-Paid
048100     ADD PJ-BONUS-AMOUNT TO Bonus-Total
048200     DISPLAY "PAID     " PJ-ACCOUNT-NUMBER " OFFER "
048300         PJ-OFFER-CODE " BONUS " PJ-BONUS-AMOUNT.
048400 2500-PAY-BONUS-EXIT.
048500     EXIT.
048600
048700*    THE SAME FOLD THE INTEREST SETTLEMENT USES: A NEW ROW, A
048800*    ROW LEFT FROM LAST YEAR STARTING OVER, OR THIS YEAR'S ROW
048900*    ADDED TO.
049000 2550-FOLD-YTD-INTEREST.
049100     MOVE PJ-ACCOUNT-NUMBER TO YI-ACCOUNT-NUMBER
049200     READ YTDINT
049300         INVALID KEY
049400             MOVE PJ-ACCOUNT-NUMBER TO YI-ACCOUNT-NUMBER
049500             MOVE Business-Date (1:4) TO YI-TAX-YEAR
049600             MOVE PJ-BONUS-AMOUNT TO YI-INTEREST-PAID
049700             MOVE ZERO TO YI-TAX-WITHHELD
049710             MOVE ZERO TO YI-PENALTY-FORFEITED
049800             WRITE YI-YTD-INTEREST-RECORD
049900             GO TO 2550-FOLD-YTD-INTEREST-EXIT
050000     END-READ
050100     IF YI-TAX-YEAR NOT = Business-Date (1:4)
050200         MOVE Business-Date (1:4) TO YI-TAX-YEAR
050300         MOVE PJ-BONUS-AMOUNT TO YI-INTEREST-PAID
050400         MOVE ZERO TO YI-TAX-WITHHELD
050410         MOVE ZERO TO YI-PENALTY-FORFEITED
050500     ELSE
050600         ADD PJ-BONUS-AMOUNT TO YI-INTEREST-PAID
050700     END-IF
050800     REWRITE YI-YTD-INTEREST-RECORD.
050900 2550-FOLD-YTD-INTEREST-EXIT.
051000     EXIT.
051100
051200 9000-TERMINATE.
051300     CLOSE PROMOENR
051400     CLOSE PROMODEF
051500     CLOSE ACCTMSTR
051600     CLOSE TRANHIST
051700     CLOSE ADBACCUM
051800     CLOSE YTDINT
051900     CLOSE GLPOST
052000*> The shop-standard trailer closes the file so the consumer
052100*> can prove nothing was truncated in transit.
052200     MOVE "*TRAILER" TO FT-TRAILER-TAG
052300     MOVE Trailer-Record-Count TO FT-RECORD-COUNT
052400     MOVE Trailer-Hash-Total TO FT-HASH-TOTAL
052500     ACCEPT Trailer-Date FROM DATE YYYYMMDD
052600     MOVE Trailer-Date TO FT-CREATE-DATE
052700     MOVE SPACES TO TR-DAILYTRN-RECORD
052800     MOVE FT-FILE-TRAILER-RECORD TO TR-DAILYTRN-RECORD (1:34)
052900     WRITE TR-DAILYTRN-RECORD
053000     CLOSE PROMOTRN
053100     DISPLAY " "
053200     DISPLAY "PROMOTION QUALIFICATION SUMMARY"
053300     DISPLAY "Enrollments read   - " Enrollments-Read
053400     DISPLAY "Enrollments scanned- " Enrollments-Scanned
053500     DISPLAY "Direct deposits    - " Deposits-Counted
053600     DISPLAY "Bonuses paid       - " Bonuses-Paid
053700     DISPLAY "Bonus dollars      - " Bonus-Total
053800     DISPLAY "Failed at window   - " Enrollments-Failed
053900     DISPLAY "Forfeited (closed) - " Enrollments-Forfeited
054000     DISPLAY "Offer not on file  - " Offers-Missing.
054100 9000-TERMINATE-EXIT.
054200     EXIT.
