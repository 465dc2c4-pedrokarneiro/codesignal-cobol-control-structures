000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BillPaymentGenerator.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-09-21.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    BILLPAYMENTGENERATOR                                       *
001100*                                                               *
001200*    NIGHTLY STEP AHEAD OF THE ITEM-TRACE STEP, IN THE          *
001300*    STANDINGORDERGENERATOR MOLD. WALKS THE BILL PAYMENT        *
001400*    SCHEDULE AND, FOR EVERY PAYMENT DUE ON OR BEFORE THE       *
001500*    BUSINESS DATE (OR WAITING ON ITS ONE RETRY), EMITS A BILP  *
001600*    WITHDRAWAL ON THE BPY CHANNEL INTO THE GENERATED FILE THE  *
001700*    SORT CONCATENATES AND MARKS THE PAYMENT G. THE ITEM        *
001800*    CARRIES THE PAYMENT ID IN ITS ENVELOPE REFERENCE SO        *
001900*    BILLPAYMENTREMITTANCE CAN FIND IT ON TRNHIST AFTER THE     *
002000*    POST.                                                      *
002100*                                                               *
002200*    THE POST CARRIES A SHORT ACCOUNT NEGATIVE RATHER THAN      *
002300*    REFUSE A DEBIT, SO AVAILABLE FUNDS (LEDGER LESS HOLDS AND  *
002400*    UNCOLLECTED) ARE PROVED HERE. A PAYMENT THAT IS SHORT IS   *
002500*    HELD IN R FOR ONE RETRY ON THE NEXT BUSINESS DAY; SHORT    *
002600*    AGAIN, IT IS CANCELLED WITH A CUSTOMER NOTICE (BPNOTC). A  *
002700*    CLOSED FUNDING ACCOUNT OR AN INACTIVE PAYEE CANCELS THE    *
002800*    PAYMENT OUTRIGHT, ALSO WITH A NOTICE. THE NIGHT'S BPY      *
002900*    COUNT AND DEBIT TOTAL ARE CLAIMED ON SETTLTOT.             *
003000*                                                               *
003100*    MODIFICATION HISTORY                                      *
003200*    ------------------------------------------------------    *
003300*    DATE       INIT  DESCRIPTION                              *
003400*    ---------  ----  -----------------------------------      *
003500*    2026-09-21  RLB  ORIGINAL.                                *
003600*                                                               *
003700*****************************************************************
003800
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT BPSCHED ASSIGN TO "BPSCHED"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS BY-PAYMENT-ID
004600         FILE STATUS IS Bpsched-File-Status.
004700
004800     SELECT BPPAYEE ASSIGN TO "BPPAYEE"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS PE-PAYEE-KEY
005200         FILE STATUS IS Bppayee-File-Status.
005300
005400     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS MF-ACCOUNT-NUMBER
005800         FILE STATUS IS Acctmstr-File-Status.
005900
006000     SELECT CUSTADDR ASSIGN TO "CUSTADDR"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS RANDOM
006300         RECORD KEY IS NA-CUSTOMER-NUMBER
006400         FILE STATUS IS Custaddr-File-Status.
006500
006600     SELECT HOLCAL ASSIGN TO "HOLCAL"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS RANDOM
006900         RECORD KEY IS HC-HOLIDAY-DATE
007000         FILE STATUS IS Holcal-File-Status.
007100
007200     SELECT BPAYTRN ASSIGN TO "BPAYTRN"
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS Bpaytrn-File-Status.
007500
007600     SELECT BPNOTC ASSIGN TO "BPNOTC"
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS Bpnotc-File-Status.
007900
008000     SELECT SETTLTOT ASSIGN TO "SETTLTOT"
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS Settltot-File-Status.
008300
008400     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS Runctlin-File-Status.
008700
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  BPSCHED.
009100     COPY BPSCHED.
009200
009300 FD  BPPAYEE.
009400     COPY BPPAYEE.
009500
009600 FD  ACCTMSTR.
009700     COPY ACCTMSTR.
009800
009900 FD  CUSTADDR.
010000     COPY CUSTADDR.
010100
010200 FD  HOLCAL.
010300     COPY HOLCAL.
010400
010500 FD  BPAYTRN.
010600     COPY DAILYTRN.
010700
010800 FD  BPNOTC.
010900     COPY BPNOTC.
011000
011100 FD  SETTLTOT.
011200     COPY SETTLTOT.
011300
011400 FD  RUNCTLIN.
011500     COPY RUNCTL REPLACING
011600         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
011700         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
011800         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
011900         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.
012000
012100 WORKING-STORAGE SECTION.
012200 01  Bpsched-File-Status             PIC XX.
012300     88  Bpsched-OK                  VALUE "00".
012400     88  Bpsched-EOF                 VALUE "10".
012500 01  Bppayee-File-Status             PIC XX.
012600     88  Bppayee-OK                  VALUE "00".
012700     88  Bppayee-Not-On-File         VALUE "23".
012800 01  Acctmstr-File-Status            PIC XX.
012900     88  Acctmstr-OK                 VALUE "00".
013000     88  Acctmstr-Not-On-File        VALUE "23".
013100 01  Custaddr-File-Status            PIC XX.
013200     88  Custaddr-OK                 VALUE "00".
013300 01  Holcal-File-Status              PIC XX.
013400     88  Holcal-OK                   VALUE "00".
013500     88  Holcal-Not-Found            VALUE "23".
013600 01  Bpaytrn-File-Status             PIC XX.
013700 01  Bpnotc-File-Status              PIC XX.
013800 01  Settltot-File-Status            PIC XX.
013900 01  Runctlin-File-Status            PIC XX.
014000     88  Runctlin-OK                 VALUE "00".
014100     88  Runctlin-Not-Found          VALUE "35".
014200
014300*    BILL PAYMENTS POST AS A CODED WITHDRAWAL ON THEIR OWN
014400*    CHANNEL SO THE SETTLEMENT RECONCILIATION PROVES THEM
014500*    APART FROM STANDING ORDERS AND THE OTHER SYS FEEDS.
014600 77  Bill-Pay-Trans-Code             PIC X(04) VALUE "BILP".
014700 77  Bill-Pay-Channel                PIC X(03) VALUE "BPY".
014800*    ONE RETRY ON THE NEXT BUSINESS DAY, THEN CANCEL.
014900 77  Retry-Limit                     PIC 9(01) VALUE 1.
015000
015100 01  Business-Date                   PIC 9(08).
015200 01  Candidate-Date                  PIC 9(08).
015300 01  Candidate-Date-Parts REDEFINES Candidate-Date.
015400     05  Candidate-Year              PIC 9(04).
015500     05  Candidate-Month             PIC 9(02).
015600     05  Candidate-Day               PIC 9(02).
015700 01  Candidate-Integer-Date          PIC 9(07).
015800 01  Candidate-Day-Of-Week           PIC 9(01).
015900 01  Business-Day-Switch             PIC X(01).
016000     88  Is-Business-Day             VALUE "Y".
016100     88  Not-Business-Day            VALUE "N".
016200 01  Due-Date                        PIC 9(08).
016300 01  Holds-Total                     PIC S9(7)V99.
016400 01  Uncollected-Total               PIC S9(7)V99.
016500 01  Spendable-Balance               PIC S9(7)V99.
016600 01  Cancel-Reason                   PIC X(20).
016700
016800 01  Generator-Counters.
016900     05  Payments-Read               PIC 9(7) COMP.
017000     05  Payments-Generated          PIC 9(7) COMP.
017100     05  Payments-Deferred           PIC 9(7) COMP.
017200     05  Payments-Cancelled          PIC 9(7) COMP.
017300     05  Generated-Total             PIC 9(09).
017400
017500 COPY FILETRLR.
017600 01  Trailer-Record-Count            PIC 9(07).
017700 01  Trailer-Hash-Total              PIC 9(11).
017800
017900 PROCEDURE DIVISION.
018000
018100 0000-MAINLINE.
018200     CALL "BatchStepTimer" USING "STEP004H", "S"
018300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
018400     PERFORM 2000-PROCESS-PAYMENT THRU 2000-PROCESS-PAYMENT-EXIT
018500         UNTIL Bpsched-EOF
018600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
018700     CALL "BatchStepTimer" USING "STEP004H", "E"
018800     STOP RUN.
018900
019000 1000-INITIALIZE.
019100     MOVE ZERO TO Trailer-Record-Count
019200                  Trailer-Hash-Total
019300     OPEN I-O BPSCHED
019400     OPEN INPUT BPPAYEE
019500     OPEN INPUT ACCTMSTR
019600     OPEN INPUT CUSTADDR
019700     OPEN INPUT HOLCAL
019800     OPEN OUTPUT BPAYTRN
019900     OPEN EXTEND BPNOTC
020000     MOVE ZERO TO Payments-Read
020100                  Payments-Generated
020200                  Payments-Deferred
020300                  Payments-Cancelled
020400                  Generated-Total
020500
020600     OPEN INPUT RUNCTLIN
020700     IF Runctlin-OK
020800         READ RUNCTLIN
020900             AT END
021000                 SET Runctlin-Not-Found TO TRUE
021100         END-READ
021200     END-IF
021300     IF Runctlin-OK
021400         MOVE RI-BUSINESS-DATE TO Business-Date
021500         CLOSE RUNCTLIN
021600     ELSE
021700         ACCEPT Business-Date FROM DATE YYYYMMDD
021800     END-IF
021900     DISPLAY "BILL PAYMENT GENERATION - " Business-Date
022000
022100     READ BPSCHED NEXT RECORD
022200         AT END
022300             SET Bpsched-EOF TO TRUE
022400     END-READ.
022500 1000-INITIALIZE-EXIT.
022600     EXIT.
022700
022800 2000-PROCESS-PAYMENT.
022900     ADD 1 TO Payments-Read
023000     EVALUATE TRUE
023100         WHEN BY-PAYMENT-SCHEDULED
023200             MOVE BY-NEXT-PAY-DATE TO Due-Date
023300         WHEN BY-PAYMENT-RETRY
023400             MOVE BY-RETRY-DATE TO Due-Date
023500         WHEN OTHER
023600             GO TO 2000-READ-NEXT
023700     END-EVALUATE
023800     IF Due-Date > Business-Date
023900         GO TO 2000-READ-NEXT
024000     END-IF
024100
024200     MOVE BY-FROM-ACCOUNT TO MF-ACCOUNT-NUMBER
024300     READ ACCTMSTR
024400         INVALID KEY
024500             MOVE SPACES TO MF-BRANCH-CODE
024600             MOVE "CLOSED" TO MF-ACCOUNT-STATUS
024700     END-READ
024800     MOVE BY-CUSTOMER-NUMBER TO PE-CUSTOMER-NUMBER
024900     MOVE BY-PAYEE-ID TO PE-PAYEE-ID
025000     READ BPPAYEE
025100         INVALID KEY
025200             MOVE SPACES TO PE-PAYEE-NAME
025300             MOVE "I" TO PE-PAYEE-STATUS
025400     END-READ
025500*> Nothing more can ever be paid from a closed account or to a
025600*> payee the customer dropped - the whole payment comes off.
025700     IF MF-Account-Is-Closed OR NOT PE-PAYEE-ACTIVE
025800         IF MF-Account-Is-Closed
025900             MOVE "ACCOUNT CLOSED" TO Cancel-Reason
026000         ELSE
026100             MOVE "PAYEE NOT ACTIVE" TO Cancel-Reason
026200         END-IF
026300         PERFORM 2500-WRITE-NOTICE THRU 2500-WRITE-NOTICE-EXIT
026400         SET BY-PAYMENT-CANCELLED TO TRUE
026500         MOVE Cancel-Reason TO BY-CANCEL-REASON
026600         REWRITE BY-SCHEDULED-PAYMENT-RECORD
026700         ADD 1 TO Payments-Cancelled
026800         DISPLAY "** PAYMENT " BY-PAYMENT-ID " CANCELLED - "
026900             Cancel-Reason
027000         GO TO 2000-READ-NEXT
027100     END-IF
027200
027300     CALL "AccountHoldsTotal" USING BY-FROM-ACCOUNT,
027400         Holds-Total
027500     CALL "AccountUncollectedTotal" USING BY-FROM-ACCOUNT,
027600         Uncollected-Total
027700     COMPUTE Spendable-Balance =
027800         MF-ACCOUNT-BALANCE - Holds-Total - Uncollected-Total
027900     IF BY-PAYMENT-AMOUNT > Spendable-Balance
028000         PERFORM 2400-DECLINE-NSF THRU 2400-DECLINE-NSF-EXIT
028100         REWRITE BY-SCHEDULED-PAYMENT-RECORD
028200         GO TO 2000-READ-NEXT
028300     END-IF
028400
028500     MOVE SPACES TO TR-DAILYTRN-RECORD
028600     MOVE BY-FROM-ACCOUNT TO TR-ACCOUNT-NUMBER
028700     MOVE "W" TO TR-TRANS-TYPE
028800     MOVE BY-PAYMENT-AMOUNT TO TR-TRANS-AMOUNT
028900     MOVE Business-Date TO TR-TRANS-DATE
029000     MOVE Bill-Pay-Trans-Code TO TR-TRANS-CODE
029100     MOVE Bill-Pay-Channel TO TR-SOURCE-CHANNEL
029200     MOVE BY-PAYMENT-ID TO TR-ENVELOPE-REF
029300     WRITE TR-DAILYTRN-RECORD
029400     ADD 1 TO Trailer-Record-Count
029500     ADD TR-TRANS-AMOUNT TO Trailer-Hash-Total
029600     ADD 1 TO Payments-Generated
029700     ADD BY-PAYMENT-AMOUNT TO Generated-Total
029800     SET BY-PAYMENT-IN-POST TO TRUE
029900     MOVE Business-Date TO BY-GENERATED-DATE
030000     REWRITE BY-SCHEDULED-PAYMENT-RECORD
030100     DISPLAY "PAYMENT " BY-PAYMENT-ID ": " BY-FROM-ACCOUNT
030200         " -> " PE-PAYEE-NAME " FOR " BY-PAYMENT-AMOUNT.
030300
030400 2000-READ-NEXT.
030500     READ BPSCHED NEXT RECORD
030600         AT END
030700             SET Bpsched-EOF TO TRUE
030800     END-READ.
030900 2000-PROCESS-PAYMENT-EXIT.
031000     EXIT.
031100
031200*****************************************************************
031300*    ADVANCE FROM THE DATE THE PAYMENT WAS DUE, NOT FROM        *
031400*    TONIGHT, THE SAME WAY STANDING ORDERS DO - DAYS 29-31      *
031500*    CLAMP TO 28 ACROSS A MONTH ADD.                            *
031600*****************************************************************
031700 2100-ADVANCE-NEXT-PAY.
031800     MOVE BY-NEXT-PAY-DATE TO Candidate-Date
031900     IF BY-FREQ-WEEKLY
032000         COMPUTE Candidate-Integer-Date =
032100             FUNCTION INTEGER-OF-DATE(Candidate-Date) + 7
032200         MOVE FUNCTION DATE-OF-INTEGER(Candidate-Integer-Date)
032300             TO Candidate-Date
032400     ELSE
032500         IF Candidate-Month = 12
032600             MOVE 01 TO Candidate-Month
032700             ADD 1 TO Candidate-Year
032800         ELSE
032900             ADD 1 TO Candidate-Month
033000         END-IF
033100         IF Candidate-Day > 28
033200             MOVE 28 TO Candidate-Day
033300         END-IF
033400     END-IF
033500     SET Not-Business-Day TO TRUE
033600     PERFORM 2110-CHECK-CANDIDATE-DATE
033700         THRU 2110-CHECK-CANDIDATE-DATE-EXIT
033800         UNTIL Is-Business-Day
033900     MOVE Candidate-Date TO BY-NEXT-PAY-DATE.
034000 2100-ADVANCE-NEXT-PAY-EXIT.
034100     EXIT.
034200
034300 2110-CHECK-CANDIDATE-DATE.
034400     COMPUTE Candidate-Integer-Date =
034500         FUNCTION INTEGER-OF-DATE(Candidate-Date)
034600     COMPUTE Candidate-Day-Of-Week =
034700         FUNCTION MOD(Candidate-Integer-Date, 7)
034800     MOVE Candidate-Date TO HC-HOLIDAY-DATE
034900     READ HOLCAL
035000         INVALID KEY
035100             CONTINUE
035200     END-READ
035300     IF Candidate-Day-Of-Week = 6 OR Candidate-Day-Of-Week = 0
035400             OR Holcal-OK
035500         COMPUTE Candidate-Integer-Date =
035600             Candidate-Integer-Date + 1
035700         MOVE FUNCTION DATE-OF-INTEGER(Candidate-Integer-Date)
035800             TO Candidate-Date
035900     ELSE
036000         SET Is-Business-Day TO TRUE
036100     END-IF.
036200 2110-CHECK-CANDIDATE-DATE-EXIT.
036300     EXIT.
036400
036500*****************************************************************
036600*    SHORT OF FUNDS. THE FIRST BOUNCE WAITS IN R FOR ONE RETRY  *
036700*    ON THE NEXT BUSINESS DAY. THE SECOND CANCELS THIS          *
036800*    PAYMENT WITH A CUSTOMER NOTICE - A ONE-TIME PAYMENT IS     *
036900*    FINISHED, A RECURRING ONE LOSES ONLY THIS INSTALMENT AND   *
037000*    GOES BACK TO A ON ITS NEXT DATE.                           *
037100*****************************************************************
037200 2400-DECLINE-NSF.
037300     IF BY-RETRY-COUNT < Retry-Limit
037400         ADD 1 TO BY-RETRY-COUNT
037500         MOVE Business-Date TO Candidate-Date
037600         COMPUTE Candidate-Integer-Date =
037700             FUNCTION INTEGER-OF-DATE(Candidate-Date) + 1
037800         MOVE FUNCTION DATE-OF-INTEGER(Candidate-Integer-Date)
037900             TO Candidate-Date
038000         SET Not-Business-Day TO TRUE
038100         PERFORM 2110-CHECK-CANDIDATE-DATE
038200             THRU 2110-CHECK-CANDIDATE-DATE-EXIT
038300             UNTIL Is-Business-Day
038400         MOVE Candidate-Date TO BY-RETRY-DATE
038500         SET BY-PAYMENT-RETRY TO TRUE
038600         ADD 1 TO Payments-Deferred
038700         DISPLAY "** PAYMENT " BY-PAYMENT-ID
038800             " INSUFFICIENT FUNDS - RETRY " BY-RETRY-DATE
038900         GO TO 2400-DECLINE-NSF-EXIT
039000     END-IF
039100     MOVE "INSUFFICIENT FUNDS" TO Cancel-Reason
039200     PERFORM 2500-WRITE-NOTICE THRU 2500-WRITE-NOTICE-EXIT
039300     ADD 1 TO Payments-Cancelled
039400     DISPLAY "** PAYMENT " BY-PAYMENT-ID
039500         " INSUFFICIENT FUNDS ON RETRY - CANCELLED"
039600     MOVE 0 TO BY-RETRY-COUNT
039700     MOVE 0 TO BY-RETRY-DATE
039800     MOVE Cancel-Reason TO BY-CANCEL-REASON
039900     IF BY-FREQ-ONE-TIME
040000         SET BY-PAYMENT-CANCELLED TO TRUE
040100     ELSE
040200         PERFORM 2100-ADVANCE-NEXT-PAY
040300             THRU 2100-ADVANCE-NEXT-PAY-EXIT
040400         SET BY-PAYMENT-SCHEDULED TO TRUE
040500     END-IF.
040600 2400-DECLINE-NSF-EXIT.
040700     EXIT.
040800
040900*> The mail bureau sends the customer word that the biller
041000*> was not paid, addressed from CUSTADDR.
041100 2500-WRITE-NOTICE.
041200     MOVE SPACES TO PN-PAYMENT-NOTICE-RECORD
041300     MOVE BY-FROM-ACCOUNT TO PN-ACCOUNT-NUMBER
041400     MOVE MF-BRANCH-CODE TO PN-BRANCH-CODE
041500     MOVE BY-CUSTOMER-NUMBER TO PN-CUSTOMER-NUMBER
041600     MOVE BY-CUSTOMER-NUMBER TO NA-CUSTOMER-NUMBER
041700     READ CUSTADDR
041800         INVALID KEY
041900             MOVE SPACES TO NA-CUSTOMER-NAME
042000     END-READ
042100     MOVE NA-CUSTOMER-NAME TO PN-CUSTOMER-NAME
042200     MOVE BY-PAYMENT-ID TO PN-PAYMENT-ID
042300     MOVE PE-PAYEE-NAME TO PN-PAYEE-NAME
042400     MOVE BY-PAYMENT-AMOUNT TO PN-PAYMENT-AMOUNT
042500     MOVE BY-NEXT-PAY-DATE TO PN-SCHEDULED-DATE
042600     MOVE Cancel-Reason TO PN-CANCEL-REASON
042700     MOVE Business-Date TO PN-NOTICE-DATE
042800     WRITE PN-PAYMENT-NOTICE-RECORD.
042900 2500-WRITE-NOTICE-EXIT.
043000     EXIT.
043100
043200 9000-TERMINATE.
043300     CLOSE BPSCHED
043400     CLOSE BPPAYEE
043500     CLOSE ACCTMSTR
043600     CLOSE CUSTADDR
043700     CLOSE HOLCAL
043800     CLOSE BPNOTC
043900*> The shop-standard trailer closes the file so the consumer
044000*> can prove nothing was truncated in transit.
044100     MOVE "*TRAILER" TO FT-TRAILER-TAG
044200     MOVE Trailer-Record-Count TO FT-RECORD-COUNT
044300     MOVE Trailer-Hash-Total TO FT-HASH-TOTAL
044400     MOVE Business-Date TO FT-CREATE-DATE
044500     MOVE SPACES TO TR-DAILYTRN-RECORD
044600     MOVE FT-FILE-TRAILER-RECORD TO TR-DAILYTRN-RECORD (1:34)
044700     WRITE TR-DAILYTRN-RECORD
044800     CLOSE BPAYTRN
044900*> The bill payment service's claim for the night - what the
045000*> post must show on the BPY channel.
045100     IF Payments-Generated > 0
045200         OPEN EXTEND SETTLTOT
045300         MOVE SPACES TO CS-SETTLEMENT-TOTALS-RECORD
045400         MOVE Bill-Pay-Channel TO CS-SOURCE-CHANNEL
045500         MOVE Business-Date TO CS-SETTLE-DATE
045600         MOVE Payments-Generated TO CS-ITEM-COUNT
045700         MOVE Generated-Total TO CS-DEBIT-TOTAL
045800         MOVE ZERO TO CS-CREDIT-TOTAL
045900         WRITE CS-SETTLEMENT-TOTALS-RECORD
046000         CLOSE SETTLTOT
046100     END-IF
046200     DISPLAY " "
046300     DISPLAY "BILL PAYMENT SUMMARY"
046400     DISPLAY "Payments read       - " Payments-Read
046500     DISPLAY "Payments generated  - " Payments-Generated
046600     DISPLAY "Held for retry      - " Payments-Deferred
046700     DISPLAY "Payments cancelled  - " Payments-Cancelled
046800     DISPLAY "Dollars generated   - " Generated-Total.
046900 9000-TERMINATE-EXIT.
047000     EXIT.
