000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BillPaymentRemittance.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-09-21.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    BILLPAYMENTREMITTANCE                                      *
001100*                                                               *
001200*    NIGHTLY STEP AFTER THE POST. EVERY BILL PAYMENT THE        *
001300*    GENERATOR PUT INTO THE POST (STATUS G) IS LOOKED FOR ON    *
001400*    TRNHIST - THE BILP DEBIT ON ITS FUNDING ACCOUNT AND        *
001500*    GENERATED DATE CARRYING THE PAYMENT ID. A PAYMENT THAT     *
001600*    POSTED IS REMITTED: A ONE-TIME PAYMENT IS COMPLETED AND A  *
001700*    RECURRING ONE ADVANCES TO ITS NEXT DATE. A PAYMENT THE     *
001800*    POST DID NOT TAKE BOUNCED FOR FUNDS AND FOLLOWS THE SAME   *
001900*    RULE AS THE GENERATOR - ONE RETRY ON THE NEXT BUSINESS     *
002000*    DAY, THEN CANCELLED WITH A CUSTOMER NOTICE.                *
002100*                                                               *
002200*    THE REMITTED PAYMENTS ARE SORTED BY PAYEE AND WRITTEN TO   *
002300*    THE OUTBOUND REMITTANCE FILE (BPREMIT) AS ONE GROUP PER    *
002400*    PAYEE - ELECTRONIC PAYEES FIRST, BY ROUTING AND ACCOUNT,   *
002500*    THEN CHECK PAYEES BY NAME AND REMIT ADDRESS - EACH GROUP   *
002600*    TOTALLED FOR THE ONE CREDIT OR CHECK THAT PAYS IT. THE     *
002700*    FILE CLOSES WITH THE STANDARD FILETRLR TRAILER.            *
002800*                                                               *
002900*    MODIFICATION HISTORY                                      *
003000*    ------------------------------------------------------    *
003100*    DATE       INIT  DESCRIPTION                              *
003200*    ---------  ----  -----------------------------------      *
003300*    2026-09-21  RLB  ORIGINAL.                                *
003400*                                                               *
003500*****************************************************************
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT BPSCHED ASSIGN TO "BPSCHED"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS BY-PAYMENT-ID
004400         FILE STATUS IS Bpsched-File-Status.
004500
004600     SELECT BPPAYEE ASSIGN TO "BPPAYEE"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS PE-PAYEE-KEY
005000         FILE STATUS IS Bppayee-File-Status.
005100
005200     SELECT TRANHIST ASSIGN TO "TRANHIST"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS HT-HISTORY-KEY
005600         FILE STATUS IS Tranhist-File-Status.
005700
005800     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS MF-ACCOUNT-NUMBER
006200         FILE STATUS IS Acctmstr-File-Status.
006300
006400     SELECT CUSTADDR ASSIGN TO "CUSTADDR"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS RANDOM
006700         RECORD KEY IS NA-CUSTOMER-NUMBER
006800         FILE STATUS IS Custaddr-File-Status.
006900
007000     SELECT HOLCAL ASSIGN TO "HOLCAL"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS RANDOM
007300         RECORD KEY IS HC-HOLIDAY-DATE
007400         FILE STATUS IS Holcal-File-Status.
007500
007600     SELECT BPREMIT ASSIGN TO "BPREMIT"
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS Bpremit-File-Status.
007900
008000     SELECT BPNOTC ASSIGN TO "BPNOTC"
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS Bpnotc-File-Status.
008300
008400     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS Runctlin-File-Status.
008700
008800     SELECT SORTWK ASSIGN TO "SORTWK1".
008900
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  BPSCHED.
009300     COPY BPSCHED.
009400
009500 FD  BPPAYEE.
009600     COPY BPPAYEE.
009700
009800 FD  TRANHIST.
009900     COPY TRNHIST.
010000
010100 FD  ACCTMSTR.
010200     COPY ACCTMSTR.
010300
010400 FD  CUSTADDR.
010500     COPY CUSTADDR.
010600
010700 FD  HOLCAL.
010800     COPY HOLCAL.
010900
011000 FD  BPREMIT.
011100     COPY BPREMIT.
011200
011300 FD  BPNOTC.
011400     COPY BPNOTC.
011500
011600 FD  RUNCTLIN.
011700     COPY RUNCTL REPLACING
011800         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
011900         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
012000         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
012100         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.
012200
012300 SD  SORTWK.
012400 01  SW-SORT-RECORD.
012500     05  SW-PAYEE-GROUP-KEY.
012600         10  SW-REMIT-ORDER          PIC X(01).
012700         10  SW-REMIT-METHOD         PIC X(01).
012800         10  SW-PAYEE-ROUTING        PIC X(09).
012900         10  SW-PAYEE-ACCOUNT        PIC X(17).
013000         10  SW-PAYEE-NAME           PIC X(30).
013100         10  SW-POSTAL-CODE          PIC X(09).
013200     05  SW-PAYMENT-ID               PIC X(08).
013300     05  SW-STREET-ADDRESS           PIC X(30).
013400     05  SW-CITY                     PIC X(20).
013500     05  SW-STATE                    PIC X(02).
013600     05  SW-BILLER-ACCOUNT-REF       PIC X(20).
013700     05  SW-CUSTOMER-NAME            PIC X(30).
013800     05  SW-PAYMENT-AMOUNT           PIC 9(06).
013900     05  SW-PAID-DATE                PIC 9(08).
014000
014100 WORKING-STORAGE SECTION.
014200 01  Bpsched-File-Status             PIC XX.
014300     88  Bpsched-OK                  VALUE "00".
014400     88  Bpsched-EOF                 VALUE "10".
014500 01  Bppayee-File-Status             PIC XX.
014600     88  Bppayee-OK                  VALUE "00".
014700 01  Tranhist-File-Status            PIC XX.
014800     88  Tranhist-OK                 VALUE "00".
014900 01  Acctmstr-File-Status            PIC XX.
015000     88  Acctmstr-OK                 VALUE "00".
015100 01  Custaddr-File-Status            PIC XX.
015200     88  Custaddr-OK                 VALUE "00".
015300 01  Holcal-File-Status              PIC XX.
015400     88  Holcal-OK                   VALUE "00".
015500     88  Holcal-Not-Found            VALUE "23".
015600 01  Bpremit-File-Status             PIC XX.
015700 01  Bpnotc-File-Status              PIC XX.
015800 01  Runctlin-File-Status            PIC XX.
015900     88  Runctlin-OK                 VALUE "00".
016000     88  Runctlin-Not-Found          VALUE "35".
016100
016200 77  Bill-Pay-Trans-Code             PIC X(04) VALUE "BILP".
016300*    ONE RETRY ON THE NEXT BUSINESS DAY, THEN CANCEL.
016400 77  Retry-Limit                     PIC 9(01) VALUE 1.
016500
016600 01  Business-Date                   PIC 9(08).
016700 01  Candidate-Date                  PIC 9(08).
016800 01  Candidate-Date-Parts REDEFINES Candidate-Date.
016900     05  Candidate-Year              PIC 9(04).
017000     05  Candidate-Month             PIC 9(02).
017100     05  Candidate-Day               PIC 9(02).
017200 01  Candidate-Integer-Date          PIC 9(07).
017300 01  Candidate-Day-Of-Week           PIC 9(01).
017400 01  Business-Day-Switch             PIC X(01).
017500     88  Is-Business-Day             VALUE "Y".
017600     88  Not-Business-Day            VALUE "N".
017700 01  Cancel-Reason                   PIC X(20).
017800 01  Posting-Found-Switch            PIC X(01).
017900     88  Posting-Was-Found           VALUE "Y".
018000     88  Posting-Not-Found           VALUE "N".
018100 01  History-Browse-Switch           PIC X(01).
018200     88  History-Browse-Done         VALUE "Y".
018300     88  History-Browse-Active       VALUE "N".
018400 01  Sort-EOF-Switch                 PIC X(01).
018500     88  Sort-EOF                    VALUE "Y".
018600     88  Sort-Active                 VALUE "N".
018700
018800 01  Current-Payee-Key               PIC X(67).
018900 01  Current-Payee-Line              PIC X(58).
019000 01  Payee-Item-Count                PIC 9(05).
019100 01  Payee-Total-Amount              PIC 9(09)V99.
019200
019300 01  Remittance-Counters.
019400     05  Payments-Read               PIC 9(7) COMP.
019500     05  Payments-Remitted           PIC 9(7) COMP.
019600     05  Payments-Deferred           PIC 9(7) COMP.
019700     05  Payments-Cancelled          PIC 9(7) COMP.
019800     05  Payee-Groups                PIC 9(7) COMP.
019900     05  Electronic-Groups           PIC 9(7) COMP.
020000     05  Check-Groups                PIC 9(7) COMP.
020100     05  Remitted-Total              PIC 9(09).
020200
020300 COPY FILETRLR.
020400 01  Trailer-Record-Count            PIC 9(07).
020500 01  Trailer-Hash-Total              PIC 9(11).
020600
020700 PROCEDURE DIVISION.
020800
020900 0000-MAINLINE.
021000     CALL "BatchStepTimer" USING "STEP011C", "S"
021100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
021200     SORT SORTWK
021300         ON ASCENDING KEY SW-PAYEE-GROUP-KEY
021400         ON ASCENDING KEY SW-PAYMENT-ID
021500         INPUT PROCEDURE IS 2000-CONFIRM-PAYMENTS
021600             THRU 2000-CONFIRM-PAYMENTS-EXIT
021700         OUTPUT PROCEDURE IS 3000-WRITE-REMITTANCE
021800             THRU 3000-WRITE-REMITTANCE-EXIT
021900     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
022000     CALL "BatchStepTimer" USING "STEP011C", "E"
022100     STOP RUN.
022200
022300 1000-INITIALIZE.
022400     MOVE ZERO TO Trailer-Record-Count
022500                  Trailer-Hash-Total
022600     OPEN I-O BPSCHED
022700     OPEN INPUT BPPAYEE
022800     OPEN INPUT TRANHIST
022900     OPEN INPUT ACCTMSTR
023000     OPEN INPUT CUSTADDR
023100     OPEN INPUT HOLCAL
023200     OPEN EXTEND BPNOTC
023300     OPEN OUTPUT BPREMIT
023400     MOVE ZERO TO Payments-Read
023500                  Payments-Remitted
023600                  Payments-Deferred
023700                  Payments-Cancelled
023800                  Payee-Groups
023900                  Electronic-Groups
024000                  Check-Groups
024100                  Remitted-Total
024200
024300     OPEN INPUT RUNCTLIN
024400     IF Runctlin-OK
024500         READ RUNCTLIN
024600             AT END
024700                 SET Runctlin-Not-Found TO TRUE
024800         END-READ
024900     END-IF
025000     IF Runctlin-OK
025100         MOVE RI-BUSINESS-DATE TO Business-Date
025200         CLOSE RUNCTLIN
025300     ELSE
025400         ACCEPT Business-Date FROM DATE YYYYMMDD
025500     END-IF
025600     DISPLAY "BILL PAYMENT REMITTANCE - " Business-Date
025700     DISPLAY "========================================".
025800 1000-INITIALIZE-EXIT.
025900     EXIT.
026000
026100 2000-CONFIRM-PAYMENTS.
026200     READ BPSCHED NEXT RECORD
026300         AT END
026400             SET Bpsched-EOF TO TRUE
026500     END-READ
026600     PERFORM 2100-CONFIRM-ONE THRU 2100-CONFIRM-ONE-EXIT
026700         UNTIL Bpsched-EOF.
026800 2000-CONFIRM-PAYMENTS-EXIT.
026900     EXIT.
027000
027100 2100-CONFIRM-ONE.
027200     ADD 1 TO Payments-Read
027300     IF NOT BY-PAYMENT-IN-POST
027400         GO TO 2100-READ-NEXT
027500     END-IF
027600     MOVE BY-CUSTOMER-NUMBER TO PE-CUSTOMER-NUMBER
027700     MOVE BY-PAYEE-ID TO PE-PAYEE-ID
027800     READ BPPAYEE
027900         INVALID KEY
028000             MOVE SPACES TO PE-PAYEE-RECORD
028100             MOVE BY-CUSTOMER-NUMBER TO PE-CUSTOMER-NUMBER
028200             MOVE BY-PAYEE-ID TO PE-PAYEE-ID
028300     END-READ
028400     PERFORM 2200-FIND-POSTING THRU 2200-FIND-POSTING-EXIT
028500     IF Posting-Not-Found
028600         PERFORM 2400-DECLINE-NSF THRU 2400-DECLINE-NSF-EXIT
028700         REWRITE BY-SCHEDULED-PAYMENT-RECORD
028800         GO TO 2100-READ-NEXT
028900     END-IF
029000
029100     PERFORM 2300-RELEASE-PAYMENT THRU 2300-RELEASE-PAYMENT-EXIT
029200     MOVE BY-GENERATED-DATE TO BY-LAST-PAID-DATE
029300     MOVE 0 TO BY-RETRY-COUNT
029400     MOVE 0 TO BY-RETRY-DATE
029500     IF BY-FREQ-ONE-TIME
029600         SET BY-PAYMENT-COMPLETED TO TRUE
029700     ELSE
029800         PERFORM 2500-ADVANCE-NEXT-PAY
029900             THRU 2500-ADVANCE-NEXT-PAY-EXIT
030000         SET BY-PAYMENT-SCHEDULED TO TRUE
030100     END-IF
030200     REWRITE BY-SCHEDULED-PAYMENT-RECORD.
030300
030400 2100-READ-NEXT.
030500     READ BPSCHED NEXT RECORD
030600         AT END
030700             SET Bpsched-EOF TO TRUE
030800     END-READ.
030900 2100-CONFIRM-ONE-EXIT.
031000     EXIT.
031100
031200*****************************************************************
031300*    THE POSTED DEBIT IS THE ONE BILP WITHDRAWAL ON THE FUNDING *
031400*    ACCOUNT FOR THE GENERATED DATE WHOSE ENVELOPE REFERENCE IS *
031500*    THE PAYMENT ID. A SUSPENDED ITEM NEVER REACHES TRNHIST.    *
031600*****************************************************************
031700 2200-FIND-POSTING.
031800     SET Posting-Not-Found TO TRUE
031900     SET History-Browse-Active TO TRUE
032000     MOVE BY-FROM-ACCOUNT TO HT-ACCOUNT-NUMBER
032100     MOVE BY-GENERATED-DATE TO HT-TRANS-DATE
032200     MOVE ZERO TO HT-TRANS-SEQUENCE
032300     START TRANHIST KEY IS NOT LESS THAN HT-HISTORY-KEY
032400         INVALID KEY
032500             SET History-Browse-Done TO TRUE
032600     END-START
032700     PERFORM 2210-CHECK-HISTORY-ROW
032800         THRU 2210-CHECK-HISTORY-ROW-EXIT
032900         UNTIL History-Browse-Done.
033000 2200-FIND-POSTING-EXIT.
033100     EXIT.
033200
033300 2210-CHECK-HISTORY-ROW.
033400     READ TRANHIST NEXT RECORD
033500         AT END
033600             SET History-Browse-Done TO TRUE
033700             GO TO 2210-CHECK-HISTORY-ROW-EXIT
033800     END-READ
033900     IF HT-ACCOUNT-NUMBER NOT = BY-FROM-ACCOUNT
034000         OR HT-TRANS-DATE NOT = BY-GENERATED-DATE
034100         SET History-Browse-Done TO TRUE
034200         GO TO 2210-CHECK-HISTORY-ROW-EXIT
034300     END-IF
034400     IF HT-WITHDRAWAL
034500         AND HT-TRANS-CODE = Bill-Pay-Trans-Code
034600         AND HT-ENVELOPE-REF = BY-PAYMENT-ID
034700         SET Posting-Was-Found TO TRUE
034800         SET History-Browse-Done TO TRUE
034900     END-IF.
035000 2210-CHECK-HISTORY-ROW-EXIT.
035100     EXIT.
035200
035300*> Electronic payees sort ahead of check payees; within a
035400*> method the payee's own identity forms the group.
035500 2300-RELEASE-PAYMENT.
035600     MOVE SPACES TO SW-SORT-RECORD
035700     IF PE-REMIT-ELECTRONIC
035800         MOVE "1" TO SW-REMIT-ORDER
035900         MOVE PE-PAYEE-ROUTING TO SW-PAYEE-ROUTING
036000         MOVE PE-PAYEE-ACCOUNT TO SW-PAYEE-ACCOUNT
036100     ELSE
036200         MOVE "2" TO SW-REMIT-ORDER
036300         MOVE PE-POSTAL-CODE TO SW-POSTAL-CODE
036400     END-IF
036500     MOVE PE-REMIT-METHOD TO SW-REMIT-METHOD
036600     MOVE PE-PAYEE-NAME TO SW-PAYEE-NAME
036700     MOVE PE-STREET-ADDRESS TO SW-STREET-ADDRESS
036800     MOVE PE-CITY TO SW-CITY
036900     MOVE PE-STATE TO SW-STATE
037000     MOVE BY-PAYMENT-ID TO SW-PAYMENT-ID
037100     MOVE PE-BILLER-ACCOUNT-REF TO SW-BILLER-ACCOUNT-REF
037200     MOVE BY-CUSTOMER-NUMBER TO NA-CUSTOMER-NUMBER
037300     READ CUSTADDR
037400         INVALID KEY
037500             MOVE SPACES TO NA-CUSTOMER-NAME
037600     END-READ
037700     MOVE NA-CUSTOMER-NAME TO SW-CUSTOMER-NAME
037800     MOVE BY-PAYMENT-AMOUNT TO SW-PAYMENT-AMOUNT
037900     MOVE BY-GENERATED-DATE TO SW-PAID-DATE
038000     RELEASE SW-SORT-RECORD
038100     ADD 1 TO Payments-Remitted
038200     ADD BY-PAYMENT-AMOUNT TO Remitted-Total.
038300 2300-RELEASE-PAYMENT-EXIT.
038400     EXIT.
038500
038600*****************************************************************
038700*    THE POST DID NOT TAKE THE PAYMENT. THE FIRST BOUNCE WAITS  *
038800*    IN R FOR ONE RETRY ON THE NEXT BUSINESS DAY. THE SECOND    *
038900*    CANCELS THIS PAYMENT WITH A CUSTOMER NOTICE - A ONE-TIME   *
039000*    PAYMENT IS FINISHED, A RECURRING ONE LOSES ONLY THIS       *
039100*    INSTALMENT AND GOES BACK TO A ON ITS NEXT DATE.            *
039200*****************************************************************
039300 2400-DECLINE-NSF.
039400     IF BY-RETRY-COUNT < Retry-Limit
039500         ADD 1 TO BY-RETRY-COUNT
039600         MOVE Business-Date TO Candidate-Date
039700         COMPUTE Candidate-Integer-Date =
039800             FUNCTION INTEGER-OF-DATE(Candidate-Date) + 1
039900         MOVE FUNCTION DATE-OF-INTEGER(Candidate-Integer-Date)
040000             TO Candidate-Date
040100         SET Not-Business-Day TO TRUE
040200         PERFORM 2510-CHECK-CANDIDATE-DATE
040300             THRU 2510-CHECK-CANDIDATE-DATE-EXIT
040400             UNTIL Is-Business-Day
040500         MOVE Candidate-Date TO BY-RETRY-DATE
040600         SET BY-PAYMENT-RETRY TO TRUE
040700         ADD 1 TO Payments-Deferred
040800         DISPLAY BY-PAYMENT-ID "  " BY-FROM-ACCOUNT
040900             "  " BY-PAYMENT-AMOUNT
041000             "  NOT POSTED - RETRY " BY-RETRY-DATE
041100         GO TO 2400-DECLINE-NSF-EXIT
041200     END-IF
041300     MOVE "INSUFFICIENT FUNDS" TO Cancel-Reason
041400     PERFORM 2600-WRITE-NOTICE THRU 2600-WRITE-NOTICE-EXIT
041500     ADD 1 TO Payments-Cancelled
041600     DISPLAY BY-PAYMENT-ID "  " BY-FROM-ACCOUNT
041700         "  " BY-PAYMENT-AMOUNT
041800         "  NOT POSTED ON RETRY - CANCELLED"
041900     MOVE 0 TO BY-RETRY-COUNT
042000     MOVE 0 TO BY-RETRY-DATE
042100     MOVE Cancel-Reason TO BY-CANCEL-REASON
042200     IF BY-FREQ-ONE-TIME
042300         SET BY-PAYMENT-CANCELLED TO TRUE
042400     ELSE
042500         PERFORM 2500-ADVANCE-NEXT-PAY
042600             THRU 2500-ADVANCE-NEXT-PAY-EXIT
042700         SET BY-PAYMENT-SCHEDULED TO TRUE
042800     END-IF.
042900 2400-DECLINE-NSF-EXIT.
043000     EXIT.
043100
043200*****************************************************************
043300*    ADVANCE FROM THE DATE THE PAYMENT WAS DUE, NOT FROM        *
043400*    TONIGHT, THE SAME WAY STANDING ORDERS DO - DAYS 29-31      *
043500*    CLAMP TO 28 ACROSS A MONTH ADD.                            *
043600*****************************************************************
043700 2500-ADVANCE-NEXT-PAY.
043800     MOVE BY-NEXT-PAY-DATE TO Candidate-Date
043900     IF BY-FREQ-WEEKLY
044000         COMPUTE Candidate-Integer-Date =
044100             FUNCTION INTEGER-OF-DATE(Candidate-Date) + 7
044200         MOVE FUNCTION DATE-OF-INTEGER(Candidate-Integer-Date)
044300             TO Candidate-Date
044400     ELSE
044500         IF Candidate-Month = 12
044600             MOVE 01 TO Candidate-Month
044700             ADD 1 TO Candidate-Year
044800         ELSE
044900             ADD 1 TO Candidate-Month
045000         END-IF
045100         IF Candidate-Day > 28
045200             MOVE 28 TO Candidate-Day
045300         END-IF
045400     END-IF
045500     SET Not-Business-Day TO TRUE
045600     PERFORM 2510-CHECK-CANDIDATE-DATE
045700         THRU 2510-CHECK-CANDIDATE-DATE-EXIT
045800         UNTIL Is-Business-Day
045900     MOVE Candidate-Date TO BY-NEXT-PAY-DATE.
046000 2500-ADVANCE-NEXT-PAY-EXIT.
046100     EXIT.
046200
046300 2510-CHECK-CANDIDATE-DATE.
046400     COMPUTE Candidate-Integer-Date =
046500         FUNCTION INTEGER-OF-DATE(Candidate-Date)
046600     COMPUTE Candidate-Day-Of-Week =
046700         FUNCTION MOD(Candidate-Integer-Date, 7)
046800     MOVE Candidate-Date TO HC-HOLIDAY-DATE
046900     READ HOLCAL
047000         INVALID KEY
047100             CONTINUE
047200     END-READ
047300     IF Candidate-Day-Of-Week = 6 OR Candidate-Day-Of-Week = 0
047400             OR Holcal-OK
047500         COMPUTE Candidate-Integer-Date =
047600             Candidate-Integer-Date + 1
047700         MOVE FUNCTION DATE-OF-INTEGER(Candidate-Integer-Date)
047800             TO Candidate-Date
047900     ELSE
048000         SET Is-Business-Day TO TRUE
048100     END-IF.
048200 2510-CHECK-CANDIDATE-DATE-EXIT.
048300     EXIT.
048400
048500*> The mail bureau sends the customer word that the biller
048600*> was not paid, addressed from CUSTADDR.
048700 2600-WRITE-NOTICE.
048800     MOVE BY-FROM-ACCOUNT TO MF-ACCOUNT-NUMBER
048900     READ ACCTMSTR
049000         INVALID KEY
049100             MOVE SPACES TO MF-BRANCH-CODE
049200     END-READ
049300     MOVE SPACES TO PN-PAYMENT-NOTICE-RECORD
049400     MOVE BY-FROM-ACCOUNT TO PN-ACCOUNT-NUMBER
049500     MOVE MF-BRANCH-CODE TO PN-BRANCH-CODE
049600     MOVE BY-CUSTOMER-NUMBER TO PN-CUSTOMER-NUMBER
049700     MOVE BY-CUSTOMER-NUMBER TO NA-CUSTOMER-NUMBER
049800     READ CUSTADDR
049900         INVALID KEY
050000             MOVE SPACES TO NA-CUSTOMER-NAME
050100     END-READ
050200     MOVE NA-CUSTOMER-NAME TO PN-CUSTOMER-NAME
050300     MOVE BY-PAYMENT-ID TO PN-PAYMENT-ID
050400     MOVE PE-PAYEE-NAME TO PN-PAYEE-NAME
050500     MOVE BY-PAYMENT-AMOUNT TO PN-PAYMENT-AMOUNT
050600     MOVE BY-NEXT-PAY-DATE TO PN-SCHEDULED-DATE
050700     MOVE Cancel-Reason TO PN-CANCEL-REASON
050800     MOVE Business-Date TO PN-NOTICE-DATE
050900     WRITE PN-PAYMENT-NOTICE-RECORD.
051000 2600-WRITE-NOTICE-EXIT.
051100     EXIT.
051200
051300 3000-WRITE-REMITTANCE.
051400     MOVE SPACES TO Current-Payee-Key
051500     SET Sort-Active TO TRUE
051600     RETURN SORTWK
051700         AT END
051800             SET Sort-EOF TO TRUE
051900     END-RETURN
052000     PERFORM 3100-REMIT-ONE THRU 3100-REMIT-ONE-EXIT
052100         UNTIL Sort-EOF
052200     IF Current-Payee-Key NOT = SPACES
052300         PERFORM 3300-CLOSE-PAYEE THRU 3300-CLOSE-PAYEE-EXIT
052400     END-IF.
052500 3000-WRITE-REMITTANCE-EXIT.
052600     EXIT.
052700
052800 3100-REMIT-ONE.
052900     IF SW-PAYEE-GROUP-KEY NOT = Current-Payee-Key
053000         IF Current-Payee-Key NOT = SPACES
053100             PERFORM 3300-CLOSE-PAYEE
053200                 THRU 3300-CLOSE-PAYEE-EXIT
053300         END-IF
053400         MOVE SW-PAYEE-GROUP-KEY TO Current-Payee-Key
053500         PERFORM 3200-OPEN-PAYEE THRU 3200-OPEN-PAYEE-EXIT
053600     END-IF
053700     MOVE SPACES TO BV-REMITTANCE-RECORD
053800     SET BV-PAYMENT-DETAIL TO TRUE
053900     MOVE SW-REMIT-METHOD TO BV-REMIT-METHOD
054000     MOVE SW-PAYEE-ROUTING TO BV-PAYEE-ROUTING
054100     MOVE SW-PAYEE-ACCOUNT TO BV-PAYEE-ACCOUNT
054200     MOVE SW-PAYEE-NAME TO BV-PAYEE-NAME
054300     MOVE SW-PAYMENT-ID TO BV-PAYMENT-ID
054400     MOVE SW-BILLER-ACCOUNT-REF TO BV-BILLER-ACCOUNT-REF
054500     MOVE SW-CUSTOMER-NAME TO BV-CUSTOMER-NAME
054600     MOVE SW-PAYMENT-AMOUNT TO BV-PAYMENT-AMOUNT
054700     MOVE SW-PAID-DATE TO BV-PAID-DATE
054800     WRITE BV-REMITTANCE-RECORD
054900     ADD 1 TO Payee-Item-Count
055000     ADD SW-PAYMENT-AMOUNT TO Payee-Total-Amount
055100     ADD 1 TO Trailer-Record-Count
055200     ADD SW-PAYMENT-AMOUNT TO Trailer-Hash-Total
055300     RETURN SORTWK
055400         AT END
055500             SET Sort-EOF TO TRUE
055600     END-RETURN.
055700 3100-REMIT-ONE-EXIT.
055800     EXIT.
055900
056000 3200-OPEN-PAYEE.
056100     MOVE ZERO TO Payee-Item-Count
056200                  Payee-Total-Amount
056300     ADD 1 TO Payee-Groups
056400     IF SW-REMIT-METHOD = "E"
056500         ADD 1 TO Electronic-Groups
056600     ELSE
056700         ADD 1 TO Check-Groups
056800     END-IF
056900     MOVE SPACES TO BV-REMITTANCE-RECORD
057000     SET BV-PAYEE-HEADER TO TRUE
057100     MOVE SW-REMIT-METHOD TO BV-REMIT-METHOD
057200     MOVE SW-PAYEE-ROUTING TO BV-PAYEE-ROUTING
057300     MOVE SW-PAYEE-ACCOUNT TO BV-PAYEE-ACCOUNT
057400     MOVE SW-PAYEE-NAME TO BV-PAYEE-NAME
057500     MOVE SW-STREET-ADDRESS TO BV-STREET-ADDRESS
057600     MOVE SW-CITY TO BV-CITY
057700     MOVE SW-STATE TO BV-STATE
057800     MOVE SW-POSTAL-CODE TO BV-POSTAL-CODE
057900     MOVE Business-Date TO BV-REMIT-DATE
058000     MOVE BV-REMITTANCE-RECORD (1:58) TO Current-Payee-Line
058100     WRITE BV-REMITTANCE-RECORD.
058200 3200-OPEN-PAYEE-EXIT.
058300     EXIT.
058400
058500*> The payee total is the one credit or check that pays the
058600*> whole group.
058700 3300-CLOSE-PAYEE.
058800     MOVE SPACES TO BV-REMITTANCE-RECORD
058900     MOVE Current-Payee-Line TO BV-REMITTANCE-RECORD (1:58)
059000     SET BV-PAYEE-TOTAL TO TRUE
059100     MOVE Payee-Item-Count TO BV-PAYEE-ITEM-COUNT
059200     MOVE Payee-Total-Amount TO BV-PAYEE-TOTAL-AMOUNT
059300     WRITE BV-REMITTANCE-RECORD
059400     DISPLAY BV-REMIT-METHOD "  " BV-PAYEE-NAME
059500         "  ITEMS " Payee-Item-Count
059600         "  TOTAL " Payee-Total-Amount.
059700 3300-CLOSE-PAYEE-EXIT.
059800     EXIT.
059900
060000 9000-TERMINATE.
060100     CLOSE BPSCHED
060200     CLOSE BPPAYEE
060300     CLOSE TRANHIST
060400     CLOSE ACCTMSTR
060500     CLOSE CUSTADDR
060600     CLOSE HOLCAL
060700     CLOSE BPNOTC
060800*> The shop-standard trailer closes the file so the payment
060900*> processor can prove nothing was truncated in transit.
061000     MOVE "*TRAILER" TO FT-TRAILER-TAG
061100     MOVE Trailer-Record-Count TO FT-RECORD-COUNT
061200     MOVE Trailer-Hash-Total TO FT-HASH-TOTAL
061300     MOVE Business-Date TO FT-CREATE-DATE
061400     MOVE SPACES TO BV-REMITTANCE-RECORD
061500     MOVE FT-FILE-TRAILER-RECORD TO BV-REMITTANCE-RECORD (1:34)
061600     WRITE BV-REMITTANCE-RECORD
061700     CLOSE BPREMIT
061800     DISPLAY " "
061900     DISPLAY "BILL PAYMENT REMITTANCE SUMMARY"
062000     DISPLAY "Schedule rows read  - " Payments-Read
062100     DISPLAY "Payments remitted   - " Payments-Remitted
062200     DISPLAY "Dollars remitted    - " Remitted-Total
062300     DISPLAY "Payee groups        - " Payee-Groups
062400     DISPLAY "  (electronic)      - " Electronic-Groups
062500     DISPLAY "  (check)           - " Check-Groups
062600     DISPLAY "Held for retry      - " Payments-Deferred
062700     DISPLAY "Payments cancelled  - " Payments-Cancelled.
062800 9000-TERMINATE-EXIT.
062900     EXIT.
