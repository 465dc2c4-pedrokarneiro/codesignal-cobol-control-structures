000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TaxCertificationSolicitation.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-13.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    TAXCERTIFICATIONSOLICITATION                               *
001100*                                                               *
001200*    MONTHLY TAX CERTIFICATION RUN, IN TWO PASSES.              *
001300*    COVERAGE - EVERY OPEN ACCOUNT ON THE ACCRUAL LEDGER IS     *
001400*    EARNING INTEREST; ITS CUSTOMER (THE CUSTMSTR ROW THE       *
001500*    SETTLEMENT WITHHOLDS AGAINST) GETS A TAXCERT ROW WITH NO   *
001600*    FORM IF IT HAS NONE, SO NO INTEREST-EARNING CUSTOMER GOES  *
001700*    UNCOVERED.                                                 *
001800*    SOLICITATION - EVERY TAXCERT ROW IS CHECKED:               *
001900*      - NO W-9 ON FILE, OR A B-NOTICE (TIN MISMATCH) STILL     *
002000*        OPEN: A W-9 IS SOLICITED, ANSWER DUE IN 30 DAYS;       *
002100*      - A W-8BEN EXPIRING WITHIN 90 DAYS: A NEW W-8BEN IS      *
002200*        SOLICITED, ANSWER DUE BY THE EXPIRATION DATE.          *
002300*    THE NOTICE GOES TO THE MAIL VENDOR ON TAXSOLN, ADDRESSED   *
002400*    FROM CUSTADDR (NOT MAILED TO A BAD ADDRESS - THE DEADLINE  *
002500*    RUNS REGARDLESS). A SOLICITATION STILL UNANSWERED AFTER    *
002600*    ITS DEADLINE TURNS ON BACKUP WITHHOLDING ON CUSTMSTR AT    *
002700*    THE STATUTORY RATE, MARKED AS SET BY THIS RUN SO THE FORM, *
002800*    WHEN IT COMES, LIFTS IT (TAXCERTIFICATIONMAINTENANCE).     *
002900*    EVERY WITHHOLDING CHANGE IS LOGGED TO CUSTAUD.             *
003000*                                                               *
003100*    MODIFICATION HISTORY                                      *
003200*    ------------------------------------------------------    *
003300*    DATE       INIT  DESCRIPTION                              *
003400*    ---------  ----  -----------------------------------      *
003500*    2026-10-13  RLB  ORIGINAL.                                *
003600*                                                               *
003700*****************************************************************
003800
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT ACCRLDG ASSIGN TO "ACCRLDG"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS AL-ACCOUNT-NUMBER
004600         FILE STATUS IS Accrldg-File-Status.
004700
004800     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS MF-ACCOUNT-NUMBER
005200         FILE STATUS IS Acctmstr-File-Status.
005300
005400     SELECT CUSTMSTR ASSIGN TO "CUSTMSTR"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS CM-CUSTOMER-NUMBER
005800         FILE STATUS IS Custmstr-File-Status.
005900
006000     SELECT TAXCERT ASSIGN TO "TAXCERT"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS XK-CUSTOMER-NUMBER
006400         FILE STATUS IS Taxcert-File-Status.
006500
006600     SELECT CUSTADDR ASSIGN TO "CUSTADDR"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS RANDOM
006900         RECORD KEY IS NA-CUSTOMER-NUMBER
007000         FILE STATUS IS Custaddr-File-Status.
007100
007200     SELECT TAXSOLN ASSIGN TO "TAXSOLN"
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS Taxsoln-File-Status.
007500
007600     SELECT CUSTAUD ASSIGN TO "CUSTAUD"
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS Custaud-File-Status.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  ACCRLDG.
008300     COPY ACCRLDG.
008400
008500 FD  ACCTMSTR.
008600     COPY ACCTMSTR.
008700
008800 FD  CUSTMSTR.
008900     COPY CUSTMSTR.
009000
009100 FD  TAXCERT.
009200     COPY TAXCERT.
009300
009400 FD  CUSTADDR.
009500     COPY CUSTADDR.
009600
009700 FD  TAXSOLN.
009800     COPY TAXSOLN.
009900
010000 FD  CUSTAUD.
010100     COPY CUSTAUD.
010200
010300 WORKING-STORAGE SECTION.
010400 01  Accrldg-File-Status             PIC XX.
010500     88  Accrldg-OK                  VALUE "00".
010600     88  Accrldg-EOF                 VALUE "10".
010700 01  Acctmstr-File-Status            PIC XX.
010800     88  Acctmstr-OK                 VALUE "00".
010900 01  Custmstr-File-Status            PIC XX.
011000     88  Custmstr-OK                 VALUE "00".
011100 01  Taxcert-File-Status             PIC XX.
011200     88  Taxcert-OK                  VALUE "00".
011300 01  Custaddr-File-Status            PIC XX.
011400     88  Custaddr-OK                 VALUE "00".
011500 01  Taxsoln-File-Status             PIC XX.
011600     88  Taxsoln-OK                  VALUE "00".
011700 01  Custaud-File-Status             PIC XX.
011800     88  Custaud-OK                  VALUE "00".
011900
012000 77  Expiry-Window-Days              PIC 9(03) VALUE 90.
012100 77  Response-Days                   PIC 9(03) VALUE 30.
012200 77  Backup-Withholding-Rate         PIC 9V9(4) VALUE 0.2400.
012300 77  Withholding-On-Code             PIC X(01) VALUE "W".
012400 77  Solicitation-Requester          PIC X(08) VALUE "TAXSOLIC".
012500
012600 01  Run-Date                        PIC 9(08).
012700 01  Run-Time                        PIC 9(08).
012800 01  Run-Integer-Date                PIC 9(07).
012900 01  Expiry-Horizon-Date             PIC 9(08).
013000 01  Response-Due-Date               PIC 9(08).
013100 01  Scan-Switch                     PIC X(01).
013200     88  Scan-Is-Done                VALUE "Y".
013300     88  Scan-Not-Done               VALUE "N".
013400
013500 01  Solicitation-Counters.
013600     05  Ledger-Rows-Read            PIC 9(7) COMP.
013700     05  Certs-Opened                PIC 9(7) COMP.
013800     05  Certs-Checked               PIC 9(7) COMP.
013900     05  Solicited-Missing           PIC 9(7) COMP.
014000     05  Solicited-Bnotice           PIC 9(7) COMP.
014100     05  Solicited-Expiring          PIC 9(7) COMP.
014200     05  Notices-Not-Mailed          PIC 9(7) COMP.
014300     05  Awaiting-Answer             PIC 9(7) COMP.
014400     05  Withholding-Started         PIC 9(7) COMP.
014500     05  Already-Withholding         PIC 9(7) COMP.
014600
014700 PROCEDURE DIVISION.
014800
014900 0000-MAINLINE.
015000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
015100     PERFORM 2000-COVER-ACCOUNT THRU 2000-COVER-ACCOUNT-EXIT
015200         UNTIL Accrldg-EOF
015300     PERFORM 3000-SOLICIT THRU 3000-SOLICIT-EXIT
015400     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
015500     STOP RUN.
015600
015700 1000-INITIALIZE.
015800     OPEN INPUT ACCRLDG
015900     OPEN INPUT ACCTMSTR
016000     OPEN I-O CUSTMSTR
016100     OPEN I-O TAXCERT
016200     OPEN INPUT CUSTADDR
016300     OPEN OUTPUT TAXSOLN
016400     OPEN EXTEND CUSTAUD
016500     MOVE ZERO TO Solicitation-Counters
016600     ACCEPT Run-Date FROM DATE YYYYMMDD
016700     ACCEPT Run-Time FROM TIME
016800     COMPUTE Run-Integer-Date =
016900         FUNCTION INTEGER-OF-DATE(Run-Date)
017000     COMPUTE Expiry-Horizon-Date = FUNCTION DATE-OF-INTEGER
017100         (Run-Integer-Date + Expiry-Window-Days)
017200     COMPUTE Response-Due-Date = FUNCTION DATE-OF-INTEGER
017300         (Run-Integer-Date + Response-Days)
017400     DISPLAY "TAX CERTIFICATION SOLICITATION - " Run-Date
017500     DISPLAY "=========================================="
017600     READ ACCRLDG
017700         AT END
017800             SET Accrldg-EOF TO TRUE
017900     END-READ.
018000 1000-INITIALIZE-EXIT.
018100     EXIT.
018200
018300*****************************************************************
018400*    COVERAGE: THE ACCOUNT'S CUSTOMER ROW IS THE ONE THE        *
018500*    SETTLEMENT WITHHOLDS AGAINST. A CUSTOMER MERGED AWAY IS    *
018600*    COVERED UNDER THE SURVIVING NUMBER.                        *
018700*****************************************************************
018800 2000-COVER-ACCOUNT.
018900     ADD 1 TO Ledger-Rows-Read
019000     MOVE AL-ACCOUNT-NUMBER TO MF-ACCOUNT-NUMBER
019100     READ ACCTMSTR
019200         INVALID KEY
019300             GO TO 2000-READ-NEXT
019400     END-READ
019500     IF MF-Account-Is-Closed
019600         GO TO 2000-READ-NEXT
019700     END-IF
019800     MOVE AL-ACCOUNT-NUMBER TO CM-CUSTOMER-NUMBER
019900     READ CUSTMSTR
020000         INVALID KEY
020100             GO TO 2000-READ-NEXT
020200     END-READ
020300     IF CM-Customer-Merged
020400         GO TO 2000-READ-NEXT
020500     END-IF
020600     MOVE CM-CUSTOMER-NUMBER TO XK-CUSTOMER-NUMBER
020700     READ TAXCERT
020800         INVALID KEY
020900             INITIALIZE XK-TAX-CERT-RECORD
021000             MOVE CM-CUSTOMER-NUMBER TO XK-CUSTOMER-NUMBER
021100             MOVE Solicitation-Requester TO XK-UPDATED-BY
021200             MOVE Run-Date TO XK-UPDATED-DATE
021300             WRITE XK-TAX-CERT-RECORD
021400             ADD 1 TO Certs-Opened
021500     END-READ.
021600
021700 2000-READ-NEXT.
021800     READ ACCRLDG
021900         AT END
022000             SET Accrldg-EOF TO TRUE
022100     END-READ.
022200 2000-COVER-ACCOUNT-EXIT.
022300     EXIT.
022400
022500 3000-SOLICIT.
022600     SET Scan-Not-Done TO TRUE
022700     MOVE LOW-VALUES TO XK-CUSTOMER-NUMBER
022800     START TAXCERT KEY IS NOT LESS THAN XK-CUSTOMER-NUMBER
022900         INVALID KEY
023000             SET Scan-Is-Done TO TRUE
023100     END-START
023200     PERFORM 3100-CHECK-CERT THRU 3100-CHECK-CERT-EXIT
023300         UNTIL Scan-Is-Done.
023400 3000-SOLICIT-EXIT.
023500     EXIT.
023600
023700 3100-CHECK-CERT.
023800     READ TAXCERT NEXT RECORD
023900         AT END
024000             SET Scan-Is-Done TO TRUE
024100             GO TO 3100-CHECK-CERT-EXIT
024200     END-READ
024300     ADD 1 TO Certs-Checked
024400     MOVE XK-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
024500     READ CUSTMSTR
024600         INVALID KEY
024700             GO TO 3100-CHECK-CERT-EXIT
024800     END-READ
024900     IF CM-Customer-Merged
025000         GO TO 3100-CHECK-CERT-EXIT
025100     END-IF
025200     IF NOT XK-Not-Solicited
025300         PERFORM 3200-CHECK-DEADLINE THRU 3200-CHECK-DEADLINE-EXIT
025400         GO TO 3100-CHECK-CERT-EXIT
025500     END-IF
025600     EVALUATE TRUE
025700         WHEN XK-Tin-Mismatch
025800             SET XK-Solicit-Bnotice TO TRUE
025900             MOVE Response-Due-Date TO XK-RESPONSE-DUE-DATE
026000             ADD 1 TO Solicited-Bnotice
026100         WHEN XK-No-Form
026200             SET XK-Solicit-Missing TO TRUE
026300             MOVE Response-Due-Date TO XK-RESPONSE-DUE-DATE
026400             ADD 1 TO Solicited-Missing
026500         WHEN XK-Form-W8BEN
026600             AND XK-EXPIRATION-DATE NOT > Expiry-Horizon-Date
026700             SET XK-Solicit-Expiring TO TRUE
026800             MOVE XK-EXPIRATION-DATE TO XK-RESPONSE-DUE-DATE
026900             IF XK-EXPIRATION-DATE < Run-Date
027000                 MOVE Response-Due-Date TO XK-RESPONSE-DUE-DATE
027100             END-IF
027200             ADD 1 TO Solicited-Expiring
027300         WHEN OTHER
027400             GO TO 3100-CHECK-CERT-EXIT
027500     END-EVALUATE
027600     MOVE Run-Date TO XK-SOLICIT-DATE
027700     PERFORM 3300-WRITE-NOTICE THRU 3300-WRITE-NOTICE-EXIT
027800     MOVE Solicitation-Requester TO XK-UPDATED-BY
027900     MOVE Run-Date TO XK-UPDATED-DATE
028000     REWRITE XK-TAX-CERT-RECORD.
028100 3100-CHECK-CERT-EXIT.
028200     EXIT.
028300
028400*****************************************************************
028500*    AN OPEN SOLICITATION PAST ITS DEADLINE TURNS ON BACKUP     *
028600*    WITHHOLDING. WITHHOLDING ALREADY SET BY HAND IS LEFT AS IT *
028700*    IS AND NOT MARKED AS THIS RUN'S, SO A FORM WILL NOT LIFT   *
028800*    IT.                                                        *
028900*****************************************************************
029000 3200-CHECK-DEADLINE.
029100     IF XK-Auto-Withholding
029200         GO TO 3200-CHECK-DEADLINE-EXIT
029300     END-IF
029400     IF XK-RESPONSE-DUE-DATE NOT < Run-Date
029500         ADD 1 TO Awaiting-Answer
029600         GO TO 3200-CHECK-DEADLINE-EXIT
029700     END-IF
029800     IF CM-Backup-Withholding
029900         ADD 1 TO Already-Withholding
030000         GO TO 3200-CHECK-DEADLINE-EXIT
030100     END-IF
030200     MOVE "Y" TO CM-WITHHOLDING-FLAG
030300     MOVE Backup-Withholding-Rate TO CM-WITHHOLDING-RATE
030400     REWRITE CM-CUSTMSTR-RECORD
030500     MOVE CM-CUSTOMER-NUMBER TO CA-CUSTOMER-NUMBER
030600     MOVE Withholding-On-Code TO CA-ACTION-CODE
030700     MOVE CM-CUSTOMER-TRUST-SCORE TO CA-SCORE-BEFORE
030800     MOVE CM-CUSTOMER-TRUST-SCORE TO CA-SCORE-AFTER
030900     MOVE Solicitation-Requester TO CA-REQUESTED-BY
031000     MOVE Run-Date TO CA-RUN-DATE
031100     MOVE Run-Time TO CA-RUN-TIME
031200     WRITE CA-CUSTOMER-AUDIT-RECORD
031300     SET XK-Auto-Withholding TO TRUE
031400     MOVE Run-Date TO XK-WITHHOLDING-DATE
031500     MOVE Solicitation-Requester TO XK-UPDATED-BY
031600     MOVE Run-Date TO XK-UPDATED-DATE
031700     REWRITE XK-TAX-CERT-RECORD
031800     ADD 1 TO Withholding-Started
031900     DISPLAY "  " XK-CUSTOMER-NUMBER
032000         "  ** BACKUP WITHHOLDING ON - SOLICITED "
032100         XK-SOLICIT-DATE " DUE " XK-RESPONSE-DUE-DATE " **".
032200 3200-CHECK-DEADLINE-EXIT.
032300     EXIT.
032400
032500 3300-WRITE-NOTICE.
032600     MOVE XK-CUSTOMER-NUMBER TO NA-CUSTOMER-NUMBER
032700     READ CUSTADDR
032800         INVALID KEY
032900             ADD 1 TO Notices-Not-Mailed
033000             DISPLAY "  " XK-CUSTOMER-NUMBER
033100                 "  NO ADDRESS ON FILE - NOT MAILED"
033200             GO TO 3300-WRITE-NOTICE-EXIT
033300     END-READ
033400     IF NA-ADDRESS-BAD
033500         ADD 1 TO Notices-Not-Mailed
033600         DISPLAY "  " XK-CUSTOMER-NUMBER
033700             "  BAD ADDRESS - NOT MAILED"
033800         GO TO 3300-WRITE-NOTICE-EXIT
033900     END-IF
034000     MOVE SPACES TO YN-SOLICITATION-RECORD
034100     MOVE XK-CUSTOMER-NUMBER TO YN-CUSTOMER-NUMBER
034200     MOVE NA-CUSTOMER-NAME TO YN-CUSTOMER-NAME
034300     MOVE NA-STREET-ADDRESS TO YN-STREET-ADDRESS
034400     MOVE NA-CITY TO YN-CITY
034500     MOVE NA-STATE TO YN-STATE
034600     MOVE NA-POSTAL-CODE TO YN-POSTAL-CODE
034700     MOVE XK-SOLICIT-REASON TO YN-NOTICE-TYPE
034800     IF XK-Solicit-Expiring
034900         MOVE "W-8BEN" TO YN-FORM-REQUESTED
035000     ELSE
035100         MOVE "W-9" TO YN-FORM-REQUESTED
035200     END-IF
035300     MOVE Run-Date TO YN-NOTICE-DATE
035400     MOVE XK-RESPONSE-DUE-DATE TO YN-RESPONSE-DUE-DATE
035500     MOVE XK-EXPIRATION-DATE TO YN-EXPIRATION-DATE
035600     WRITE YN-SOLICITATION-RECORD
035700     DISPLAY "  " XK-CUSTOMER-NUMBER "  SOLICITED "
035800         YN-FORM-REQUESTED "  REASON " XK-SOLICIT-REASON
035900         "  DUE " XK-RESPONSE-DUE-DATE.
036000 3300-WRITE-NOTICE-EXIT.
036100     EXIT.
036200
036300 9000-TERMINATE.
036400     CLOSE ACCRLDG
036500     CLOSE ACCTMSTR
036600     CLOSE CUSTMSTR
036700     CLOSE TAXCERT
036800     CLOSE CUSTADDR
036900     CLOSE TAXSOLN
037000     CLOSE CUSTAUD
037100     DISPLAY " "
037200     DISPLAY "TAX CERTIFICATION SOLICITATION SUMMARY"
037300     DISPLAY "Accrual rows read     - " Ledger-Rows-Read
037400     DISPLAY "Certifications opened - " Certs-Opened
037500     DISPLAY "Certifications checked- " Certs-Checked
037600     DISPLAY "Solicited - no W-9    - " Solicited-Missing
037700     DISPLAY "Solicited - B-notice  - " Solicited-Bnotice
037800     DISPLAY "Solicited - W-8BEN    - " Solicited-Expiring
037900     DISPLAY "Notices not mailed    - " Notices-Not-Mailed
038000     DISPLAY "Awaiting answer       - " Awaiting-Answer
038100     DISPLAY "Withholding started   - " Withholding-Started
038200     DISPLAY "Already withholding   - " Already-Withholding.
038300 9000-TERMINATE-EXIT.
038400     EXIT.
