000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TaxCertificationMaintenance.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-13.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    TAXCERTIFICATIONMAINTENANCE                                *
001100*                                                               *
001200*    APPLIES THE TAX DESK'S TAXCTRN REQUESTS TO THE TAXCERT     *
001300*    CERTIFICATION FILE (BANKRUPTCYCASEMAINTENANCE MOLD). A     *
001400*    RECEIVED W-9 OR W-8BEN IS RECORDED WITH ITS SIGNED AND     *
001500*    RECEIVED DATES - A W-8BEN EXPIRES ON THE LAST DAY OF THE   *
001600*    THIRD CALENDAR YEAR AFTER IT WAS SIGNED, A W-9 NEVER. A    *
001700*    W-9 ALSO CLEARS AN OUTSTANDING B-NOTICE. A CURRENT FORM    *
001800*    ANSWERS ANY OPEN SOLICITATION AND, WHERE THE SOLICITATION  *
001900*    RUN HAD TURNED ON BACKUP WITHHOLDING, TURNS IT OFF AGAIN   *
002000*    ON CUSTMSTR (WITHHOLDING SET BY HAND THROUGH               *
002100*    CUSTOMERMASTERMAINTENANCE IS LEFT ALONE). A B-NOTICE       *
002200*    MARKS THE TIN MISMATCH FOR THE NEXT SOLICITATION RUN.      *
002300*    EVERY WITHHOLDING CHANGE IS LOGGED TO CUSTAUD.             *
002400*                                                               *
002500*    MODIFICATION HISTORY                                      *
002600*    ------------------------------------------------------    *
002700*    DATE       INIT  DESCRIPTION                              *
002800*    ---------  ----  -----------------------------------      *
002900*    2026-10-13  RLB  ORIGINAL.                                *
003000*                                                               *
003100*****************************************************************
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT TAXCTRN ASSIGN TO "TAXCTRN"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS Taxctrn-File-Status.
003900
004000     SELECT TAXCERT ASSIGN TO "TAXCERT"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS XK-CUSTOMER-NUMBER
004400         FILE STATUS IS Taxcert-File-Status.
004500
004600     SELECT CUSTMSTR ASSIGN TO "CUSTMSTR"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS CM-CUSTOMER-NUMBER
005000         FILE STATUS IS Custmstr-File-Status.
005100
005200     SELECT CUSTAUD ASSIGN TO "CUSTAUD"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS Custaud-File-Status.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  TAXCTRN.
005900     COPY TAXCTRN.
006000
006100 FD  TAXCERT.
006200     COPY TAXCERT.
006300
006400 FD  CUSTMSTR.
006500     COPY CUSTMSTR.
006600
006700 FD  CUSTAUD.
006800     COPY CUSTAUD.
006900
007000 WORKING-STORAGE SECTION.
007100 01  Taxctrn-File-Status             PIC XX.
007200     88  Taxctrn-OK                  VALUE "00".
007300     88  Taxctrn-EOF                 VALUE "10".
007400 01  Taxcert-File-Status             PIC XX.
007500     88  Taxcert-OK                  VALUE "00".
007600 01  Custmstr-File-Status            PIC XX.
007700     88  Custmstr-OK                 VALUE "00".
007800 01  Custaud-File-Status             PIC XX.
007900     88  Custaud-OK                  VALUE "00".
008000
008100 77  Supervisor-Level                PIC 9(01) VALUE 2.
008200 77  Withholding-Off-Code            PIC X(01) VALUE "V".
008300*    A W-8BEN STAYS IN FORCE THROUGH THE THIRD CALENDAR YEAR
008400*    AFTER THE YEAR IT WAS SIGNED.
008500 77  W8ben-Years                     PIC 9(01) VALUE 3.
008600
008700 01  Auth-Result                     PIC X(01).
008800     88  Operator-Authorized         VALUE "Y".
008900     88  Operator-Denied             VALUE "N".
009000 01  Run-Date                        PIC 9(08).
009100 01  Run-Time                        PIC 9(08).
009200 01  Cert-Switch                     PIC X(01).
009300     88  Cert-On-File                VALUE "Y".
009400     88  Cert-Not-On-File            VALUE "N".
009500 01  Expiration-Date                 PIC 9(08).
009600 01  Expiration-Parts REDEFINES Expiration-Date.
009700     05  Expiration-Year             PIC 9(04).
009800     05  Expiration-Month-Day        PIC 9(04).
009900 01  Signed-Parts.
010000     05  Signed-Year                 PIC 9(04).
010100     05  Signed-Month-Day            PIC 9(04).
010200
010300 01  Maintenance-Counters.
010400     05  Requests-Read               PIC 9(7) COMP.
010500     05  W9-Recorded                 PIC 9(7) COMP.
010600     05  W8ben-Recorded              PIC 9(7) COMP.
010700     05  Bnotices-Recorded           PIC 9(7) COMP.
010800     05  Withholding-Lifted          PIC 9(7) COMP.
010900     05  Requests-Rejected           PIC 9(7) COMP.
011000
011100 PROCEDURE DIVISION.
011200
011300 0000-MAINLINE.
011400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
011500     PERFORM 2000-APPLY-REQUEST THRU 2000-APPLY-REQUEST-EXIT
011600         UNTIL Taxctrn-EOF
011700     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
011800     STOP RUN.
011900
012000 1000-INITIALIZE.
012100     OPEN INPUT TAXCTRN
012200     OPEN I-O TAXCERT
012300     OPEN I-O CUSTMSTR
012400     OPEN EXTEND CUSTAUD
012500     MOVE ZERO TO Maintenance-Counters
012600     ACCEPT Run-Date FROM DATE YYYYMMDD
012700     ACCEPT Run-Time FROM TIME
012800     READ TAXCTRN
012900         AT END
013000             SET Taxctrn-EOF TO TRUE
013100     END-READ.
013200 1000-INITIALIZE-EXIT.
013300     EXIT.
013400
013500 2000-APPLY-REQUEST.
013600     ADD 1 TO Requests-Read
013700     CALL "OperatorAuthorize" USING YT-OPERATOR-ID,
013800         Supervisor-Level, Auth-Result
013900     IF Operator-Denied
014000         ADD 1 TO Requests-Rejected
014100         DISPLAY YT-CUSTOMER-NUMBER ": Rejected - operator "
014200             YT-OPERATOR-ID " not authorized."
014300         GO TO 2000-READ-NEXT
014400     END-IF
014500     MOVE YT-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
014600     READ CUSTMSTR
014700         INVALID KEY
014800             ADD 1 TO Requests-Rejected
014900             DISPLAY YT-CUSTOMER-NUMBER
015000                 ": Rejected - customer not on file."
015100             GO TO 2000-READ-NEXT
015200     END-READ
015300     IF CM-Customer-Merged
015400         ADD 1 TO Requests-Rejected
015500         DISPLAY YT-CUSTOMER-NUMBER
015600             ": Rejected - customer merged away."
015700         GO TO 2000-READ-NEXT
015800     END-IF
015900     SET Cert-On-File TO TRUE
016000     MOVE YT-CUSTOMER-NUMBER TO XK-CUSTOMER-NUMBER
016100     READ TAXCERT
016200         INVALID KEY
016300             SET Cert-Not-On-File TO TRUE
016400             INITIALIZE XK-TAX-CERT-RECORD
016500             MOVE YT-CUSTOMER-NUMBER TO XK-CUSTOMER-NUMBER
016600     END-READ
016700     EVALUATE TRUE
016800         WHEN YT-Action-Certify
016900             PERFORM 2100-RECORD-FORM THRU 2100-RECORD-FORM-EXIT
017000         WHEN YT-Action-Bnotice
017100             PERFORM 2200-RECORD-BNOTICE
017200                 THRU 2200-RECORD-BNOTICE-EXIT
017300         WHEN OTHER
017400             ADD 1 TO Requests-Rejected
017500             DISPLAY YT-CUSTOMER-NUMBER
017600                 ": Rejected - unknown action code "
017700                 YT-ACTION-CODE "."
017800     END-EVALUATE.
017900
018000 2000-READ-NEXT.
018100     READ TAXCTRN
018200         AT END
018300             SET Taxctrn-EOF TO TRUE
018400     END-READ.
018500 2000-APPLY-REQUEST-EXIT.
018600     EXIT.
018700
018800*> A form signed in the future or one already expired when it
018900*> reaches the desk is sent back rather than recorded.
019000 2100-RECORD-FORM.
019100     IF YT-SIGNED-DATE NOT NUMERIC
019200         OR YT-SIGNED-DATE = ZERO
019300         OR YT-SIGNED-DATE > Run-Date
019400         ADD 1 TO Requests-Rejected
019500         DISPLAY YT-CUSTOMER-NUMBER
019600             ": Form rejected - signed date unusable."
019700         GO TO 2100-RECORD-FORM-EXIT
019800     END-IF
019900     IF NOT YT-Form-W9 AND NOT YT-Form-W8BEN
020000         ADD 1 TO Requests-Rejected
020100         DISPLAY YT-CUSTOMER-NUMBER
020200             ": Form rejected - form type must be 9 or 8."
020300         GO TO 2100-RECORD-FORM-EXIT
020400     END-IF
020500     MOVE ZERO TO Expiration-Date
020600     IF YT-Form-W8BEN
020700         IF YT-COUNTRY-CODE = SPACES OR YT-COUNTRY-CODE = "US"
020800             ADD 1 TO Requests-Rejected
020900             DISPLAY YT-CUSTOMER-NUMBER
021000                 ": Form rejected - W-8BEN needs a foreign"
021100                 " country of residence."
021200             GO TO 2100-RECORD-FORM-EXIT
021300         END-IF
021400         IF YT-TREATY-RATE NOT NUMERIC
021500             ADD 1 TO Requests-Rejected
021600             DISPLAY YT-CUSTOMER-NUMBER
021700                 ": Form rejected - treaty rate not numeric."
021800             GO TO 2100-RECORD-FORM-EXIT
021900         END-IF
022000         MOVE YT-SIGNED-DATE TO Signed-Parts
022100         COMPUTE Expiration-Year = Signed-Year + W8ben-Years
022200         MOVE 1231 TO Expiration-Month-Day
022300         IF Expiration-Date < Run-Date
022400             ADD 1 TO Requests-Rejected
022500             DISPLAY YT-CUSTOMER-NUMBER
022600                 ": Form rejected - W-8BEN expired "
022700                 Expiration-Date "."
022800             GO TO 2100-RECORD-FORM-EXIT
022900         END-IF
023000     END-IF
023100     MOVE YT-FORM-TYPE TO XK-FORM-TYPE
023200     MOVE YT-SIGNED-DATE TO XK-SIGNED-DATE
023300     MOVE Run-Date TO XK-RECEIVED-DATE
023400     MOVE Expiration-Date TO XK-EXPIRATION-DATE
023500     IF YT-Form-W8BEN
023600         MOVE YT-COUNTRY-CODE TO XK-COUNTRY-CODE
023700         MOVE YT-TREATY-RATE TO XK-TREATY-RATE
023800         ADD 1 TO W8ben-Recorded
023900     ELSE
024000         MOVE SPACES TO XK-COUNTRY-CODE
024100         MOVE ZERO TO XK-TREATY-RATE
024400         ADD 1 TO W9-Recorded
024500     END-IF
024550*> A current form, either kind, answers a B-notice - the
024560*> customer has re-certified the TIN or their foreign status.
024570     MOVE SPACE TO XK-BNOTICE-FLAG
024600     SET XK-Not-Solicited TO TRUE
024700     MOVE ZERO TO XK-SOLICIT-DATE
024800                  XK-RESPONSE-DUE-DATE
024900     IF XK-Auto-Withholding
025000         PERFORM 2300-LIFT-WITHHOLDING
025100             THRU 2300-LIFT-WITHHOLDING-EXIT
025200     END-IF
025300     PERFORM 2400-SAVE-CERT THRU 2400-SAVE-CERT-EXIT
025400     DISPLAY YT-CUSTOMER-NUMBER ": Form " YT-FORM-TYPE
025500         " signed " YT-SIGNED-DATE " recorded.".
025600 2100-RECORD-FORM-EXIT.
025700     EXIT.
025800
025900 2200-RECORD-BNOTICE.
026000     SET XK-Tin-Mismatch TO TRUE
026100     MOVE Run-Date TO XK-BNOTICE-DATE
026200     PERFORM 2400-SAVE-CERT THRU 2400-SAVE-CERT-EXIT
026300     ADD 1 TO Bnotices-Recorded
026400     DISPLAY YT-CUSTOMER-NUMBER
026500         ": B-notice recorded - new W-9 to be solicited.".
026600 2200-RECORD-BNOTICE-EXIT.
026700     EXIT.
026800
026900*> Only withholding the solicitation run turned on is lifted;
027000*> the customer's score does not move, the audit row records
027100*> who keyed the form and when.
027200 2300-LIFT-WITHHOLDING.
027300     SET XK-No-Auto-Withholding TO TRUE
027400     MOVE ZERO TO XK-WITHHOLDING-DATE
027500     IF NOT CM-Backup-Withholding
027600         GO TO 2300-LIFT-WITHHOLDING-EXIT
027700     END-IF
027800     MOVE "N" TO CM-WITHHOLDING-FLAG
027900     MOVE ZERO TO CM-WITHHOLDING-RATE
028000     REWRITE CM-CUSTMSTR-RECORD
028100     MOVE YT-CUSTOMER-NUMBER TO CA-CUSTOMER-NUMBER
028200     MOVE Withholding-Off-Code TO CA-ACTION-CODE
028300     MOVE CM-CUSTOMER-TRUST-SCORE TO CA-SCORE-BEFORE
028400     MOVE CM-CUSTOMER-TRUST-SCORE TO CA-SCORE-AFTER
028500     MOVE YT-OPERATOR-ID TO CA-REQUESTED-BY
028600     MOVE Run-Date TO CA-RUN-DATE
028700     MOVE Run-Time TO CA-RUN-TIME
028800     WRITE CA-CUSTOMER-AUDIT-RECORD
028900     ADD 1 TO Withholding-Lifted
029000     DISPLAY YT-CUSTOMER-NUMBER
029100         ": Backup withholding lifted.".
029200 2300-LIFT-WITHHOLDING-EXIT.
029300     EXIT.
029400
029500 2400-SAVE-CERT.
029600     MOVE YT-OPERATOR-ID TO XK-UPDATED-BY
029700     MOVE Run-Date TO XK-UPDATED-DATE
029800     IF Cert-On-File
029900         REWRITE XK-TAX-CERT-RECORD
030000     ELSE
030100         WRITE XK-TAX-CERT-RECORD
030200     END-IF.
030300 2400-SAVE-CERT-EXIT.
030400     EXIT.
030500
030600 9000-TERMINATE.
030700     CLOSE TAXCTRN
030800     CLOSE TAXCERT
030900     CLOSE CUSTMSTR
031000     CLOSE CUSTAUD
031100     DISPLAY " "
031200     DISPLAY "TAX CERTIFICATION MAINTENANCE SUMMARY"
031300     DISPLAY "Requests read       - " Requests-Read
031400     DISPLAY "W-9 recorded        - " W9-Recorded
031500     DISPLAY "W-8BEN recorded     - " W8ben-Recorded
031600     DISPLAY "B-notices recorded  - " Bnotices-Recorded
031700     DISPLAY "Withholding lifted  - " Withholding-Lifted
031800     DISPLAY "Requests rejected   - " Requests-Rejected.
031900 9000-TERMINATE-EXIT.
032000     EXIT.
