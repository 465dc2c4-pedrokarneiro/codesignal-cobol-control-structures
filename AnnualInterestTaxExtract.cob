002450*                     THEIR OWN "R" RECORD CLASS, WHATEVER     *
002460*                     THE AMOUNT - TAX-DEFERRED INTEREST       *
002470*                     STAYS OUT OF THE 1099-INT STREAM.        *
002471*    2026-10-12  RLB  PROMOTIONAL BONUSES ARE REPORTED AS      *
002472*                     INTEREST - THEY ARRIVE IN YI-INTEREST-   *
002473*                     PAID, AND THE GL TIE NOW COUNTS PRMB     *
002474*                     BONUS CREDITS LESS SAME-YEAR PRMC        *
002475*                     CLAWBACKS.                               *
002476*    2026-10-13  RLB  IOLTA (PRODUCT IOLT) ACCOUNTS ARE LEFT   *
002477*                     OFF THE EXTRACT - THEIR INTEREST IS      *
002478*                     REMITTED TO THE STATE BAR FOUNDATION AND *
002479*                     IS NOT THE FIRM'S TO REPORT.             *
002480*    2026-10-13  RLB  CUSTOMERS CERTIFIED ON A W-8BEN          *
002481*                     (TAXCERT) ARE NONRESIDENT ALIENS - THEIR *
002482*                     INTEREST NOW GOES TO THE SEPARATE        *
002483*                     TAX1042 (1042-S) EXTRACT, WITH NO        *
002484*                     REPORTABLE MINIMUM, INSTEAD OF TAXEXT.   *
002485*    2026-10-15  RLB  EARLY-WITHDRAWAL PENALTIES (YI-PENALTY-  *
002486*                     FORFEITED) ARE FILED AS FORFEITED        *
002487*                     INTEREST ON TX-PENALTY-FORFEITED; A ROW  *
002488*                     WITH A PENALTY FILES WHATEVER THE        *
002489*                     INTEREST, AND THE PENALTY TOTAL TIES TO  *
002490*                     THE YEAR'S TDPN GL CREDITS.              *
002491*    2026-10-15  RLB  THE PAYEE NOW HONORS CUSTROLE: THE MINOR *
002492*                     IS THE PAYEE ON A CUSTODIAL ACCOUNT, A   *
002493*                     JOINTLY OWNED ACCOUNT IS MARKED ON TX-   *
002494*                     OWNERSHIP-CODE, AND SIGNERS AND POA      *
002495*                     AGENTS ARE NEVER PAYEES.                 *
002500*                                                               *
002600*****************************************************************

004530         ACCESS MODE IS RANDOM
004540         RECORD KEY IS MF-ACCOUNT-NUMBER
004550         FILE STATUS IS Acctmstr-File-Status.
004552
004554     SELECT TAXCERT ASSIGN TO "TAXCERT"
004556         ORGANIZATION IS INDEXED
004558         ACCESS MODE IS RANDOM
004560         RECORD KEY IS XK-CUSTOMER-NUMBER
004562         FILE STATUS IS Taxcert-File-Status.
004564
004566     SELECT TAX1042 ASSIGN TO "TAX1042"
004568         ORGANIZATION IS SEQUENTIAL
004570         FILE STATUS IS Tax1042-File-Status.
004572
004574     SELECT CUSTROLE ASSIGN TO "CUSTROLE"
004576         ORGANIZATION IS INDEXED
004578         ACCESS MODE IS DYNAMIC
004580         RECORD KEY IS RO-ROLE-KEY
004582         FILE STATUS IS Custrole-File-Status.

004600 DATA DIVISION.
004700 FILE SECTION.

006510 FD  ACCTMSTR.
006520     COPY ACCTMSTR.
006525
006530 FD  TAXCERT.
006535     COPY TAXCERT.
006540
006545 FD  TAX1042.
006550     COPY TAX1042.
006555
006560 FD  CUSTROLE.
006565     COPY CUSTROLE.

006600 WORKING-STORAGE SECTION.
006700 01  Ytdint-File-Status              PIC XX.
007710 01  Acctmstr-File-Status            PIC XX.
007720     88  Acctmstr-OK                 VALUE "00".
007730     88  Acctmstr-Not-On-File        VALUE "23".
007735 01  Taxcert-File-Status             PIC XX.
007740     88  Taxcert-OK                  VALUE "00".
007745 01  Tax1042-File-Status             PIC XX.
007750 01  Custrole-File-Status            PIC XX.
007755     88  Custrole-OK                 VALUE "00".
007760 01  Role-Scan-Switch                PIC X(01).
007765     88  Role-Scan-Is-Done           VALUE "Y".
007770     88  Role-Scan-Is-Active         VALUE "N".
007775 01  Payee-Customer                  PIC X(10).
007780 01  Ownership-Code                  PIC X(01).
007785     88  Ownership-Joint             VALUE "J".
007790     88  Ownership-Custodial         VALUE "M".

007800 77  Reportable-Minimum              PIC S9(3)V99 VALUE 10.00.
007810*    AN IOLTA ACCOUNT'S INTEREST BELONGS TO THE STATE BAR
007820*    FOUNDATION, NOT THE FIRM THAT HOLDS THE ACCOUNT.
007830 77  Iolta-Product-Code              PIC X(04) VALUE "IOLT".
007840*    1042-S INCOME CODE FOR DEPOSIT INTEREST.
007850 77  Deposit-Interest-Code           PIC X(02) VALUE "29".

007900 01  Reporting-Year                  PIC 9(04).
008000 01  Run-Date                        PIC 9(08).
008300     05  Rows-Extracted              PIC 9(7) COMP.
008310     05  Retirement-Rows             PIC 9(7) COMP.
008400     05  Rows-Under-Minimum          PIC 9(7) COMP.
008420     05  Iolta-Rows-Excluded         PIC 9(7) COMP.
008440     05  Nra-Rows                    PIC 9(7) COMP.
008460     05  Joint-Rows                  PIC 9(7) COMP.
008480     05  Custodial-Rows              PIC 9(7) COMP.
008500     05  Interest-Grand-Total        PIC S9(11)V99.
008600     05  Gl-Interest-Total           PIC S9(11)V99.
008620     05  Penalty-Grand-Total         PIC S9(11)V99.
008640     05  Gl-Penalty-Total            PIC S9(11)V99.
008700 01  Edited-Amount                   PIC -(9)9.99.
008800 01  Edited-Amount-2                 PIC -(9)9.99.
008900 01  Tie-Failure-Switch              PIC X(01).
010500     OPEN INPUT YTDINT
010600     OPEN INPUT CUSTMSTR
010610     OPEN INPUT ACCTMSTR
010630     OPEN INPUT TAXCERT
010650     OPEN OUTPUT TAX1042
010670     OPEN INPUT CUSTROLE
010700     OPEN INPUT GLPOSTIN
010800     OPEN OUTPUT TAXEXT
010900     MOVE ZERO TO Rows-Read
011000                  Rows-Extracted
011050                  Retirement-Rows
011100                  Rows-Under-Minimum
011120                  Iolta-Rows-Excluded
011140                  Nra-Rows
011160                  Joint-Rows
011180                  Custodial-Rows
011200                  Interest-Grand-Total
011300                  Gl-Interest-Total
011320                  Penalty-Grand-Total
011340                  Gl-Penalty-Total
011400     SET Totals-Tie TO TRUE
011500     ACCEPT Run-Date FROM DATE YYYYMMDD
011600*> A January run reports the year just ended; a December run
014100         GO TO 2000-READ-NEXT
014200     END-IF
014300     ADD YI-INTEREST-PAID TO Interest-Grand-Total
014320*> A row last written before the penalty field existed carries
014340*> spaces there; it has no penalty to report.
014360     IF YI-PENALTY-FORFEITED NOT NUMERIC
014380         MOVE ZERO TO YI-PENALTY-FORFEITED
014400     END-IF
014420     ADD YI-PENALTY-FORFEITED TO Penalty-Grand-Total

014440     PERFORM 2100-FIND-PAYEE THRU 2100-FIND-PAYEE-EXIT
014460     MOVE Payee-Customer TO CM-CUSTOMER-NUMBER
014500     READ CUSTMSTR
014600         INVALID KEY
014700             MOVE SPACES TO CM-CUSTMSTR-RECORD
014800             MOVE Payee-Customer TO CM-CUSTOMER-NUMBER
014900             DISPLAY YI-ACCOUNT-NUMBER
015000                 ": No customer row - reported by account."
015100     END-READ
015130*> custodian reports it, not the 1099-INT stream.
015140     MOVE YI-ACCOUNT-NUMBER TO MF-ACCOUNT-NUMBER
015150     READ ACCTMSTR
015152         INVALID KEY
015154             MOVE SPACE TO MF-RETIREMENT-FLAG
015156             MOVE SPACES TO MF-PRODUCT-CODE
015158     END-READ
015160*> Settlement remits IOLTA interest to the foundation and does
015162*> not fold it into YTDINT; anything the account carries here
015164*> from before it became IOLTA stays in the GL tie but is
015166*> never filed against the firm.
015168     IF MF-PRODUCT-CODE = Iolta-Product-Code
015170         ADD 1 TO Iolta-Rows-Excluded
015172         MOVE YI-INTEREST-PAID TO Edited-Amount
015174         DISPLAY "IOLTA EXCLUDED " YI-ACCOUNT-NUMBER
015176             " INTEREST " Edited-Amount
015178         GO TO 2000-READ-NEXT
015180     END-IF
015190     IF MF-Retirement-Account
015191         MOVE YI-ACCOUNT-NUMBER TO TX-ACCOUNT-NUMBER
015192         MOVE CM-CUSTOMER-NUMBER TO TX-CUSTOMER-NUMBER
015193         MOVE Reporting-Year TO TX-TAX-YEAR
015194         MOVE YI-INTEREST-PAID TO TX-INTEREST-PAID
015195         MOVE YI-TAX-WITHHELD TO TX-TAX-WITHHELD
015196         MOVE YI-PENALTY-FORFEITED TO TX-PENALTY-FORFEITED
015197         SET TX-RETIREMENT-RECORD TO TRUE
015198         MOVE Ownership-Code TO TX-OWNERSHIP-CODE
015197         WRITE TX-TAX-EXTRACT-RECORD
015198         ADD 1 TO Retirement-Rows
015218         GO TO 2000-READ-NEXT
015238     END-IF
015258*> A customer certified on a W-8BEN is a nonresident alien -
015278*> the interest files on the 1042-S, whatever the amount, and
015298*> stays out of the 1099-INT stream.
015318     MOVE CM-CUSTOMER-NUMBER TO XK-CUSTOMER-NUMBER
015338     READ TAXCERT
015358         INVALID KEY
015378             MOVE SPACE TO XK-FORM-TYPE
015398     END-READ
015418     IF XK-Form-W8BEN
015438         MOVE YI-ACCOUNT-NUMBER TO YR-ACCOUNT-NUMBER
015458         MOVE CM-CUSTOMER-NUMBER TO YR-CUSTOMER-NUMBER
015478         MOVE Reporting-Year TO YR-TAX-YEAR
015498         MOVE Deposit-Interest-Code TO YR-INCOME-CODE
015518         MOVE XK-COUNTRY-CODE TO YR-COUNTRY-CODE
015538         MOVE XK-TREATY-RATE TO YR-TREATY-RATE
015558         MOVE YI-INTEREST-PAID TO YR-INTEREST-PAID
015578         MOVE YI-TAX-WITHHELD TO YR-TAX-WITHHELD
015598         WRITE YR-NRA-EXTRACT-RECORD
015618         ADD 1 TO Nra-Rows
015638         GO TO 2000-READ-NEXT
015658     END-IF
015678*> A penalty forfeited early is reportable whatever the
015698*> interest came to - the customer deducts it.
015718     IF YI-INTEREST-PAID >= Reportable-Minimum
015738         OR YI-PENALTY-FORFEITED > ZERO
015758         MOVE YI-ACCOUNT-NUMBER TO TX-ACCOUNT-NUMBER
015778         MOVE CM-CUSTOMER-NUMBER TO TX-CUSTOMER-NUMBER
015798         MOVE Reporting-Year TO TX-TAX-YEAR
015818         MOVE YI-INTEREST-PAID TO TX-INTEREST-PAID
015838         MOVE YI-TAX-WITHHELD TO TX-TAX-WITHHELD
015858         MOVE YI-PENALTY-FORFEITED TO TX-PENALTY-FORFEITED
015878         MOVE SPACE TO TX-RECORD-CLASS
015898         MOVE Ownership-Code TO TX-OWNERSHIP-CODE
015918         WRITE TX-TAX-EXTRACT-RECORD
015938         ADD 1 TO Rows-Extracted
015958     ELSE
015978         ADD 1 TO Rows-Under-Minimum
015998         MOVE YI-INTEREST-PAID TO Edited-Amount
016018         DISPLAY "UNDER MINIMUM " YI-ACCOUNT-NUMBER
016038             " INTEREST " Edited-Amount
016058     END-IF.
016078
016500 2000-READ-NEXT.
016600     READ YTDINT
016700         AT END
017000 2000-EXTRACT-ROW-EXIT.
017100     EXIT.

017102*    THE PAYEE MUST OWN THE ACCOUNT. THE MINOR ON A CUSTODIAL
017104*    ACCOUNT IS THE PAYEE, NOT THE CUSTODIAN; OTHERWISE THE
017106*    ACCOUNT'S OWN CUSTOMER ROW STANDS. JOINT OWNERS ONLY MARK
017108*    THE ROW, AND SIGNERS AND POA AGENTS ARE NEVER PAYEES.
017110 2100-FIND-PAYEE.
017112     MOVE YI-ACCOUNT-NUMBER TO Payee-Customer
017114     MOVE SPACE TO Ownership-Code
017116     MOVE YI-ACCOUNT-NUMBER TO RO-ACCOUNT-NUMBER
017118     MOVE LOW-VALUES TO RO-ROLE-CODE
017120     MOVE LOW-VALUES TO RO-CUSTOMER-NUMBER
017122     SET Role-Scan-Is-Active TO TRUE
017124     START CUSTROLE KEY IS NOT LESS THAN RO-ROLE-KEY
017126         INVALID KEY
017128             SET Role-Scan-Is-Done TO TRUE
017130     END-START
017132     PERFORM 2110-CHECK-ONE-ROLE THRU 2110-CHECK-ONE-ROLE-EXIT
017134         UNTIL Role-Scan-Is-Done
017136     IF Ownership-Joint
017138         ADD 1 TO Joint-Rows
017140     END-IF
017142     IF Ownership-Custodial
017144         ADD 1 TO Custodial-Rows
017146     END-IF.
017148 2100-FIND-PAYEE-EXIT.
017150     EXIT.

017152 2110-CHECK-ONE-ROLE.
017154     READ CUSTROLE NEXT RECORD
017156         AT END
017158             SET Role-Scan-Is-Done TO TRUE
017160             GO TO 2110-CHECK-ONE-ROLE-EXIT
017162     END-READ
017164     IF RO-ACCOUNT-NUMBER NOT = YI-ACCOUNT-NUMBER
017166         SET Role-Scan-Is-Done TO TRUE
017168         GO TO 2110-CHECK-ONE-ROLE-EXIT
017170     END-IF
017172     IF RO-ROLE-MINOR
017174         MOVE RO-CUSTOMER-NUMBER TO Payee-Customer
017176         SET Ownership-Custodial TO TRUE
017178         GO TO 2110-CHECK-ONE-ROLE-EXIT
017180     END-IF
017182     IF RO-ROLE-JOINT-OWNER
017184         AND NOT Ownership-Custodial
017186         SET Ownership-Joint TO TRUE
017188     END-IF.
017190 2110-CHECK-ONE-ROLE-EXIT.
017192     EXIT.

017200 3000-PROVE-TO-GL.
017300*> Settled deposit interest posts as INT, certificate interest
017320*> as TDIN, a promotional bonus as PRMB - all are reportable
017340*> and all fold into YTDINT. A bonus taken back at close in
017360*> the year it was paid (PRMC) comes off again; one taken back
017380*> the year after (PRMX) was filed and is not part of the tie.
017500     IF GI-POSTING-DATE (1:4) = Reporting-Year
017600         AND GI-Is-Credit
017700         AND (GI-TRANSACTION-CODE = "INT "
017750             OR GI-TRANSACTION-CODE = "TDIN"
017800             OR GI-TRANSACTION-CODE = "PRMB")
017900         ADD GI-ENTRY-AMOUNT TO Gl-Interest-Total
018000     END-IF
018005     IF GI-POSTING-DATE (1:4) = Reporting-Year
018010         AND GI-Is-Credit
018015         AND GI-TRANSACTION-CODE = "PRMC"
018020         SUBTRACT GI-ENTRY-AMOUNT FROM Gl-Interest-Total
018025     END-IF
018030*> Early-withdrawal penalties credit penalty income as TDPN;
018035*> only the penalties charged fold into YTDINT - a waived one
018040*> never reaches the GL.
018045     IF GI-POSTING-DATE (1:4) = Reporting-Year
018050         AND GI-Is-Credit
018055         AND GI-TRANSACTION-CODE = "TDPN"
018060         ADD GI-ENTRY-AMOUNT TO Gl-Penalty-Total
018065     END-IF
018100     READ GLPOSTIN
018200         AT END
018300             SET Glpostin-EOF TO TRUE
018800     CLOSE YTDINT
018900     CLOSE CUSTMSTR
018950     CLOSE ACCTMSTR
018960     CLOSE TAXCERT
018970     CLOSE TAX1042
018980     CLOSE CUSTROLE
019000     CLOSE TAXEXT
019100     IF NOT Glpostin-Not-Found
019200         CLOSE GLPOSTIN
019900     DISPLAY "Rows extracted     - " Rows-Extracted
019910     DISPLAY "Retirement rows    - " Retirement-Rows
020000     DISPLAY "Under the minimum  - " Rows-Under-Minimum
020020     DISPLAY "IOLTA excluded     - " Iolta-Rows-Excluded
020040     DISPLAY "1042-S rows        - " Nra-Rows
020060     DISPLAY "Joint accounts     - " Joint-Rows
020080     DISPLAY "Custodial (minor)  - " Custodial-Rows
020100     DISPLAY "Interest reported  - " Edited-Amount
020200     DISPLAY "GL interest credits- " Edited-Amount-2
020220     MOVE Penalty-Grand-Total TO Edited-Amount
020240     MOVE Gl-Penalty-Total TO Edited-Amount-2
020260     DISPLAY "Penalties reported - " Edited-Amount
020280     DISPLAY "GL penalty credits - " Edited-Amount-2
020300     IF Interest-Grand-Total NOT = Gl-Interest-Total
020350         OR Penalty-Grand-Total NOT = Gl-Penalty-Total
020400         SET Totals-Do-Not-Tie TO TRUE
020500         DISPLAY "** EXTRACT DOES NOT TIE TO THE GL - DO NOT"
020600             " FILE **"
