002400*    DATE       INIT  DESCRIPTION                              *
002500*    ---------  ----  -----------------------------------      *
002600*    2026-09-02  RLB  ORIGINAL.                                *
002610*    2026-10-15  RLB  CUSTROLE JOINT OWNERS NOW COUNT. THE NEW *
002620*                     JNTSORT FEED IS MATCHED TO RELSORT BY    *
002630*                     CUSTOMER; EACH OWNER OF A JOINT ACCOUNT  *
002640*                     TAKES AN EQUAL SHARE IN THE JOINT        *
002650*                     CATEGORY, INSURED APART FROM THE SINGLE  *
002660*                     CATEGORY, WITH THE JOINT EXCESS SHOWN BY *
002670*                     BRANCH.                                  *
002700*                                                               *
002800*****************************************************************

003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS Relsort-File-Status.

003405     SELECT JNTSORT ASSIGN TO "JNTSORT"
003410         ORGANIZATION IS SEQUENTIAL
003415         FILE STATUS IS Jntsort-File-Status.

003420     SELECT CUSTREL ASSIGN TO "CUSTREL"
003425         ORGANIZATION IS INDEXED
003430         ACCESS MODE IS RANDOM
003435         RECORD KEY IS OW-ACCOUNT-NUMBER
003440         FILE STATUS IS Custrel-File-Status.

003445     SELECT CUSTROLE ASSIGN TO "CUSTROLE"
003450         ORGANIZATION IS INDEXED
003455         ACCESS MODE IS DYNAMIC
003460         RECORD KEY IS RO-ROLE-KEY
003465         FILE STATUS IS Custrole-File-Status.

003500     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
004500 FD  RELSORT.
004600     COPY CUSTREL.

004605 FD  JNTSORT.
004610     COPY CUSTREL REPLACING
004615         ==RL-RELATIONSHIP-RECORD== BY ==JS-RELATIONSHIP-RECORD==
004620         ==RL-ACCOUNT-NUMBER== BY ==JS-ACCOUNT-NUMBER==
004625         ==RL-CUSTOMER-NUMBER== BY ==JS-CUSTOMER-NUMBER==.

004630 FD  CUSTREL.
004635     COPY CUSTREL REPLACING
004640         ==RL-RELATIONSHIP-RECORD== BY ==OW-RELATIONSHIP-RECORD==
004645         ==RL-ACCOUNT-NUMBER== BY ==OW-ACCOUNT-NUMBER==
004650         ==RL-CUSTOMER-NUMBER== BY ==OW-CUSTOMER-NUMBER==.

004655 FD  CUSTROLE.
004660     COPY CUSTROLE.

004700 FD  ACCTMSTR.
004800     COPY ACCTMSTR.

005200 01  Relsort-File-Status             PIC XX.
005300     88  Relsort-OK                  VALUE "00".
005400     88  Relsort-EOF                 VALUE "10".
005410 01  Jntsort-File-Status             PIC XX.
005420     88  Jntsort-OK                  VALUE "00".
005430     88  Jntsort-EOF                 VALUE "10".
005440 01  Custrel-File-Status             PIC XX.
005450     88  Custrel-OK                  VALUE "00".
005460 01  Custrole-File-Status            PIC XX.
005470     88  Custrole-OK                 VALUE "00".
005500 01  Acctmstr-File-Status            PIC XX.
005600     88  Acctmstr-OK                 VALUE "00".
005700     88  Acctmstr-Not-On-File        VALUE "23".

006300 01  Current-Customer                PIC X(10).
006400 01  Current-Branch                  PIC X(04).
006410 01  Relsort-Key                     PIC X(10).
006420 01  Jntsort-Key                     PIC X(10).
006430 01  Primary-Owner                   PIC X(10).
006440 01  Owner-Count                     PIC 9(03) COMP.
006450 01  Role-Scan-Switch                PIC X(01).
006460     88  Role-Scan-Is-Done           VALUE "Y".
006470     88  Role-Scan-Is-Active         VALUE "N".
006480 01  Base-Balance                    PIC S9(11)V99.
006490 01  Owner-Share                     PIC S9(11)V99.
006500 01  Combined-Balance                PIC S9(11)V99.
006520 01  Joint-Balance                   PIC S9(11)V99.
006540 01  Single-Excess                   PIC S9(11)V99.
006560 01  Joint-Excess                    PIC S9(11)V99.
006600 01  Converted-Balance               PIC S9(6)V99 COMP-3.
006700 01  Rate-Found                      PIC X(01).
006800     88  Rate-Was-Found              VALUE "Y".
007800         10  BE-BRANCH-CODE          PIC X(04).
007900         10  BE-CUSTOMER-COUNT       PIC 9(05).
008000         10  BE-EXCESS-TOTAL         PIC S9(11)V99.
008050         10  BE-JOINT-EXCESS         PIC S9(11)V99.
008100 01  Branch-Sub                      PIC 9(03) COMP.
008200 01  Branch-Found-Sub                PIC 9(03) COMP.

008600     05  Customers-Over-Limit        PIC 9(7) COMP.
008700     05  Accounts-Missing            PIC 9(7) COMP.
008800     05  Unknown-Currencies          PIC 9(7) COMP.
008820     05  Joint-Links-Read            PIC 9(7) COMP.
008840     05  Joint-Accounts-Shared       PIC 9(7) COMP.

008900 PROCEDURE DIVISION.

009000 0000-MAINLINE.
009100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
009200     PERFORM 2000-AGGREGATE-CUSTOMER
009300         THRU 2000-AGGREGATE-CUSTOMER-EXIT
009400         UNTIL Relsort-EOF AND Jntsort-EOF
009800     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
009900     STOP RUN.

010000 1000-INITIALIZE.
010100     OPEN INPUT RELSORT
010120     OPEN INPUT JNTSORT
010140     OPEN INPUT CUSTREL
010160     OPEN INPUT CUSTROLE
010200     OPEN INPUT ACCTMSTR
010300     MOVE 0 TO Links-Read
010400     MOVE 0 TO Customers-Aggregated
010500     MOVE 0 TO Customers-Over-Limit
010600     MOVE 0 TO Accounts-Missing
010700     MOVE 0 TO Unknown-Currencies
010720     MOVE 0 TO Joint-Links-Read
010740     MOVE 0 TO Joint-Accounts-Shared
010800     MOVE 0 TO Branch-Excess-Count
010900     MOVE SPACES TO Current-Customer
011000     MOVE SPACES TO Current-Branch
012500     DISPLAY "DEPOSIT INSURANCE AGGREGATION REPORT"
012600     DISPLAY "INSURED LIMIT - " Insured-Limit
012700     DISPLAY "===================================="
012800     PERFORM 2800-READ-RELSORT THRU 2800-READ-RELSORT-EXIT
012900     PERFORM 2900-READ-JNTSORT THRU 2900-READ-JNTSORT-EXIT.
013200 1000-INITIALIZE-EXIT.
013300     EXIT.

013305*****************************************************************
013310*    BOTH FEEDS ARRIVE IN CUSTOMER ORDER: RELSORT CARRIES EACH  *
013315*    ACCOUNT'S PRIMARY OWNER, JNTSORT ITS CUSTROLE JOINT        *
013320*    OWNERS. THE LOWER CUSTOMER NUMBER OF THE TWO IS TAKEN AND  *
013325*    EVERY ROW FOR IT DRAWN FROM BOTH BEFORE IT IS CLOSED.      *
013330*    ACCOUNTS OWNED ALONE FALL IN THE SINGLE OWNERSHIP          *
013335*    CATEGORY; AN ACCOUNT WITH JOINT OWNERS FALLS IN THE JOINT  *
013340*    CATEGORY, EACH OWNER TAKING AN EQUAL SHARE. EACH CATEGORY  *
013345*    IS INSURED SEPARATELY UP TO THE LIMIT.                     *
013350*****************************************************************
013355 2000-AGGREGATE-CUSTOMER.
013360     IF Relsort-Key < Jntsort-Key
013365         MOVE Relsort-Key TO Current-Customer
013370     ELSE
013375         MOVE Jntsort-Key TO Current-Customer
013380     END-IF
013385     MOVE SPACES TO Current-Branch
013390     MOVE ZERO TO Combined-Balance
013395     MOVE ZERO TO Joint-Balance
013400     PERFORM 2100-AGGREGATE-LINK THRU 2100-AGGREGATE-LINK-EXIT
013405         UNTIL Relsort-Key NOT = Current-Customer
013410     PERFORM 2200-AGGREGATE-JOINT THRU 2200-AGGREGATE-JOINT-EXIT
013415         UNTIL Jntsort-Key NOT = Current-Customer
013420     PERFORM 3000-CLOSE-CUSTOMER THRU 3000-CLOSE-CUSTOMER-EXIT.
013425 2000-AGGREGATE-CUSTOMER-EXIT.
013430     EXIT.

013435 2100-AGGREGATE-LINK.
013500     ADD 1 TO Links-Read
014500     MOVE RL-ACCOUNT-NUMBER TO MF-ACCOUNT-NUMBER
014600     READ ACCTMSTR
014700         INVALID KEY
014800             ADD 1 TO Accounts-Missing
014900             GO TO 2100-READ-NEXT
015000     END-READ
015100     IF Current-Branch = SPACES
015200         MOVE MF-BRANCH-CODE TO Current-Branch
015300     END-IF
015301     PERFORM 2500-BASE-BALANCE THRU 2500-BASE-BALANCE-EXIT
015302     MOVE Current-Customer TO Primary-Owner
015303     PERFORM 2400-COUNT-OWNERS THRU 2400-COUNT-OWNERS-EXIT
015304     IF Owner-Count > 1
015305         ADD 1 TO Joint-Accounts-Shared
015306         COMPUTE Owner-Share ROUNDED = Base-Balance / Owner-Count
015307         ADD Owner-Share TO Joint-Balance
015308     ELSE
015309         ADD Base-Balance TO Combined-Balance
015310     END-IF.

015311 2100-READ-NEXT.
015312     PERFORM 2800-READ-RELSORT THRU 2800-READ-RELSORT-EXIT.
015313 2100-AGGREGATE-LINK-EXIT.
015314     EXIT.

015315*    A JOINT OWNER'S SHARE OF AN ACCOUNT SOMEONE ELSE HOLDS AS
015316*    PRIMARY. A ROW NAMING THE PRIMARY OWNER ITSELF WAS ALREADY
015317*    COUNTED FROM RELSORT AND IS PASSED OVER.
015318 2200-AGGREGATE-JOINT.
015319     ADD 1 TO Joint-Links-Read
015320     MOVE SPACES TO Primary-Owner
015321     MOVE JS-ACCOUNT-NUMBER TO OW-ACCOUNT-NUMBER
015322     READ CUSTREL
015323         NOT INVALID KEY
015324             MOVE OW-CUSTOMER-NUMBER TO Primary-Owner
015325     END-READ
015326     IF Primary-Owner = Current-Customer
015327         GO TO 2200-READ-NEXT
015328     END-IF
015329     MOVE JS-ACCOUNT-NUMBER TO MF-ACCOUNT-NUMBER
015330     READ ACCTMSTR
015331         INVALID KEY
015332             ADD 1 TO Accounts-Missing
015333             GO TO 2200-READ-NEXT
015334     END-READ
015335     IF Current-Branch = SPACES
015336         MOVE MF-BRANCH-CODE TO Current-Branch
015337     END-IF
015338     PERFORM 2500-BASE-BALANCE THRU 2500-BASE-BALANCE-EXIT
015339     PERFORM 2400-COUNT-OWNERS THRU 2400-COUNT-OWNERS-EXIT
015340     COMPUTE Owner-Share ROUNDED = Base-Balance / Owner-Count
015341     ADD Owner-Share TO Joint-Balance.
015342 2200-READ-NEXT.
015343     PERFORM 2900-READ-JNTSORT THRU 2900-READ-JNTSORT-EXIT.
015344 2200-AGGREGATE-JOINT-EXIT.
015345     EXIT.

015346*    OWNERS OF THE ACCOUNT IN MF-ACCOUNT-NUMBER: THE PRIMARY
015347*    (WHEN THERE IS ONE) PLUS EVERY OTHER JOINT-OWNER ROW.
015348*    SIGNERS AND POA AGENTS OWN NOTHING AND ARE NOT COUNTED.
015349 2400-COUNT-OWNERS.
015350     MOVE ZERO TO Owner-Count
015351     IF Primary-Owner NOT = SPACES
015352         MOVE 1 TO Owner-Count
015353     END-IF
015354     MOVE MF-ACCOUNT-NUMBER TO RO-ACCOUNT-NUMBER
015355     SET RO-ROLE-JOINT-OWNER TO TRUE
015356     MOVE LOW-VALUES TO RO-CUSTOMER-NUMBER
015357     SET Role-Scan-Is-Active TO TRUE
015358     START CUSTROLE KEY IS NOT LESS THAN RO-ROLE-KEY
015359         INVALID KEY
015360             SET Role-Scan-Is-Done TO TRUE
015361     END-START
015362     PERFORM 2410-COUNT-ONE-OWNER THRU 2410-COUNT-ONE-OWNER-EXIT
015363         UNTIL Role-Scan-Is-Done
015364     IF Owner-Count = 0
015365         MOVE 1 TO Owner-Count
015366     END-IF.
015367 2400-COUNT-OWNERS-EXIT.
015368     EXIT.

015369 2410-COUNT-ONE-OWNER.
015370     READ CUSTROLE NEXT RECORD
015371         AT END
015372             SET Role-Scan-Is-Done TO TRUE
015373             GO TO 2410-COUNT-ONE-OWNER-EXIT
015374     END-READ
015375     IF RO-ACCOUNT-NUMBER NOT = MF-ACCOUNT-NUMBER
015376         OR NOT RO-ROLE-JOINT-OWNER
015377         SET Role-Scan-Is-Done TO TRUE
015378         GO TO 2410-COUNT-ONE-OWNER-EXIT
015379     END-IF
015380     IF RO-CUSTOMER-NUMBER NOT = Primary-Owner
015381         ADD 1 TO Owner-Count
015382     END-IF.
015383 2410-COUNT-ONE-OWNER-EXIT.
015384     EXIT.

015385 2500-BASE-BALANCE.
015400*    FOREIGN BALANCES JOIN THE AGGREGATE IN BASE CURRENCY; AN
015500*    UNKNOWN CURRENCY PASSES THROUGH UNCHANGED AND IS COUNTED
015600*    SO THE REPORT'S FOOTING SHOWS THE SOFT SPOT.
015700     IF MF-CURRENCY-CODE = SPACES OR MF-CURRENCY-CODE = "USD"
015800         MOVE MF-ACCOUNT-BALANCE TO Base-Balance
015900     ELSE
016000         CALL "CurrencyConvert" USING MF-CURRENCY-CODE,
016100             MF-ACCOUNT-BALANCE, Converted-Balance,
016300         IF Rate-Was-Not-Found
016400             ADD 1 TO Unknown-Currencies
016500         END-IF
016600         MOVE Converted-Balance TO Base-Balance
016700     END-IF.
016720 2500-BASE-BALANCE-EXIT.
016740     EXIT.

016760*    AN EXHAUSTED FEED KEYS AS HIGH-VALUES SO THE OTHER FEED
016780*    ALWAYS SUPPLIES THE LOWER CUSTOMER.
016800 2800-READ-RELSORT.
016820     READ RELSORT
016840         AT END
016860             SET Relsort-EOF TO TRUE
016880             MOVE HIGH-VALUES TO Relsort-Key
016900             GO TO 2800-READ-RELSORT-EXIT
016920     END-READ
016940     MOVE RL-CUSTOMER-NUMBER TO Relsort-Key.
016960 2800-READ-RELSORT-EXIT.
016980     EXIT.

017000 2900-READ-JNTSORT.
017020     READ JNTSORT
017040         AT END
017060             SET Jntsort-EOF TO TRUE
017080             MOVE HIGH-VALUES TO Jntsort-Key
017100             GO TO 2900-READ-JNTSORT-EXIT
017120     END-READ
017140     MOVE JS-CUSTOMER-NUMBER TO Jntsort-Key.
017160 2900-READ-JNTSORT-EXIT.
017180     EXIT.

017500 3000-CLOSE-CUSTOMER.
017600     ADD 1 TO Customers-Aggregated
017620     MOVE ZERO TO Single-Excess
017640     MOVE ZERO TO Joint-Excess
017700     IF Combined-Balance > Insured-Limit
017800         COMPUTE Single-Excess =
018000             Combined-Balance - Insured-Limit
018020     END-IF
018040     IF Joint-Balance > Insured-Limit
018060         COMPUTE Joint-Excess =
018080             Joint-Balance - Insured-Limit
018100     END-IF
018120     IF Single-Excess = 0 AND Joint-Excess = 0
018140         GO TO 3000-CLOSE-CUSTOMER-EXIT
018160     END-IF
018180     ADD 1 TO Customers-Over-Limit
018200     COMPUTE Uninsured-Excess = Single-Excess + Joint-Excess
018220     MOVE Combined-Balance TO Edited-Balance
018240     MOVE Single-Excess TO Edited-Excess
018260     DISPLAY "CUSTOMER " Current-Customer
018280         "  BRANCH " Current-Branch
018300         "  SINGLE " Edited-Balance
018320         "  UNINSURED " Edited-Excess
018340     MOVE Joint-Balance TO Edited-Balance
018360     MOVE Joint-Excess TO Edited-Excess
018380     DISPLAY "                              "
018400         "   JOINT " Edited-Balance
018420         "  UNINSURED " Edited-Excess
018440     PERFORM 3100-TALLY-BRANCH THRU 3100-TALLY-BRANCH-EXIT.
018900 3000-CLOSE-CUSTOMER-EXIT.
019000     EXIT.

020200                 TO BE-BRANCH-CODE (Branch-Found-Sub)
020300             MOVE ZERO TO BE-CUSTOMER-COUNT (Branch-Found-Sub)
020400             MOVE ZERO TO BE-EXCESS-TOTAL (Branch-Found-Sub)
020450             MOVE ZERO TO BE-JOINT-EXCESS (Branch-Found-Sub)
020500         ELSE
020600             GO TO 3100-TALLY-BRANCH-EXIT
020700         END-IF
020800     END-IF
020900     ADD 1 TO BE-CUSTOMER-COUNT (Branch-Found-Sub)
021000     ADD Uninsured-Excess TO BE-EXCESS-TOTAL (Branch-Found-Sub)
021050     ADD Joint-Excess TO BE-JOINT-EXCESS (Branch-Found-Sub).
021100 3100-TALLY-BRANCH-EXIT.
021200     EXIT.


021900 9000-TERMINATE.
022000     CLOSE RELSORT
022020     CLOSE JNTSORT
022040     CLOSE CUSTREL
022060     CLOSE CUSTROLE
022100     CLOSE ACCTMSTR
022200     DISPLAY " "
022300     DISPLAY "UNINSURED EXCESS BY BRANCH"
023000     DISPLAY "Customers aggregated    - " Customers-Aggregated
023100     DISPLAY "Customers over limit    - " Customers-Over-Limit
023200     DISPLAY "Accounts not on master  - " Accounts-Missing
023300     DISPLAY "Unknown currencies      - " Unknown-Currencies
023320     DISPLAY "Joint-owner links read  - " Joint-Links-Read
023340     DISPLAY "Accounts held jointly   - " Joint-Accounts-Shared.
023400 9000-TERMINATE-EXIT.
023500     EXIT.

023700     MOVE BE-EXCESS-TOTAL (Branch-Sub) TO Edited-Excess
023800     DISPLAY "  BRANCH " BE-BRANCH-CODE (Branch-Sub)
023900         "  CUSTOMERS " BE-CUSTOMER-COUNT (Branch-Sub)
024000         "  EXCESS " Edited-Excess
024020     MOVE BE-JOINT-EXCESS (Branch-Sub) TO Edited-Excess
024040     DISPLAY "                                 "
024060         "  OF WHICH JOINT " Edited-Excess.
024100 9100-PRINT-BRANCH-EXIT.
024200     EXIT.
