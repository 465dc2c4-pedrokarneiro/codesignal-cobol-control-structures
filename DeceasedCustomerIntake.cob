000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DeceasedCustomerIntake.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-09-14.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    DECEASEDCUSTOMERINTAKE                                     *
001100*                                                               *
001200*    APPLIES THE DAY'S DEATH NOTICES (DTHNOTC). FOR EACH        *
001300*    CUSTOMER REPORTED DEAD, EVERY ACCOUNT TIED TO THE          *
001400*    CUSTOMER NUMBER IS FOUND THROUGH CUSTREL (OWNER) AND       *
001500*    CUSTROLE (CUSTODIAN / OTHER ROLES). AN ACCOUNT THE         *
001600*    DECEDENT OWNED ALONE IS RESTRAINED WITH A WHOLE-ACCOUNT    *
001700*    ESTATE HOLD (HOLDS TYPE DC) AND ITS ACTIVE STANDING        *
001800*    ORDERS ARE SUSPENDED; AN ACCOUNT SOMEONE ELSE ALSO         *
001900*    STANDS ON IS LISTED FOR BRANCH REVIEW, NOT RESTRAINED.     *
002000*    FEDERAL BENEFIT CREDITS (CODE FBEN) POSTED AFTER THE DATE  *
002100*    OF DEATH GO TO THE BENRECL RECLAMATION QUEUE, AND AN       *
002200*    ESTATE BALANCE LETTER PRINTS WITH EACH ACCOUNT'S BALANCE   *
002300*    AND THE INTEREST ACCRUED TO DATE FROM ACCRLDG.             *
002400*                                                               *
002500*    EVERY RUN THEN SWEEPS THE ACCOUNTS OF CUSTOMERS ALREADY    *
002600*    ON THE DECEDENT REGISTER, SO A BENEFIT PAYMENT THAT LANDS  *
002700*    WEEKS AFTER THE NOTICE IS STILL QUEUED FOR RETURN. THE     *
002800*    QUEUE IS KEYED BY THE HISTORY ROW, SO NO CREDIT IS QUEUED  *
002900*    TWICE.                                                     *
003000*                                                               *
003100*    MODIFICATION HISTORY                                      *
003200*    ------------------------------------------------------    *
003300*    DATE       INIT  DESCRIPTION                              *
003400*    ---------  ----  -----------------------------------      *
003500*    2026-09-14  RLB  ORIGINAL.                                *
003600*    2026-10-15  RLB  SIGNER AND POWER-OF-ATTORNEY ROWS NO     *
003700*                     LONGER GATHER AN ACCOUNT OR BLOCK A      *
003800*                     RESTRAINT. ONLY ACCOUNTS THE DECEDENT    *
003900*                     OWNED COUNT TOWARD THE ESTATE TOTAL AND  *
004000*                     PRINT WITH BALANCES; JOINT ACCOUNTS      *
004100*                     PRINT APART AS PASSING TO THE SURVIVING  *
004200*                     OWNER.                                   *
004300*                                                               *
004400*****************************************************************
004500
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT DTHNOTC ASSIGN TO "DTHNOTC"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS Dthnotc-File-Status.
005200
005300     SELECT CUSTMSTR ASSIGN TO "CUSTMSTR"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS CM-CUSTOMER-NUMBER
005700         FILE STATUS IS Custmstr-File-Status.
005800
005900     SELECT DECEDENT ASSIGN TO "DECEDENT"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS DE-CUSTOMER-NUMBER
006300         FILE STATUS IS Decedent-File-Status.
006400
006500     SELECT CUSTREL ASSIGN TO "CUSTREL"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS RL-ACCOUNT-NUMBER
006900         FILE STATUS IS Custrel-File-Status.
007000
007100     SELECT CUSTROLE ASSIGN TO "CUSTROLE"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS RO-ROLE-KEY
007500         FILE STATUS IS Custrole-File-Status.
007600
007700     SELECT CUSTADDR ASSIGN TO "CUSTADDR"
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS RANDOM
008000         RECORD KEY IS NA-CUSTOMER-NUMBER
008100         FILE STATUS IS Custaddr-File-Status.
008200
008300     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS RANDOM
008600         RECORD KEY IS MF-ACCOUNT-NUMBER
008700         FILE STATUS IS Acctmstr-File-Status.
008800
008900     SELECT ACCRLDG ASSIGN TO "ACCRLDG"
009000         ORGANIZATION IS INDEXED
009100         ACCESS MODE IS RANDOM
009200         RECORD KEY IS AL-ACCOUNT-NUMBER
009300         FILE STATUS IS Accrldg-File-Status.
009400
009500     SELECT HOLDS ASSIGN TO "HOLDS"
009600         ORGANIZATION IS INDEXED
009700         ACCESS MODE IS DYNAMIC
009800         RECORD KEY IS HD-HOLD-KEY
009900         FILE STATUS IS Holds-File-Status.
010000
010100     SELECT STORDMST ASSIGN TO "STORDMST"
010200         ORGANIZATION IS INDEXED
010300         ACCESS MODE IS DYNAMIC
010400         RECORD KEY IS SO-ORDER-ID
010500         FILE STATUS IS Stordmst-File-Status.
010600
010700     SELECT TRANHIST ASSIGN TO "TRANHIST"
010800         ORGANIZATION IS INDEXED
010900         ACCESS MODE IS DYNAMIC
011000         RECORD KEY IS HT-HISTORY-KEY
011100         FILE STATUS IS Tranhist-File-Status.
011200
011300     SELECT BENRECL ASSIGN TO "BENRECL"
011400         ORGANIZATION IS INDEXED
011500         ACCESS MODE IS RANDOM
011600         RECORD KEY IS BQ-RECLAMATION-KEY
011700         FILE STATUS IS Benrecl-File-Status.
011800
011900     SELECT CUSTAUD ASSIGN TO "CUSTAUD"
012000         ORGANIZATION IS SEQUENTIAL
012100         FILE STATUS IS Custaud-File-Status.
012200
012300     SELECT ESTLTR ASSIGN TO "ESTLTR"
012400         ORGANIZATION IS SEQUENTIAL
012500         FILE STATUS IS Estltr-File-Status.
012600
012700 DATA DIVISION.
012800 FILE SECTION.
012900 FD  DTHNOTC.
013000     COPY DTHNOTC.
013100
013200 FD  CUSTMSTR.
013300     COPY CUSTMSTR.
013400
013500 FD  DECEDENT.
013600     COPY DECEDENT.
013700
013800 FD  CUSTREL.
013900     COPY CUSTREL.
014000
014100 FD  CUSTROLE.
014200     COPY CUSTROLE.
014300
014400 FD  CUSTADDR.
014500     COPY CUSTADDR.
014600
014700 FD  ACCTMSTR.
014800     COPY ACCTMSTR.
014900
015000 FD  ACCRLDG.
015100     COPY ACCRLDG.
015200
015300 FD  HOLDS.
015400     COPY HOLDS.
015500
015600 FD  STORDMST.
015700     COPY STORDMST.
015800
015900 FD  TRANHIST.
016000     COPY TRNHIST.
016100
016200 FD  BENRECL.
016300     COPY BENRECL.
016400
016500 FD  CUSTAUD.
016600     COPY CUSTAUD.
016700
016800 FD  ESTLTR.
016900     COPY ESTLTR.
017000
017100 WORKING-STORAGE SECTION.
017200 01  Dthnotc-File-Status             PIC XX.
017300     88  Dthnotc-OK                  VALUE "00".
017400     88  Dthnotc-EOF                 VALUE "10".
017500 01  Custmstr-File-Status            PIC XX.
017600     88  Custmstr-OK                 VALUE "00".
017700     88  Custmstr-Not-On-File        VALUE "23".
017800 01  Decedent-File-Status            PIC XX.
017900     88  Decedent-OK                 VALUE "00".
018000     88  Decedent-Not-On-File        VALUE "23".
018100 01  Custrel-File-Status             PIC XX.
018200     88  Custrel-OK                  VALUE "00".
018300     88  Custrel-EOF                 VALUE "10".
018400 01  Custrole-File-Status            PIC XX.
018500     88  Custrole-OK                 VALUE "00".
018600     88  Custrole-EOF                VALUE "10".
018700 01  Custaddr-File-Status            PIC XX.
018800     88  Custaddr-OK                 VALUE "00".
018900     88  Custaddr-Not-On-File        VALUE "23".
019000 01  Acctmstr-File-Status            PIC XX.
019100     88  Acctmstr-OK                 VALUE "00".
019200     88  Acctmstr-Not-On-File        VALUE "23".
019300 01  Accrldg-File-Status             PIC XX.
019400     88  Accrldg-OK                  VALUE "00".
019500     88  Accrldg-Not-On-File         VALUE "23".
019600 01  Holds-File-Status               PIC XX.
019700     88  Holds-OK                    VALUE "00".
019800     88  Holds-EOF                   VALUE "10".
019900 01  Stordmst-File-Status            PIC XX.
020000     88  Stordmst-OK                 VALUE "00".
020100     88  Stordmst-EOF                VALUE "10".
020200 01  Tranhist-File-Status            PIC XX.
020300     88  Tranhist-OK                 VALUE "00".
020400     88  Tranhist-EOF                VALUE "10".
020500 01  Benrecl-File-Status             PIC XX.
020600     88  Benrecl-OK                  VALUE "00".
020700     88  Benrecl-Duplicate           VALUE "22".
020800 01  Custaud-File-Status             PIC XX.
020900     88  Custaud-OK                  VALUE "00".
021000 01  Estltr-File-Status              PIC XX.
021100     88  Estltr-OK                   VALUE "00".
021200
021300*    THE ESTATE HOLD FREEZES THE WHOLE ACCOUNT: ITS AMOUNT IS
021400*    THE MOST ANY BALANCE CAN BE, SO AVAILABLE FUNDS ARE NEVER
021500*    ABOVE ZERO WHILE IT STANDS. IT CARRIES NO EXPIRY - IT
021600*    COMES OFF BY HOLDSMAINTENANCE WHEN THE EXECUTOR PROVES
021700*    AUTHORITY.
021800 77  Estate-Hold-Type                PIC X(02) VALUE "DC".
021900 77  Estate-Restraint-Amount         PIC S9(6)V99
022000                                     VALUE 999999.99.
022100 77  Estate-Hold-Authority           PIC X(20)
022200                                     VALUE "ESTATE RESTRAINT".
022300 77  Federal-Benefit-Code            PIC X(04) VALUE "FBEN".
022400 77  Estate-Action-Code              PIC X(01) VALUE "E".
022500
022600 01  Run-Date                        PIC 9(08).
022700 01  Run-Time                        PIC 9(08).
022800
022900 01  Rel-Scan-Switch                 PIC X(01).
023000     88  Rel-Scan-Is-Done            VALUE "Y".
023100     88  Rel-Scan-Is-Active          VALUE "N".
023200 01  Role-Scan-Switch                PIC X(01).
023300     88  Role-Scan-Is-Done           VALUE "Y".
023400     88  Role-Scan-Is-Active         VALUE "N".
023500 01  Hold-Scan-Switch                PIC X(01).
023600     88  Hold-Scan-Is-Done           VALUE "Y".
023700     88  Hold-Scan-Is-Active         VALUE "N".
023800 01  Order-Scan-Switch               PIC X(01).
023900     88  Order-Scan-Is-Done          VALUE "Y".
024000     88  Order-Scan-Is-Active        VALUE "N".
024100 01  Hist-Scan-Switch                PIC X(01).
024200     88  Hist-Scan-Is-Done           VALUE "Y".
024300     88  Hist-Scan-Is-Active         VALUE "N".
024400 01  Run-Phase-Switch                PIC X(01).
024500     88  Phase-Is-Intake             VALUE "I".
024600     88  Phase-Is-Sweep              VALUE "S".
024700 01  Address-Switch                  PIC X(01).
024800     88  Address-Is-Usable           VALUE "Y".
024900     88  Address-Is-Bad              VALUE "N".
025000
025100*    THE DECEDENT'S ACCOUNTS, GATHERED FROM BOTH LINK FILES
025200*    BEFORE ANYTHING IS RESTRAINED.
025300 01  Estate-Account-Count            PIC 9(03) COMP.
025400 01  Estate-Account-Table.
025500     05  EA-ENTRY OCCURS 50 TIMES.
025600         10  EA-ACCOUNT-NUMBER       PIC X(10).
025700         10  EA-OWNER-FLAG           PIC X(01).
025800             88  EA-Decedent-Owns    VALUE "Y".
025900         10  EA-ROLE-CODE            PIC X(01).
026000             88  EA-Role-Joint-Owner VALUE "J".
026100         10  EA-OTHER-PARTY-FLAG     PIC X(01).
026200             88  EA-Has-Other-Party  VALUE "Y".
026300         10  EA-DISPOSITION          PIC X(14).
026400         10  EA-LEDGER-BALANCE       PIC S9(6)V99.
026500         10  EA-ACCRUED-INTEREST     PIC S9(6)V99.
026600         10  EA-RECLAIM-AMOUNT       PIC S9(6)V99.
026700 01  Estate-Sub                      PIC 9(03) COMP.
026800 01  Estate-Found-Sub                PIC 9(03) COMP.
026900 01  Estate-Restrained-Count         PIC 9(03).
027000 01  Estate-Survivor-Count           PIC 9(03).
027100
027200 01  Next-Hold-Sequence              PIC 9(03).
027300 01  Scan-Account-Number             PIC X(10).
027400 01  Scan-Customer-Number            PIC X(10).
027500 01  Scan-Date-Of-Death              PIC 9(08).
027600 01  Scan-Reclaim-Amount             PIC S9(6)V99.
027700 01  Estate-Total-Amount             PIC S9(7)V99.
027800 01  Estate-Reclaim-Total            PIC S9(7)V99.
027900
028000 01  Intake-Counters.
028100     05  Notices-Read                PIC 9(7) COMP.
028200     05  Notices-Applied             PIC 9(7) COMP.
028300     05  Notices-Rejected            PIC 9(7) COMP.
028400     05  Accounts-Restrained         PIC 9(7) COMP.
028500     05  Accounts-For-Review         PIC 9(7) COMP.
028600     05  Accounts-To-Survivor        PIC 9(7) COMP.
028700     05  Orders-Suspended            PIC 9(7) COMP.
028800     05  Credits-Queued              PIC 9(7) COMP.
028900     05  Sweep-Credits-Queued        PIC 9(7) COMP.
029000     05  Letters-Printed             PIC 9(7) COMP.
029100     05  Letters-Suppressed          PIC 9(7) COMP.
029200
029300*    FIXED-LAYOUT WORK LINES FOR THE ESTATE LETTER.
029400 01  Letter-Heading-Work.
029500     05  FILLER                      PIC X(10)
029600         VALUE "ESTATE OF ".
029700     05  LW-ESTATE-NAME              PIC X(30).
029800     05  FILLER                      PIC X(26) VALUE SPACES.
029900 01  Letter-Address-Work.
030000     05  LW-STREET                   PIC X(30).
030100     05  FILLER                      PIC X(01) VALUE SPACE.
030200     05  LW-CITY                     PIC X(20).
030300     05  FILLER                      PIC X(01) VALUE SPACE.
030400     05  LW-STATE                    PIC X(02).
030500     05  FILLER                      PIC X(01) VALUE SPACE.
030600     05  LW-POSTAL-CODE              PIC X(09).
030700     05  FILLER                      PIC X(02) VALUE SPACES.
030800 01  Letter-Reference-Work.
030900     05  FILLER                      PIC X(13)
031000         VALUE "RE: CUSTOMER ".
031100     05  LW-REF-CUSTOMER             PIC X(10).
031200     05  FILLER                      PIC X(16)
031300         VALUE "  DATE OF DEATH ".
031400     05  LW-REF-DATE-OF-DEATH        PIC 9(08).
031500     05  FILLER                      PIC X(19) VALUE SPACES.
031600 01  Letter-Column-Work.
031700     05  FILLER                      PIC X(36)
031800         VALUE "  ACCOUNT     LEDGER BAL   ACCRUED  ".
031900     05  FILLER                      PIC X(30)
032000         VALUE "  DISPOSITION                 ".
032100 01  Letter-Account-Work.
032200     05  FILLER                      PIC X(02) VALUE SPACES.
032300     05  LW-ACCOUNT-NUMBER           PIC X(10).
032400     05  FILLER                      PIC X(02) VALUE SPACES.
032500     05  LW-LEDGER-BALANCE           PIC -(6)9.99.
032600     05  FILLER                      PIC X(02) VALUE SPACES.
032700     05  LW-ACCRUED-INTEREST         PIC -(6)9.99.
032800     05  FILLER                      PIC X(02) VALUE SPACES.
032900     05  LW-DISPOSITION              PIC X(14).
033000     05  FILLER                      PIC X(14) VALUE SPACES.
033100 01  Letter-Role-Work.
033200     05  FILLER                      PIC X(02) VALUE SPACES.
033300     05  LW-ROLE-ACCOUNT-NUMBER      PIC X(10).
033400     05  FILLER                      PIC X(26) VALUE SPACES.
033500     05  LW-ROLE-DISPOSITION         PIC X(14).
033600     05  FILLER                      PIC X(14) VALUE SPACES.
033700 01  Letter-Survivor-Work.
033800     05  FILLER                      PIC X(02) VALUE SPACES.
033900     05  LW-SURVIVOR-ACCOUNT-NUMBER  PIC X(10).
034000     05  FILLER                      PIC X(02) VALUE SPACES.
034100     05  FILLER                      PIC X(25)
034200         VALUE "PASSES TO SURVIVING OWNER".
034300     05  FILLER                      PIC X(27) VALUE SPACES.
034400 01  Letter-Amount-Work.
034500     05  FILLER                      PIC X(02) VALUE SPACES.
034600     05  LW-AMOUNT-LABEL             PIC X(40).
034700     05  LW-AMOUNT                   PIC -(7)9.99.
034800     05  FILLER                      PIC X(13) VALUE SPACES.
034900 01  Letter-Text-Work                PIC X(66).
035000
035100 PROCEDURE DIVISION.
035200
035300 0000-MAINLINE.
035400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
035500     PERFORM 2000-APPLY-NOTICE THRU 2000-APPLY-NOTICE-EXIT
035600         UNTIL Dthnotc-EOF
035700     PERFORM 3000-SWEEP-REGISTER THRU 3000-SWEEP-REGISTER-EXIT
035800     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
035900     STOP RUN.
036000
036100 1000-INITIALIZE.
036200     OPEN INPUT DTHNOTC
036300     OPEN I-O CUSTMSTR
036400     OPEN I-O DECEDENT
036500     OPEN INPUT CUSTREL
036600     OPEN INPUT CUSTROLE
036700     OPEN INPUT CUSTADDR
036800     OPEN INPUT ACCTMSTR
036900     OPEN INPUT ACCRLDG
037000     OPEN I-O HOLDS
037100     OPEN I-O STORDMST
037200     OPEN INPUT TRANHIST
037300     OPEN I-O BENRECL
037400     OPEN EXTEND CUSTAUD
037500     OPEN OUTPUT ESTLTR
037600     MOVE ZERO TO Intake-Counters
037700     SET Phase-Is-Intake TO TRUE
037800     ACCEPT Run-Date FROM DATE YYYYMMDD
037900     ACCEPT Run-Time FROM TIME
038000     READ DTHNOTC
038100         AT END
038200             SET Dthnotc-EOF TO TRUE
038300     END-READ.
038400 1000-INITIALIZE-EXIT.
038500     EXIT.
038600
038700 2000-APPLY-NOTICE.
038800     ADD 1 TO Notices-Read
038900     IF DN-DATE-OF-DEATH NOT NUMERIC
039000         OR DN-DATE-OF-DEATH = ZERO
039100         OR DN-DATE-OF-DEATH > Run-Date
039200         ADD 1 TO Notices-Rejected
039300         DISPLAY DN-CUSTOMER-NUMBER
039400             ": Notice rejected - date of death unusable."
039500         GO TO 2000-READ-NEXT
039600     END-IF
039700     MOVE DN-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
039800     READ CUSTMSTR
039900         INVALID KEY
040000             ADD 1 TO Notices-Rejected
040100             DISPLAY DN-CUSTOMER-NUMBER
040200                 ": Notice rejected - customer not on file."
040300             GO TO 2000-READ-NEXT
040400     END-READ
040500     IF CM-Customer-Merged
040600         ADD 1 TO Notices-Rejected
040700         DISPLAY DN-CUSTOMER-NUMBER ": Notice rejected -"
040800             " merged away; follow the CUSTXREF stub."
040900         GO TO 2000-READ-NEXT
041000     END-IF
041100     IF CM-Customer-Deceased
041200         ADD 1 TO Notices-Rejected
041300         DISPLAY DN-CUSTOMER-NUMBER
041400             ": Notice rejected - death already registered."
041500         GO TO 2000-READ-NEXT
041600     END-IF
041700
041800     MOVE ZERO TO Estate-Account-Count
041900     MOVE ZERO TO Estate-Restrained-Count
042000     MOVE ZERO TO Estate-Survivor-Count
042100     MOVE ZERO TO Estate-Total-Amount
042200     MOVE ZERO TO Estate-Reclaim-Total
042300     PERFORM 2100-GATHER-OWNED THRU 2100-GATHER-OWNED-EXIT
042400     PERFORM 2200-GATHER-ROLES THRU 2200-GATHER-ROLES-EXIT
042500     PERFORM 2300-EVALUATE-ACCOUNT
042600         THRU 2300-EVALUATE-ACCOUNT-EXIT
042700         VARYING Estate-Sub FROM 1 BY 1
042800         UNTIL Estate-Sub > Estate-Account-Count
042900     IF Estate-Restrained-Count > 0
043000         PERFORM 2500-SUSPEND-ORDERS
043100             THRU 2500-SUSPEND-ORDERS-EXIT
043200     END-IF
043300     PERFORM 2600-REGISTER-DEATH THRU 2600-REGISTER-DEATH-EXIT
043400     PERFORM 2700-WRITE-LETTER THRU 2700-WRITE-LETTER-EXIT
043500     ADD 1 TO Notices-Applied
043600     DISPLAY DN-CUSTOMER-NUMBER ": Death registered - "
043700         Estate-Account-Count " account(s), "
043800         Estate-Restrained-Count " restrained.".
043900
044000 2000-READ-NEXT.
044100     READ DTHNOTC
044200         AT END
044300             SET Dthnotc-EOF TO TRUE
044400     END-READ.
044500 2000-APPLY-NOTICE-EXIT.
044600     EXIT.
044700
044800*> Every account the decedent owns. CUSTREL is keyed by account,
044900*> so the owner test is a full pass - the same walk the merge
045000*> utility makes.
045100 2100-GATHER-OWNED.
045200     MOVE LOW-VALUES TO RL-ACCOUNT-NUMBER
045300     SET Rel-Scan-Is-Active TO TRUE
045400     START CUSTREL KEY IS NOT LESS THAN RL-ACCOUNT-NUMBER
045500         INVALID KEY
045600             SET Rel-Scan-Is-Done TO TRUE
045700     END-START
045800     PERFORM 2110-GATHER-ONE-OWNED
045900         THRU 2110-GATHER-ONE-OWNED-EXIT
046000         UNTIL Rel-Scan-Is-Done.
046100 2100-GATHER-OWNED-EXIT.
046200     EXIT.
046300
046400 2110-GATHER-ONE-OWNED.
046500     READ CUSTREL NEXT RECORD
046600         AT END
046700             SET Rel-Scan-Is-Done TO TRUE
046800             GO TO 2110-GATHER-ONE-OWNED-EXIT
046900     END-READ
047000     IF RL-CUSTOMER-NUMBER NOT = DN-CUSTOMER-NUMBER
047100         GO TO 2110-GATHER-ONE-OWNED-EXIT
047200     END-IF
047300     MOVE RL-ACCOUNT-NUMBER TO Scan-Account-Number
047400     PERFORM 2150-FIND-OR-ADD THRU 2150-FIND-OR-ADD-EXIT
047500     IF Estate-Found-Sub > 0
047600         SET EA-Decedent-Owns (Estate-Found-Sub) TO TRUE
047700     END-IF.
047800 2110-GATHER-ONE-OWNED-EXIT.
047900     EXIT.
048000
048100*> Accounts where the decedent holds a role rather than sole
048200*> ownership - custodian, minor beneficiary or joint owner.
048300*> Signer and power-of-attorney rows are authority over
048400*> someone else's money, not the decedent's; that authority
048500*> ends with the notice and the account is not the estate's.
048600 2200-GATHER-ROLES.
048700     MOVE LOW-VALUES TO RO-ROLE-KEY
048800     SET Role-Scan-Is-Active TO TRUE
048900     START CUSTROLE KEY IS NOT LESS THAN RO-ROLE-KEY
049000         INVALID KEY
049100             SET Role-Scan-Is-Done TO TRUE
049200     END-START
049300     PERFORM 2210-GATHER-ONE-ROLE
049400         THRU 2210-GATHER-ONE-ROLE-EXIT
049500         UNTIL Role-Scan-Is-Done.
049600 2200-GATHER-ROLES-EXIT.
049700     EXIT.
049800
049900 2210-GATHER-ONE-ROLE.
050000     READ CUSTROLE NEXT RECORD
050100         AT END
050200             SET Role-Scan-Is-Done TO TRUE
050300             GO TO 2210-GATHER-ONE-ROLE-EXIT
050400     END-READ
050500     IF RO-CUSTOMER-NUMBER NOT = DN-CUSTOMER-NUMBER
050600         GO TO 2210-GATHER-ONE-ROLE-EXIT
050700     END-IF
050800     IF RO-ROLE-SIGNER OR RO-ROLE-POA-AGENT
050900         GO TO 2210-GATHER-ONE-ROLE-EXIT
051000     END-IF
051100     MOVE RO-ACCOUNT-NUMBER TO Scan-Account-Number
051200     PERFORM 2150-FIND-OR-ADD THRU 2150-FIND-OR-ADD-EXIT
051300     IF Estate-Found-Sub > 0
051400         MOVE RO-ROLE-CODE TO EA-ROLE-CODE (Estate-Found-Sub)
051500     END-IF.
051600 2210-GATHER-ONE-ROLE-EXIT.
051700     EXIT.
051800
051900 2150-FIND-OR-ADD.
052000     MOVE ZERO TO Estate-Found-Sub
052100     PERFORM 2160-SCAN-ESTATE THRU 2160-SCAN-ESTATE-EXIT
052200         VARYING Estate-Sub FROM 1 BY 1
052300         UNTIL Estate-Sub > Estate-Account-Count
052400             OR Estate-Found-Sub > 0
052500     IF Estate-Found-Sub > 0
052600         GO TO 2150-FIND-OR-ADD-EXIT
052700     END-IF
052800     IF Estate-Account-Count NOT < 50
052900         DISPLAY Scan-Account-Number
053000             ": Over 50 estate accounts - not gathered;"
053100             " restrain by hand."
053200         GO TO 2150-FIND-OR-ADD-EXIT
053300     END-IF
053400     ADD 1 TO Estate-Account-Count
053500     MOVE Estate-Account-Count TO Estate-Found-Sub
053600     MOVE Scan-Account-Number
053700         TO EA-ACCOUNT-NUMBER (Estate-Found-Sub)
053800     MOVE "N" TO EA-OWNER-FLAG (Estate-Found-Sub)
053900     MOVE SPACE TO EA-ROLE-CODE (Estate-Found-Sub)
054000     MOVE "N" TO EA-OTHER-PARTY-FLAG (Estate-Found-Sub)
054100     MOVE SPACES TO EA-DISPOSITION (Estate-Found-Sub)
054200     MOVE ZERO TO EA-LEDGER-BALANCE (Estate-Found-Sub)
054300     MOVE ZERO TO EA-ACCRUED-INTEREST (Estate-Found-Sub)
054400     MOVE ZERO TO EA-RECLAIM-AMOUNT (Estate-Found-Sub).
054500 2150-FIND-OR-ADD-EXIT.
054600     EXIT.
054700
054800 2160-SCAN-ESTATE.
054900     IF EA-ACCOUNT-NUMBER (Estate-Sub) = Scan-Account-Number
055000         MOVE Estate-Sub TO Estate-Found-Sub
055100     END-IF.
055200 2160-SCAN-ESTATE-EXIT.
055300     EXIT.
055400
055500*****************************************************************
055600*    ONE ESTATE ACCOUNT: PICK UP ITS BALANCE AND ACCRUED        *
055700*    INTEREST FOR THE LETTER, DECIDE WHETHER THE DECEDENT       *
055800*    STOOD ON IT ALONE, AND RESTRAIN IT IF SO. ANY ACCOUNT      *
055900*    WITH A SURVIVING PARTY GOES TO THE BRANCH FOR REVIEW -     *
056000*    FREEZING A SURVIVOR'S MONEY IS NOT OURS TO DO BY RULE.     *
056100*****************************************************************
056200 2300-EVALUATE-ACCOUNT.
056300     MOVE EA-ACCOUNT-NUMBER (Estate-Sub) TO MF-ACCOUNT-NUMBER
056400     READ ACCTMSTR
056500         INVALID KEY
056600             MOVE "NOT ON FILE" TO EA-DISPOSITION (Estate-Sub)
056700             GO TO 2300-EVALUATE-ACCOUNT-EXIT
056800     END-READ
056900     MOVE MF-ACCOUNT-BALANCE TO EA-LEDGER-BALANCE (Estate-Sub)
057000     MOVE EA-ACCOUNT-NUMBER (Estate-Sub) TO AL-ACCOUNT-NUMBER
057100     READ ACCRLDG
057200         INVALID KEY
057300             CONTINUE
057400         NOT INVALID KEY
057500             COMPUTE EA-ACCRUED-INTEREST (Estate-Sub) ROUNDED =
057600                 AL-ACCRUED-INTEREST
057700     END-READ
057800*> Only what the decedent owned is the estate's. A custodial
057900*> account is the minor's money whoever is custodian.
058000     IF EA-Decedent-Owns (Estate-Sub)
058100         ADD EA-LEDGER-BALANCE (Estate-Sub) TO Estate-Total-Amount
058200         ADD EA-ACCRUED-INTEREST (Estate-Sub)
058300             TO Estate-Total-Amount
058400     END-IF
058500     IF MF-Account-Is-Closed
058600         MOVE "CLOSED" TO EA-DISPOSITION (Estate-Sub)
058700         GO TO 2300-EVALUATE-ACCOUNT-EXIT
058800     END-IF
058900*> An account the decedent stood on as a joint owner passes
059000*> to the surviving owner - nothing to restrain or review.
059100     IF EA-Role-Joint-Owner (Estate-Sub)
059200         AND NOT EA-Decedent-Owns (Estate-Sub)
059300         MOVE "TO SURVIVOR" TO EA-DISPOSITION (Estate-Sub)
059400         ADD 1 TO Estate-Survivor-Count
059500         ADD 1 TO Accounts-To-Survivor
059600         DISPLAY EA-ACCOUNT-NUMBER (Estate-Sub)
059700             ": Joint account - passes to the surviving owner."
059800         GO TO 2300-EVALUATE-ACCOUNT-EXIT
059900     END-IF
060000     PERFORM 2310-CHECK-OTHER-PARTIES
060100         THRU 2310-CHECK-OTHER-PARTIES-EXIT
060200     IF EA-Decedent-Owns (Estate-Sub)
060300         MOVE EA-ACCOUNT-NUMBER (Estate-Sub)
060400             TO Scan-Account-Number
060500         MOVE DN-CUSTOMER-NUMBER TO Scan-Customer-Number
060600         MOVE DN-DATE-OF-DEATH TO Scan-Date-Of-Death
060700         PERFORM 2800-QUEUE-BENEFITS
060800             THRU 2800-QUEUE-BENEFITS-EXIT
060900         MOVE Scan-Reclaim-Amount
061000             TO EA-RECLAIM-AMOUNT (Estate-Sub)
061100         ADD Scan-Reclaim-Amount TO Estate-Reclaim-Total
061200     END-IF
061300     IF EA-Decedent-Owns (Estate-Sub)
061400         AND NOT EA-Has-Other-Party (Estate-Sub)
061500         PERFORM 2400-PLACE-RESTRAINT
061600             THRU 2400-PLACE-RESTRAINT-EXIT
061700     ELSE
061800         MOVE "BRANCH REVIEW" TO EA-DISPOSITION (Estate-Sub)
061900         ADD 1 TO Accounts-For-Review
062000         DISPLAY EA-ACCOUNT-NUMBER (Estate-Sub)
062100             ": Another party stands on the account -"
062200             " branch review, not restrained."
062300     END-IF.
062400 2300-EVALUATE-ACCOUNT-EXIT.
062500     EXIT.
062600
062700*> Another party is another joint owner, custodian or minor on
062800*> the account's role rows, or - for an account reached only
062900*> through a role - the owner. Signers and agents own nothing
063000*> and do not stand in the way of the restraint.
063100 2310-CHECK-OTHER-PARTIES.
063200     IF NOT EA-Decedent-Owns (Estate-Sub)
063300         MOVE EA-ACCOUNT-NUMBER (Estate-Sub) TO RL-ACCOUNT-NUMBER
063400         READ CUSTREL
063500             INVALID KEY
063600                 CONTINUE
063700             NOT INVALID KEY
063800                 IF RL-CUSTOMER-NUMBER NOT = DN-CUSTOMER-NUMBER
063900                     SET EA-Has-Other-Party (Estate-Sub) TO TRUE
064000                 END-IF
064100         END-READ
064200     END-IF
064300     MOVE EA-ACCOUNT-NUMBER (Estate-Sub) TO RO-ACCOUNT-NUMBER
064400     MOVE LOW-VALUES TO RO-ROLE-CODE
064500     SET Role-Scan-Is-Active TO TRUE
064600     START CUSTROLE KEY IS NOT LESS THAN RO-ROLE-KEY
064700         INVALID KEY
064800             SET Role-Scan-Is-Done TO TRUE
064900     END-START
065000     PERFORM 2320-CHECK-ONE-PARTY THRU 2320-CHECK-ONE-PARTY-EXIT
065100         UNTIL Role-Scan-Is-Done.
065200 2310-CHECK-OTHER-PARTIES-EXIT.
065300     EXIT.
065400
065500 2320-CHECK-ONE-PARTY.
065600     READ CUSTROLE NEXT RECORD
065700         AT END
065800             SET Role-Scan-Is-Done TO TRUE
065900             GO TO 2320-CHECK-ONE-PARTY-EXIT
066000     END-READ
066100     IF RO-ACCOUNT-NUMBER NOT = EA-ACCOUNT-NUMBER (Estate-Sub)
066200         SET Role-Scan-Is-Done TO TRUE
066300         GO TO 2320-CHECK-ONE-PARTY-EXIT
066400     END-IF
066500     IF RO-ROLE-SIGNER OR RO-ROLE-POA-AGENT
066600         GO TO 2320-CHECK-ONE-PARTY-EXIT
066700     END-IF
066800     IF RO-CUSTOMER-NUMBER NOT = DN-CUSTOMER-NUMBER
066900         SET EA-Has-Other-Party (Estate-Sub) TO TRUE
067000     END-IF.
067100 2320-CHECK-ONE-PARTY-EXIT.
067200     EXIT.
067300
067400*> The estate hold takes the account's next free sequence.
067500 2400-PLACE-RESTRAINT.
067600     MOVE ZERO TO Next-Hold-Sequence
067700     MOVE EA-ACCOUNT-NUMBER (Estate-Sub) TO HD-ACCOUNT-NUMBER
067800     MOVE ZERO TO HD-HOLD-SEQUENCE
067900     SET Hold-Scan-Is-Active TO TRUE
068000     START HOLDS KEY IS NOT LESS THAN HD-HOLD-KEY
068100         INVALID KEY
068200             SET Hold-Scan-Is-Done TO TRUE
068300     END-START
068400     PERFORM 2410-SCAN-ONE-HOLD THRU 2410-SCAN-ONE-HOLD-EXIT
068500         UNTIL Hold-Scan-Is-Done
068600     IF Next-Hold-Sequence NOT < 999
068700         MOVE "HOLD FILE FULL" TO EA-DISPOSITION (Estate-Sub)
068800         ADD 1 TO Accounts-For-Review
068900         DISPLAY EA-ACCOUNT-NUMBER (Estate-Sub)
069000             ": No hold sequence free - restrain by hand."
069100         GO TO 2400-PLACE-RESTRAINT-EXIT
069200     END-IF
069300     ADD 1 TO Next-Hold-Sequence
069400     MOVE EA-ACCOUNT-NUMBER (Estate-Sub) TO HD-ACCOUNT-NUMBER
069500     MOVE Next-Hold-Sequence TO HD-HOLD-SEQUENCE
069600     MOVE Estate-Restraint-Amount TO HD-HOLD-AMOUNT
069700     MOVE Estate-Hold-Type TO HD-HOLD-TYPE
069800     MOVE ZERO TO HD-EXPIRY-DATE
069900     MOVE Estate-Hold-Authority TO HD-PLACING-AUTHORITY
070000     WRITE HD-HOLD-RECORD
070100         INVALID KEY
070200             MOVE "HOLD NOT PLACED" TO EA-DISPOSITION (Estate-Sub)
070300             ADD 1 TO Accounts-For-Review
070400             DISPLAY EA-ACCOUNT-NUMBER (Estate-Sub)
070500                 ": Estate hold not written - restrain by hand."
070600             GO TO 2400-PLACE-RESTRAINT-EXIT
070700     END-WRITE
070800     MOVE "RESTRAINED" TO EA-DISPOSITION (Estate-Sub)
070900     ADD 1 TO Estate-Restrained-Count
071000     ADD 1 TO Accounts-Restrained
071100     DISPLAY EA-ACCOUNT-NUMBER (Estate-Sub) ": Estate hold "
071200         Next-Hold-Sequence " placed.".
071300 2400-PLACE-RESTRAINT-EXIT.
071400     EXIT.
071500
071600 2410-SCAN-ONE-HOLD.
071700     READ HOLDS NEXT RECORD
071800         AT END
071900             SET Hold-Scan-Is-Done TO TRUE
072000             GO TO 2410-SCAN-ONE-HOLD-EXIT
072100     END-READ
072200     IF HD-ACCOUNT-NUMBER NOT = EA-ACCOUNT-NUMBER (Estate-Sub)
072300         SET Hold-Scan-Is-Done TO TRUE
072400         GO TO 2410-SCAN-ONE-HOLD-EXIT
072500     END-IF
072600     MOVE HD-HOLD-SEQUENCE TO Next-Hold-Sequence.
072700 2410-SCAN-ONE-HOLD-EXIT.
072800     EXIT.
072900
073000*> Standing orders drawing on a restrained account stop here;
073100*> an order paying INTO one keeps running.
073200 2500-SUSPEND-ORDERS.
073300     MOVE LOW-VALUES TO SO-ORDER-ID
073400     SET Order-Scan-Is-Active TO TRUE
073500     START STORDMST KEY IS NOT LESS THAN SO-ORDER-ID
073600         INVALID KEY
073700             SET Order-Scan-Is-Done TO TRUE
073800     END-START
073900     PERFORM 2510-SUSPEND-ONE-ORDER
074000         THRU 2510-SUSPEND-ONE-ORDER-EXIT
074100         UNTIL Order-Scan-Is-Done.
074200 2500-SUSPEND-ORDERS-EXIT.
074300     EXIT.
074400
074500 2510-SUSPEND-ONE-ORDER.
074600     READ STORDMST NEXT RECORD
074700         AT END
074800             SET Order-Scan-Is-Done TO TRUE
074900             GO TO 2510-SUSPEND-ONE-ORDER-EXIT
075000     END-READ
075100     IF NOT SO-ORDER-ACTIVE
075200         GO TO 2510-SUSPEND-ONE-ORDER-EXIT
075300     END-IF
075400     MOVE SO-SOURCE-ACCOUNT TO Scan-Account-Number
075500     MOVE ZERO TO Estate-Found-Sub
075600     PERFORM 2160-SCAN-ESTATE THRU 2160-SCAN-ESTATE-EXIT
075700         VARYING Estate-Sub FROM 1 BY 1
075800         UNTIL Estate-Sub > Estate-Account-Count
075900             OR Estate-Found-Sub > 0
076000     IF Estate-Found-Sub = 0
076100         GO TO 2510-SUSPEND-ONE-ORDER-EXIT
076200     END-IF
076300     IF EA-DISPOSITION (Estate-Found-Sub) NOT = "RESTRAINED"
076400         GO TO 2510-SUSPEND-ONE-ORDER-EXIT
076500     END-IF
076600     SET SO-ORDER-SUSPENDED TO TRUE
076700     REWRITE SO-STANDING-ORDER-RECORD
076800     ADD 1 TO Orders-Suspended
076900     DISPLAY SO-SOURCE-ACCOUNT ": Standing order " SO-ORDER-ID
077000         " suspended.".
077100 2510-SUSPEND-ONE-ORDER-EXIT.
077200     EXIT.
077300
077400*> The register row, the customer master's flag and the audit
077500*> row - the same trail a merge leaves.
077600 2600-REGISTER-DEATH.
077700     MOVE DN-CUSTOMER-NUMBER TO DE-CUSTOMER-NUMBER
077800     MOVE DN-DATE-OF-DEATH TO DE-DATE-OF-DEATH
077900     MOVE Run-Date TO DE-NOTICE-DATE
078000     MOVE DN-NOTIFIED-BY TO DE-NOTIFIED-BY
078100     MOVE DN-OPERATOR-ID TO DE-OPERATOR-ID
078200     MOVE Estate-Restrained-Count TO DE-ACCOUNTS-RESTRAINED
078300     WRITE DE-DECEDENT-RECORD
078400         INVALID KEY
078500             REWRITE DE-DECEDENT-RECORD
078600     END-WRITE
078700     SET CM-Customer-Deceased TO TRUE
078800     REWRITE CM-CUSTMSTR-RECORD
078900     MOVE DN-CUSTOMER-NUMBER TO CA-CUSTOMER-NUMBER
079000     MOVE Estate-Action-Code TO CA-ACTION-CODE
079100     MOVE CM-CUSTOMER-TRUST-SCORE TO CA-SCORE-BEFORE
079200     MOVE CM-CUSTOMER-TRUST-SCORE TO CA-SCORE-AFTER
079300     MOVE DN-OPERATOR-ID TO CA-REQUESTED-BY
079400     MOVE Run-Date TO CA-RUN-DATE
079500     MOVE Run-Time TO CA-RUN-TIME
079600     WRITE CA-CUSTOMER-AUDIT-RECORD.
079700 2600-REGISTER-DEATH-EXIT.
079800     EXIT.
079900
080000*****************************************************************
080100*    THE ESTATE BALANCE LETTER, ADDRESSED TO THE ESTATE AT THE  *
080200*    DECEDENT'S ADDRESS OF RECORD. AN ADDRESS FLAGGED BAD BY    *
080300*    RETURNED MAIL SUPPRESSES THE MAILING - THE BRANCH REACHES  *
080400*    THE EXECUTOR INSTEAD. THE RESTRAINTS STAND EITHER WAY.     *
080500*****************************************************************
080600 2700-WRITE-LETTER.
080700     SET Address-Is-Usable TO TRUE
080800     MOVE SPACES TO LW-ESTATE-NAME
080900     MOVE SPACES TO LW-STREET LW-CITY LW-STATE LW-POSTAL-CODE
081000     MOVE DN-CUSTOMER-NUMBER TO NA-CUSTOMER-NUMBER
081100     READ CUSTADDR
081200         INVALID KEY
081300             CONTINUE
081400         NOT INVALID KEY
081500             MOVE NA-CUSTOMER-NAME TO LW-ESTATE-NAME
081600             MOVE NA-STREET-ADDRESS TO LW-STREET
081700             MOVE NA-CITY TO LW-CITY
081800             MOVE NA-STATE TO LW-STATE
081900             MOVE NA-POSTAL-CODE TO LW-POSTAL-CODE
082000             IF NA-ADDRESS-BAD
082100                 SET Address-Is-Bad TO TRUE
082200             END-IF
082300     END-READ
082400     IF Address-Is-Bad
082500         ADD 1 TO Letters-Suppressed
082600         DISPLAY DN-CUSTOMER-NUMBER
082700             ": Estate letter suppressed - bad address."
082800         GO TO 2700-WRITE-LETTER-EXIT
082900     END-IF
083000     MOVE DN-CUSTOMER-NUMBER TO EL-CUSTOMER-NUMBER
083100     MOVE Letter-Heading-Work TO EL-PRINT-LINE
083200     WRITE EL-ESTATE-LETTER-LINE
083300     MOVE Letter-Address-Work TO EL-PRINT-LINE
083400     WRITE EL-ESTATE-LETTER-LINE
083500     MOVE SPACES TO EL-PRINT-LINE
083600     WRITE EL-ESTATE-LETTER-LINE
083700     MOVE DN-CUSTOMER-NUMBER TO LW-REF-CUSTOMER
083800     MOVE DN-DATE-OF-DEATH TO LW-REF-DATE-OF-DEATH
083900     MOVE Letter-Reference-Work TO EL-PRINT-LINE
084000     WRITE EL-ESTATE-LETTER-LINE
084100     MOVE SPACES TO EL-PRINT-LINE
084200     WRITE EL-ESTATE-LETTER-LINE
084300     MOVE "WE ARE SORRY FOR YOUR LOSS. THE ACCOUNTS BELOW WERE"
084400         TO Letter-Text-Work
084500     MOVE Letter-Text-Work TO EL-PRINT-LINE
084600     WRITE EL-ESTATE-LETTER-LINE
084700     MOVE "HELD IN THIS NAME. RESTRAINED ACCOUNTS RELEASE ON"
084800         TO Letter-Text-Work
084900     MOVE Letter-Text-Work TO EL-PRINT-LINE
085000     WRITE EL-ESTATE-LETTER-LINE
085100     MOVE "PROOF OF THE PERSONAL REPRESENTATIVE'S AUTHORITY."
085200         TO Letter-Text-Work
085300     MOVE Letter-Text-Work TO EL-PRINT-LINE
085400     WRITE EL-ESTATE-LETTER-LINE
085500     MOVE SPACES TO EL-PRINT-LINE
085600     WRITE EL-ESTATE-LETTER-LINE
085700     MOVE Letter-Column-Work TO EL-PRINT-LINE
085800     WRITE EL-ESTATE-LETTER-LINE
085900     PERFORM 2710-WRITE-LETTER-ACCOUNT
086000         THRU 2710-WRITE-LETTER-ACCOUNT-EXIT
086100         VARYING Estate-Sub FROM 1 BY 1
086200         UNTIL Estate-Sub > Estate-Account-Count
086300     MOVE SPACES TO EL-PRINT-LINE
086400     WRITE EL-ESTATE-LETTER-LINE
086500     MOVE "BALANCES PLUS INTEREST ACCRUED TO DATE"
086600         TO LW-AMOUNT-LABEL
086700     MOVE Estate-Total-Amount TO LW-AMOUNT
086800     MOVE Letter-Amount-Work TO EL-PRINT-LINE
086900     WRITE EL-ESTATE-LETTER-LINE
087000     IF Estate-Reclaim-Total > ZERO
087100         MOVE "LESS BENEFITS PAID AFTER DEATH (RETURNED)"
087200             TO LW-AMOUNT-LABEL
087300         MOVE Estate-Reclaim-Total TO LW-AMOUNT
087400         MOVE Letter-Amount-Work TO EL-PRINT-LINE
087500         WRITE EL-ESTATE-LETTER-LINE
087600     END-IF
087700     IF Estate-Survivor-Count > 0
087800         MOVE SPACES TO EL-PRINT-LINE
087900         WRITE EL-ESTATE-LETTER-LINE
088000         MOVE "JOINT ACCOUNTS - NOT PART OF THE ESTATE:"
088100             TO Letter-Text-Work
088200         MOVE Letter-Text-Work TO EL-PRINT-LINE
088300         WRITE EL-ESTATE-LETTER-LINE
088400         PERFORM 2720-WRITE-LETTER-SURVIVOR
088500             THRU 2720-WRITE-LETTER-SURVIVOR-EXIT
088600             VARYING Estate-Sub FROM 1 BY 1
088700             UNTIL Estate-Sub > Estate-Account-Count
088800     END-IF
088900     ADD 1 TO Letters-Printed.
089000 2700-WRITE-LETTER-EXIT.
089100     EXIT.
089200
089300*> The estate's own accounts print with their balances; one
089400*> held only in a custodial role prints without. Joint
089500*> accounts print apart, below the totals.
089600 2710-WRITE-LETTER-ACCOUNT.
089700     IF EA-DISPOSITION (Estate-Sub) = "TO SURVIVOR"
089800         GO TO 2710-WRITE-LETTER-ACCOUNT-EXIT
089900     END-IF
090000     IF NOT EA-Decedent-Owns (Estate-Sub)
090100         MOVE EA-ACCOUNT-NUMBER (Estate-Sub)
090200             TO LW-ROLE-ACCOUNT-NUMBER
090300         MOVE EA-DISPOSITION (Estate-Sub) TO LW-ROLE-DISPOSITION
090400         MOVE Letter-Role-Work TO EL-PRINT-LINE
090500         WRITE EL-ESTATE-LETTER-LINE
090600         GO TO 2710-WRITE-LETTER-ACCOUNT-EXIT
090700     END-IF
090800     MOVE EA-ACCOUNT-NUMBER (Estate-Sub) TO LW-ACCOUNT-NUMBER
090900     MOVE EA-LEDGER-BALANCE (Estate-Sub) TO LW-LEDGER-BALANCE
091000     MOVE EA-ACCRUED-INTEREST (Estate-Sub)
091100         TO LW-ACCRUED-INTEREST
091200     MOVE EA-DISPOSITION (Estate-Sub) TO LW-DISPOSITION
091300     MOVE Letter-Account-Work TO EL-PRINT-LINE
091400     WRITE EL-ESTATE-LETTER-LINE.
091500 2710-WRITE-LETTER-ACCOUNT-EXIT.
091600     EXIT.
091700
091800 2720-WRITE-LETTER-SURVIVOR.
091900     IF EA-DISPOSITION (Estate-Sub) NOT = "TO SURVIVOR"
092000         GO TO 2720-WRITE-LETTER-SURVIVOR-EXIT
092100     END-IF
092200     MOVE EA-ACCOUNT-NUMBER (Estate-Sub)
092300         TO LW-SURVIVOR-ACCOUNT-NUMBER
092400     MOVE Letter-Survivor-Work TO EL-PRINT-LINE
092500     WRITE EL-ESTATE-LETTER-LINE.
092600 2720-WRITE-LETTER-SURVIVOR-EXIT.
092700     EXIT.
092800
092900*****************************************************************
093000*    FEDERAL BENEFIT CREDITS TO SCAN-ACCOUNT-NUMBER POSTED      *
093100*    AFTER SCAN-DATE-OF-DEATH. EACH ONE IS QUEUED FOR RETURN    *
093200*    UNDER ITS OWN HISTORY KEY; ONE ALREADY QUEUED BY AN        *
093300*    EARLIER RUN STILL COUNTS TOWARD THE RECLAIM AMOUNT.        *
093400*****************************************************************
093500 2800-QUEUE-BENEFITS.
093600     MOVE ZERO TO Scan-Reclaim-Amount
093700     MOVE Scan-Account-Number TO HT-ACCOUNT-NUMBER
093800     MOVE Scan-Date-Of-Death TO HT-TRANS-DATE
093900     MOVE 9999999 TO HT-TRANS-SEQUENCE
094000     SET Hist-Scan-Is-Active TO TRUE
094100     START TRANHIST KEY IS GREATER THAN HT-HISTORY-KEY
094200         INVALID KEY
094300             SET Hist-Scan-Is-Done TO TRUE
094400     END-START
094500     PERFORM 2810-QUEUE-ONE-CREDIT
094600         THRU 2810-QUEUE-ONE-CREDIT-EXIT
094700         UNTIL Hist-Scan-Is-Done.
094800 2800-QUEUE-BENEFITS-EXIT.
094900     EXIT.
095000
095100 2810-QUEUE-ONE-CREDIT.
095200     READ TRANHIST NEXT RECORD
095300         AT END
095400             SET Hist-Scan-Is-Done TO TRUE
095500             GO TO 2810-QUEUE-ONE-CREDIT-EXIT
095600     END-READ
095700     IF HT-ACCOUNT-NUMBER NOT = Scan-Account-Number
095800         SET Hist-Scan-Is-Done TO TRUE
095900         GO TO 2810-QUEUE-ONE-CREDIT-EXIT
096000     END-IF
096100     IF NOT HT-DEPOSIT
096200         OR HT-TRANS-CODE NOT = Federal-Benefit-Code
096300         GO TO 2810-QUEUE-ONE-CREDIT-EXIT
096400     END-IF
096500     ADD HT-TRANS-AMOUNT TO Scan-Reclaim-Amount
096600     MOVE HT-ACCOUNT-NUMBER TO BQ-ACCOUNT-NUMBER
096700     MOVE HT-TRANS-DATE TO BQ-CREDIT-DATE
096800     MOVE HT-TRANS-SEQUENCE TO BQ-CREDIT-SEQUENCE
096900     MOVE Scan-Customer-Number TO BQ-CUSTOMER-NUMBER
097000     MOVE Scan-Date-Of-Death TO BQ-DATE-OF-DEATH
097100     MOVE HT-TRANS-AMOUNT TO BQ-CREDIT-AMOUNT
097200     MOVE HT-TRACE-ID TO BQ-TRACE-ID
097300     MOVE Run-Date TO BQ-QUEUED-DATE
097400     SET BQ-Reclaim-Open TO TRUE
097500     WRITE BQ-RECLAMATION-RECORD
097600         INVALID KEY
097700             GO TO 2810-QUEUE-ONE-CREDIT-EXIT
097800     END-WRITE
097900     IF Phase-Is-Intake
098000         ADD 1 TO Credits-Queued
098100     ELSE
098200         ADD 1 TO Sweep-Credits-Queued
098300     END-IF
098400     DISPLAY HT-ACCOUNT-NUMBER ": Benefit credit of "
098500         HT-TRANS-AMOUNT " on " HT-TRANS-DATE
098600         " queued for return.".
098700 2810-QUEUE-ONE-CREDIT-EXIT.
098800     EXIT.
098900
099000*****************************************************************
099100*    BENEFIT PAYMENTS KEEP ARRIVING AFTER THE NOTICE. EVERY RUN *
099200*    WALKS THE OWNER LINKS ONCE AND, FOR EACH ACCOUNT WHOSE     *
099300*    OWNER IS ON THE DECEDENT REGISTER, QUEUES ANY CREDIT NOT   *
099400*    ALREADY QUEUED.                                            *
099500*****************************************************************
099600 3000-SWEEP-REGISTER.
099700     SET Phase-Is-Sweep TO TRUE
099800     MOVE LOW-VALUES TO RL-ACCOUNT-NUMBER
099900     SET Rel-Scan-Is-Active TO TRUE
100000     START CUSTREL KEY IS NOT LESS THAN RL-ACCOUNT-NUMBER
100100         INVALID KEY
100200             SET Rel-Scan-Is-Done TO TRUE
100300     END-START
100400     PERFORM 3100-SWEEP-ONE-ACCOUNT
100500         THRU 3100-SWEEP-ONE-ACCOUNT-EXIT
100600         UNTIL Rel-Scan-Is-Done.
100700 3000-SWEEP-REGISTER-EXIT.
100800     EXIT.
100900
101000 3100-SWEEP-ONE-ACCOUNT.
101100     READ CUSTREL NEXT RECORD
101200         AT END
101300             SET Rel-Scan-Is-Done TO TRUE
101400             GO TO 3100-SWEEP-ONE-ACCOUNT-EXIT
101500     END-READ
101600     MOVE RL-CUSTOMER-NUMBER TO DE-CUSTOMER-NUMBER
101700     READ DECEDENT
101800         INVALID KEY
101900             GO TO 3100-SWEEP-ONE-ACCOUNT-EXIT
102000     END-READ
102100     MOVE RL-ACCOUNT-NUMBER TO Scan-Account-Number
102200     MOVE DE-CUSTOMER-NUMBER TO Scan-Customer-Number
102300     MOVE DE-DATE-OF-DEATH TO Scan-Date-Of-Death
102400     PERFORM 2800-QUEUE-BENEFITS THRU 2800-QUEUE-BENEFITS-EXIT.
102500 3100-SWEEP-ONE-ACCOUNT-EXIT.
102600     EXIT.
102700
102800 9000-TERMINATE.
102900     CLOSE DTHNOTC
103000     CLOSE CUSTMSTR
103100     CLOSE DECEDENT
103200     CLOSE CUSTREL
103300     CLOSE CUSTROLE
103400     CLOSE CUSTADDR
103500     CLOSE ACCTMSTR
103600     CLOSE ACCRLDG
103700     CLOSE HOLDS
103800     CLOSE STORDMST
103900     CLOSE TRANHIST
104000     CLOSE BENRECL
104100     CLOSE CUSTAUD
104200     CLOSE ESTLTR
104300     DISPLAY "DECEASED CUSTOMER INTAKE SUMMARY"
104400     DISPLAY "Notices read            - " Notices-Read
104500     DISPLAY "Notices applied         - " Notices-Applied
104600     DISPLAY "Notices rejected        - " Notices-Rejected
104700     DISPLAY "Accounts restrained     - " Accounts-Restrained
104800     DISPLAY "Accounts for review     - " Accounts-For-Review
104900     DISPLAY "Accounts to survivor    - " Accounts-To-Survivor
105000     DISPLAY "Standing orders stopped - " Orders-Suspended
105100     DISPLAY "Benefit credits queued  - " Credits-Queued
105200     DISPLAY "  (found by the sweep)  - " Sweep-Credits-Queued
105300     DISPLAY "Estate letters printed  - " Letters-Printed
105400     DISPLAY "Letters suppressed      - " Letters-Suppressed.
105500 9000-TERMINATE-EXIT.
105600     EXIT.
