000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AuditConfirmationSample.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-13.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    AUDITCONFIRMATIONSAMPLE                                    *
001100*                                                               *
001200*    DRAWS THE EXTERNAL AUDITORS' BALANCE CONFIRMATION SAMPLE   *
001300*    AS OF THE AUDIT DATE READ FROM SYSIN. THE POPULATION IS    *
001400*    EVERY ACCOUNT NOT CLOSED IN THE STATARCH SNAPSHOT TAKEN ON *
001500*    THAT DATE, AT ITS SNAPSHOT BALANCE:                        *
001600*      - EVERY ACCOUNT WHOSE BALANCE (EITHER SIGN) IS AT OR     *
001700*        OVER THE KEY-ITEM THRESHOLD IS CONFIRMED;              *
001800*      - THE REST ARE STRATIFIED BY BRANCH AND PRODUCT (FROM    *
001900*        THE SNAPSHOT, OR ACCTMSTR FOR OLDER ROWS WITHOUT THEM) *
002000*        AND A RANDOM SET DRAWN FROM EACH STRATUM - THE PICKS,  *
002100*        PLUS A FEW ALTERNATES HELD IN RESERVE.                 *
002200*    EACH LETTER IS ADDRESSED TO THE ACCOUNT OWNER (CUSTREL)    *
002300*    AT THE CUSTADDR ADDRESS OF RECORD. A PICK WITH A BAD OR    *
002400*    MISSING ADDRESS IS NOT MAILED; THE STRATUM'S NEXT          *
002500*    ALTERNATE WITH A GOOD ADDRESS GOES OUT IN ITS PLACE. A     *
002600*    KEY ITEM HAS NO ALTERNATE - IT IS LISTED FOR THE AUDITORS' *
002700*    OTHER PROCEDURES. EVERY ACCOUNT SELECTED IS WRITTEN TO THE *
002800*    CONFREG REGISTER, WHERE AUDITCONFIRMATIONRESPONSE RECORDS  *
002900*    THE REPLIES. THE REGISTER IS REBUILT EACH AUDIT; A SECOND  *
003000*    DRAW FOR AN AUDIT DATE ALREADY ON IT IS REFUSED (RC 12) SO *
003100*    RECORDED REPLIES ARE NEVER LOST. NO SNAPSHOT ROWS FOR THE  *
003200*    AUDIT DATE ENDS RC 8.                                      *
003300*                                                               *
003400*    MODIFICATION HISTORY                                      *
003500*    ------------------------------------------------------    *
003600*    DATE       INIT  DESCRIPTION                              *
003700*    ---------  ----  -----------------------------------      *
003800*    2026-10-13  RLB  ORIGINAL.                                *
003900*                                                               *
004000*****************************************************************
004100
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT STATARCH ASSIGN TO "STATARCH"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS Statarch-File-Status.
004800
004900     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS MF-ACCOUNT-NUMBER
005300         FILE STATUS IS Acctmstr-File-Status.
005400
005500     SELECT CUSTREL ASSIGN TO "CUSTREL"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS RL-ACCOUNT-NUMBER
005900         FILE STATUS IS Custrel-File-Status.
006000
006100     SELECT CUSTADDR ASSIGN TO "CUSTADDR"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS NA-CUSTOMER-NUMBER
006500         FILE STATUS IS Custaddr-File-Status.
006600
006700     SELECT CONFREG ASSIGN TO "CONFREG"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS YB-ACCOUNT-NUMBER
007100         FILE STATUS IS Confreg-File-Status.
007200
007300     SELECT CONFLTR ASSIGN TO "CONFLTR"
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS Confltr-File-Status.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  STATARCH.
008000     COPY STATARCH.
008100
008200 FD  ACCTMSTR.
008300     COPY ACCTMSTR.
008400
008500 FD  CUSTREL.
008600     COPY CUSTREL.
008700
008800 FD  CUSTADDR.
008900     COPY CUSTADDR.
009000
009100 FD  CONFREG.
009200     COPY CONFREG.
009300
009400 FD  CONFLTR.
009500     COPY CONFLTR.
009600
009700 WORKING-STORAGE SECTION.
009800 01  Statarch-File-Status            PIC XX.
009900     88  Statarch-OK                 VALUE "00".
010000     88  Statarch-EOF                VALUE "10".
010100 01  Acctmstr-File-Status            PIC XX.
010200     88  Acctmstr-OK                 VALUE "00".
010300     88  Acctmstr-Not-On-File        VALUE "23".
010400 01  Custrel-File-Status             PIC XX.
010500     88  Custrel-OK                  VALUE "00".
010600     88  Custrel-Not-On-File         VALUE "23".
010700 01  Custaddr-File-Status            PIC XX.
010800     88  Custaddr-OK                 VALUE "00".
010900     88  Custaddr-Not-On-File        VALUE "23".
011000 01  Confreg-File-Status             PIC XX.
011100     88  Confreg-OK                  VALUE "00".
011200     88  Confreg-Duplicate           VALUE "22".
011300 01  Confltr-File-Status             PIC XX.
011400     88  Confltr-OK                  VALUE "00".
011500
011600*    THE AUDITORS' SAMPLING PLAN. A BALANCE AT OR OVER THE
011700*    THRESHOLD IS A KEY ITEM AND ALWAYS CONFIRMED; EVERY
011800*    BRANCH/PRODUCT STRATUM GETS THE PICKS PLUS ALTERNATES.
011900*    SLOTS-PER-STRATUM IS PICKS PLUS ALTERNATES AND MUST
012000*    MATCH THE ST-SLOT OCCURS BELOW.
012100 77  Key-Item-Threshold              PIC S9(6)V99
012200                                     VALUE 100000.00.
012300 77  Picks-Per-Stratum               PIC 9(02) VALUE 5.
012400 77  Alternates-Per-Stratum          PIC 9(02) VALUE 3.
012500 77  Slots-Per-Stratum               PIC 9(02) VALUE 8.
012600 77  Max-Strata                      PIC 9(03) VALUE 500.
012700 77  Closed-Status                   PIC X(14) VALUE "CLOSED".
012800
012900 01  Run-Date                        PIC 9(08).
013000 01  Audit-Date                      PIC 9(08).
013100 01  Seed-Time                       PIC 9(08).
013200 01  Random-Fraction                 PIC V9(09).
013300 01  Draw-Number                     PIC 9(07) COMP.
013400 01  Absolute-Balance                PIC S9(6)V99.
013500 01  Work-Branch-Code                PIC X(04).
013600 01  Work-Product-Code               PIC X(04).
013700
013800 01  Sample-Switch                   PIC X(01).
013900     88  Sample-Is-Accepted          VALUE "Y".
014000     88  Sample-Is-Refused           VALUE "N".
014100 01  Address-Switch                  PIC X(01).
014200     88  Address-Is-Usable           VALUE "Y".
014300     88  Address-Is-Bad              VALUE "B".
014400     88  Address-Is-Missing          VALUE "N".
014500 01  Substitute-Switch               PIC X(01).
014600     88  Substitute-Found            VALUE "Y".
014700     88  Substitute-Pending          VALUE "N".
014800
014900*    ONE ENTRY PER BRANCH/PRODUCT STRATUM. THE SLOTS HOLD A
015000*    RUNNING RANDOM SAMPLE OF THE STRATUM'S ACCOUNTS AS THE
015100*    SNAPSHOT IS READ.
015200 01  Stratum-Count                   PIC 9(03) COMP.
015300 01  Stratum-Table.
015400     05  ST-ENTRY OCCURS 500 TIMES.
015500         10  ST-BRANCH-CODE          PIC X(04).
015600         10  ST-PRODUCT-CODE         PIC X(04).
015700         10  ST-ACCOUNTS-SEEN        PIC 9(07) COMP.
015800         10  ST-SLOT OCCURS 8 TIMES.
015900             15  ST-ACCOUNT-NUMBER   PIC X(10).
016000             15  ST-AUDIT-BALANCE    PIC S9(6)V99.
016100 01  Stratum-Sub                     PIC 9(03) COMP.
016200 01  Stratum-Found-Sub               PIC 9(03) COMP.
016300 01  Slot-Sub                        PIC 9(02) COMP.
016400 01  Swap-Sub                        PIC 9(02) COMP.
016500 01  Slots-Filled                    PIC 9(02) COMP.
016600 01  Alternate-Sub                   PIC 9(02) COMP.
016700 01  Swap-Slot.
016800     05  Swap-Account-Number         PIC X(10).
016900     05  Swap-Audit-Balance          PIC S9(6)V99.
017000
017100*    THE ACCOUNT BEING CONFIRMED.
017200 01  Confirm-Work.
017300     05  Confirm-Account-Number      PIC X(10).
017400     05  Confirm-Customer-Number     PIC X(10).
017500     05  Confirm-Branch-Code         PIC X(04).
017600     05  Confirm-Product-Code        PIC X(04).
017700     05  Confirm-Audit-Balance       PIC S9(6)V99.
017800     05  Confirm-Selection           PIC X(01).
017900         88  Confirm-Key-Item        VALUE "K".
018000         88  Confirm-Random-Pick     VALUE "R".
018100         88  Confirm-Alternate       VALUE "A".
018200
018300 01  Sample-Counters.
018400     05  Snapshot-Rows               PIC 9(7) COMP.
018500     05  Closed-Skipped              PIC 9(7) COMP.
018600     05  Population-Accounts         PIC 9(7) COMP.
018700     05  Accounts-Not-Sampled        PIC 9(7) COMP.
018800     05  Key-Items                   PIC 9(7) COMP.
018900     05  Key-Items-Not-Mailed        PIC 9(7) COMP.
019000     05  Random-Picks                PIC 9(7) COMP.
019100     05  Picks-Not-Mailed            PIC 9(7) COMP.
019200     05  Alternates-Mailed           PIC 9(7) COMP.
019300     05  Alternates-Passed-Over      PIC 9(7) COMP.
019400     05  Picks-Not-Replaced          PIC 9(7) COMP.
019500     05  Duplicate-Rows              PIC 9(7) COMP.
019600     05  Letters-Printed             PIC 9(7) COMP.
019700
019800*    FIXED-LAYOUT WORK LINES FOR THE CONFIRMATION LETTER.
019900 01  Letter-Name-Work.
020000     05  LW-CUSTOMER-NAME            PIC X(30).
020100     05  FILLER                      PIC X(36) VALUE SPACES.
020200 01  Letter-Address-Work.
020300     05  LW-STREET                   PIC X(30).
020400     05  FILLER                      PIC X(01) VALUE SPACE.
020500     05  LW-CITY                     PIC X(20).
020600     05  FILLER                      PIC X(01) VALUE SPACE.
020700     05  LW-STATE                    PIC X(02).
020800     05  FILLER                      PIC X(01) VALUE SPACE.
020900     05  LW-POSTAL-CODE              PIC X(09).
021000     05  FILLER                      PIC X(02) VALUE SPACES.
021100 01  Letter-Reference-Work.
021200     05  FILLER                      PIC X(12)
021300         VALUE "RE: ACCOUNT ".
021400     05  LW-REF-ACCOUNT              PIC X(10).
021500     05  FILLER                      PIC X(16)
021600         VALUE "  BALANCE AS OF ".
021700     05  LW-REF-AUDIT-DATE           PIC 9(08).
021800     05  FILLER                      PIC X(20) VALUE SPACES.
021900 01  Letter-Amount-Work.
022000     05  FILLER                      PIC X(02) VALUE SPACES.
022100     05  LW-AMOUNT-LABEL             PIC X(40).
022200     05  LW-AMOUNT                   PIC -(7)9.99.
022300     05  FILLER                      PIC X(13) VALUE SPACES.
022400 01  Letter-Text-Work                PIC X(66).
022500
022600 PROCEDURE DIVISION.
022700
022800 0000-MAINLINE.
022900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
023000     IF Sample-Is-Refused
023100         MOVE 12 TO RETURN-CODE
023200         STOP RUN
023300     END-IF
023400     PERFORM 2000-BUILD-POPULATION
023500         THRU 2000-BUILD-POPULATION-EXIT
023600         UNTIL Statarch-EOF
023700     PERFORM 3000-CONFIRM-STRATUM THRU 3000-CONFIRM-STRATUM-EXIT
023800         VARYING Stratum-Sub FROM 1 BY 1
023900         UNTIL Stratum-Sub > Stratum-Count
024000     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
024100     IF Snapshot-Rows = ZERO
024200         MOVE 8 TO RETURN-CODE
024300     END-IF
024400     STOP RUN.
024500
024600 1000-INITIALIZE.
024700     MOVE ZERO TO Sample-Counters
024800     MOVE ZERO TO Stratum-Count
024900     SET Sample-Is-Accepted TO TRUE
025000     ACCEPT Run-Date FROM DATE YYYYMMDD
025100     ACCEPT Audit-Date
025200     IF Audit-Date NOT NUMERIC
025300         OR Audit-Date = ZERO
025400         OR Audit-Date > Run-Date
025500         SET Sample-Is-Refused TO TRUE
025600         DISPLAY "Audit date " Audit-Date
025700             " is not usable - no sample drawn."
025800         GO TO 1000-INITIALIZE-EXIT
025900     END-IF
026000*> A register already holding this audit date's sample carries
026100*> the replies recorded so far; drawing again would lose them.
026200     OPEN INPUT CONFREG
026300     IF Confreg-OK
026400         READ CONFREG NEXT RECORD
026500             AT END
026600                 CONTINUE
026700         END-READ
026800         IF Confreg-OK
026900             AND YB-AUDIT-DATE = Audit-Date
027000             SET Sample-Is-Refused TO TRUE
027100             DISPLAY "Sample for " Audit-Date
027200                 " already drawn - register left as it stands."
027300         END-IF
027400         CLOSE CONFREG
027500     END-IF
027600     IF Sample-Is-Refused
027700         GO TO 1000-INITIALIZE-EXIT
027800     END-IF
027900*> Seed the draw from the clock once; every later draw
028000*> continues the same sequence.
028100     ACCEPT Seed-Time FROM TIME
028200     COMPUTE Random-Fraction = FUNCTION RANDOM(Seed-Time)
028300     OPEN INPUT STATARCH
028400     OPEN INPUT ACCTMSTR
028500     OPEN INPUT CUSTREL
028600     OPEN INPUT CUSTADDR
028700     OPEN OUTPUT CONFREG
028800     OPEN OUTPUT CONFLTR
028900     DISPLAY "AUDIT CONFIRMATION SAMPLE - AS OF " Audit-Date
029000     READ STATARCH
029100         AT END
029200             SET Statarch-EOF TO TRUE
029300     END-READ.
029400 1000-INITIALIZE-EXIT.
029500     EXIT.
029600
029700*****************************************************************
029800*    THE AUDIT-DATE SNAPSHOT ROWS ARE THE POPULATION. A KEY ITEM*
029900*    IS CONFIRMED AS IT IS READ; EVERY OTHER ACCOUNT GOES INTO  *
030000*    ITS STRATUM'S RUNNING SAMPLE.                              *
030100*****************************************************************
030200 2000-BUILD-POPULATION.
030300     IF SS-SNAPSHOT-DATE NOT = Audit-Date
030400         GO TO 2000-READ-NEXT
030500     END-IF
030600     ADD 1 TO Snapshot-Rows
030700     IF SS-ACCOUNT-STATUS = Closed-Status
030800         ADD 1 TO Closed-Skipped
030900         GO TO 2000-READ-NEXT
031000     END-IF
031100     ADD 1 TO Population-Accounts
031200     MOVE SS-BRANCH-CODE TO Work-Branch-Code
031300     MOVE SS-PRODUCT-CODE TO Work-Product-Code
031400     IF SS-BRANCH-CODE = SPACES
031500         MOVE SS-ACCOUNT-NUMBER TO MF-ACCOUNT-NUMBER
031600         READ ACCTMSTR
031700             INVALID KEY
031800                 CONTINUE
031900             NOT INVALID KEY
032000                 MOVE MF-BRANCH-CODE TO Work-Branch-Code
032100                 MOVE MF-PRODUCT-CODE TO Work-Product-Code
032200         END-READ
032300     END-IF
032400     MOVE SS-ACCOUNT-BALANCE TO Absolute-Balance
032500     IF Absolute-Balance < ZERO
032600         MULTIPLY -1 BY Absolute-Balance
032700     END-IF
032800     IF Absolute-Balance NOT < Key-Item-Threshold
032900         MOVE SS-ACCOUNT-NUMBER TO Confirm-Account-Number
033000         MOVE SS-ACCOUNT-BALANCE TO Confirm-Audit-Balance
033100         MOVE Work-Branch-Code TO Confirm-Branch-Code
033200         MOVE Work-Product-Code TO Confirm-Product-Code
033300         SET Confirm-Key-Item TO TRUE
033400         ADD 1 TO Key-Items
033500         PERFORM 3100-CONFIRM-ACCOUNT
033600             THRU 3100-CONFIRM-ACCOUNT-EXIT
033700         GO TO 2000-READ-NEXT
033800     END-IF
033900     PERFORM 2100-SAMPLE-ACCOUNT THRU 2100-SAMPLE-ACCOUNT-EXIT.
034000
034100 2000-READ-NEXT.
034200     READ STATARCH
034300         AT END
034400             SET Statarch-EOF TO TRUE
034500     END-READ.
034600 2000-BUILD-POPULATION-EXIT.
034700     EXIT.
034800
034900*****************************************************************
035000*    RESERVOIR DRAW. THE STRATUM'S FIRST ACCOUNTS FILL ITS      *
035100*    SLOTS IN ORDER; AFTER THAT THE NTH ACCOUNT TAKES A RANDOM  *
035200*    SLOT WITH CHANCE SLOTS/N, SO WHEN THE SNAPSHOT ENDS EVERY  *
035300*    ACCOUNT IN THE STRATUM WAS EQUALLY LIKELY TO BE HELD.      *
035400*****************************************************************
035500 2100-SAMPLE-ACCOUNT.
035600     MOVE 0 TO Stratum-Found-Sub
035700     PERFORM 2110-MATCH-STRATUM THRU 2110-MATCH-STRATUM-EXIT
035800         VARYING Stratum-Sub FROM 1 BY 1
035900         UNTIL Stratum-Sub > Stratum-Count
036000            OR Stratum-Found-Sub > 0
036100     IF Stratum-Found-Sub = 0
036200         IF Stratum-Count NOT < Max-Strata
036300             ADD 1 TO Accounts-Not-Sampled
036400             DISPLAY SS-ACCOUNT-NUMBER
036500                 ": Not sampled - stratum table full at "
036600                 Work-Branch-Code "/" Work-Product-Code "."
036700             GO TO 2100-SAMPLE-ACCOUNT-EXIT
036800         END-IF
036900         ADD 1 TO Stratum-Count
037000         MOVE Stratum-Count TO Stratum-Found-Sub
037100         MOVE Work-Branch-Code
037200             TO ST-BRANCH-CODE (Stratum-Found-Sub)
037300         MOVE Work-Product-Code
037400             TO ST-PRODUCT-CODE (Stratum-Found-Sub)
037500         MOVE ZERO TO ST-ACCOUNTS-SEEN (Stratum-Found-Sub)
037600     END-IF
037700     ADD 1 TO ST-ACCOUNTS-SEEN (Stratum-Found-Sub)
037800     IF ST-ACCOUNTS-SEEN (Stratum-Found-Sub)
037900         NOT > Slots-Per-Stratum
038000         MOVE ST-ACCOUNTS-SEEN (Stratum-Found-Sub) TO Slot-Sub
038100     ELSE
038200         COMPUTE Random-Fraction = FUNCTION RANDOM
038300         COMPUTE Draw-Number = Random-Fraction
038400             * ST-ACCOUNTS-SEEN (Stratum-Found-Sub) + 1
038500         IF Draw-Number > Slots-Per-Stratum
038600             GO TO 2100-SAMPLE-ACCOUNT-EXIT
038700         END-IF
038800         MOVE Draw-Number TO Slot-Sub
038900     END-IF
039000     MOVE SS-ACCOUNT-NUMBER
039100         TO ST-ACCOUNT-NUMBER (Stratum-Found-Sub, Slot-Sub)
039200     MOVE SS-ACCOUNT-BALANCE
039300         TO ST-AUDIT-BALANCE (Stratum-Found-Sub, Slot-Sub).
039400 2100-SAMPLE-ACCOUNT-EXIT.
039500     EXIT.
039600
039700 2110-MATCH-STRATUM.
039800     IF ST-BRANCH-CODE (Stratum-Sub) = Work-Branch-Code
039900         AND ST-PRODUCT-CODE (Stratum-Sub) = Work-Product-Code
040000         MOVE Stratum-Sub TO Stratum-Found-Sub
040100     END-IF.
040200 2110-MATCH-STRATUM-EXIT.
040300     EXIT.
040400
040500*****************************************************************
040600*    THE HELD SLOTS ARE SHUFFLED SO WHICH OF THEM GO OUT AS     *
040700*    PICKS IS ITSELF RANDOM; THE FIRST SLOTS ARE THE PICKS AND  *
040800*    THE REST WAIT AS ALTERNATES, USED IN ORDER.                *
040900*****************************************************************
041000 3000-CONFIRM-STRATUM.
041100     IF ST-ACCOUNTS-SEEN (Stratum-Sub) > Slots-Per-Stratum
041200         MOVE Slots-Per-Stratum TO Slots-Filled
041300     ELSE
041400         MOVE ST-ACCOUNTS-SEEN (Stratum-Sub) TO Slots-Filled
041500     END-IF
041600     PERFORM 3010-SHUFFLE-SLOT THRU 3010-SHUFFLE-SLOT-EXIT
041700         VARYING Slot-Sub FROM 1 BY 1
041800         UNTIL Slot-Sub > Slots-Filled
041900     COMPUTE Alternate-Sub = Picks-Per-Stratum + 1
042000     PERFORM 3020-CONFIRM-PICK THRU 3020-CONFIRM-PICK-EXIT
042100         VARYING Slot-Sub FROM 1 BY 1
042200         UNTIL Slot-Sub > Slots-Filled
042300            OR Slot-Sub > Picks-Per-Stratum.
042400 3000-CONFIRM-STRATUM-EXIT.
042500     EXIT.
042600
042700 3010-SHUFFLE-SLOT.
042800     COMPUTE Random-Fraction = FUNCTION RANDOM
042900     COMPUTE Swap-Sub = Slot-Sub
043000         + Random-Fraction * (Slots-Filled - Slot-Sub + 1)
043100     IF Swap-Sub = Slot-Sub
043200         GO TO 3010-SHUFFLE-SLOT-EXIT
043300     END-IF
043400     MOVE ST-SLOT (Stratum-Sub, Slot-Sub) TO Swap-Slot
043500     MOVE ST-SLOT (Stratum-Sub, Swap-Sub)
043600         TO ST-SLOT (Stratum-Sub, Slot-Sub)
043700     MOVE Swap-Slot TO ST-SLOT (Stratum-Sub, Swap-Sub).
043800 3010-SHUFFLE-SLOT-EXIT.
043900     EXIT.
044000
044100 3020-CONFIRM-PICK.
044200     MOVE ST-ACCOUNT-NUMBER (Stratum-Sub, Slot-Sub)
044300         TO Confirm-Account-Number
044400     MOVE ST-AUDIT-BALANCE (Stratum-Sub, Slot-Sub)
044500         TO Confirm-Audit-Balance
044600     MOVE ST-BRANCH-CODE (Stratum-Sub) TO Confirm-Branch-Code
044700     MOVE ST-PRODUCT-CODE (Stratum-Sub) TO Confirm-Product-Code
044800     SET Confirm-Random-Pick TO TRUE
044900     ADD 1 TO Random-Picks
045000     PERFORM 3100-CONFIRM-ACCOUNT THRU 3100-CONFIRM-ACCOUNT-EXIT
045100     IF Address-Is-Usable
045200         GO TO 3020-CONFIRM-PICK-EXIT
045300     END-IF
045400     SET Substitute-Pending TO TRUE
045500     PERFORM 3030-TRY-ALTERNATE THRU 3030-TRY-ALTERNATE-EXIT
045600         UNTIL Substitute-Found
045700            OR Alternate-Sub > Slots-Filled
045800     IF Substitute-Pending
045900         ADD 1 TO Picks-Not-Replaced
046000         DISPLAY ST-ACCOUNT-NUMBER (Stratum-Sub, Slot-Sub)
046100             ": No alternate left to replace it in "
046200             ST-BRANCH-CODE (Stratum-Sub) "/"
046300             ST-PRODUCT-CODE (Stratum-Sub) "."
046400     END-IF.
046500 3020-CONFIRM-PICK-EXIT.
046600     EXIT.
046700
046800*> An alternate without a good address of its own is passed
046900*> over and never registered.
047000 3030-TRY-ALTERNATE.
047100     MOVE ST-ACCOUNT-NUMBER (Stratum-Sub, Alternate-Sub)
047200         TO Confirm-Account-Number
047300     MOVE ST-AUDIT-BALANCE (Stratum-Sub, Alternate-Sub)
047400         TO Confirm-Audit-Balance
047500     ADD 1 TO Alternate-Sub
047600     PERFORM 3200-LOCATE-ADDRESS THRU 3200-LOCATE-ADDRESS-EXIT
047700     IF NOT Address-Is-Usable
047800         ADD 1 TO Alternates-Passed-Over
047900         GO TO 3030-TRY-ALTERNATE-EXIT
048000     END-IF
048100     SET Confirm-Alternate TO TRUE
048200     ADD 1 TO Alternates-Mailed
048300     PERFORM 3300-REGISTER-ACCOUNT
048400         THRU 3300-REGISTER-ACCOUNT-EXIT
048500     SET Substitute-Found TO TRUE.
048600 3030-TRY-ALTERNATE-EXIT.
048700     EXIT.
048800
048900 3100-CONFIRM-ACCOUNT.
049000     PERFORM 3200-LOCATE-ADDRESS THRU 3200-LOCATE-ADDRESS-EXIT
049100     PERFORM 3300-REGISTER-ACCOUNT
049200         THRU 3300-REGISTER-ACCOUNT-EXIT.
049300 3100-CONFIRM-ACCOUNT-EXIT.
049400     EXIT.
049500
049600*****************************************************************
049700*    THE LETTER GOES TO THE ACCOUNT OWNER AT THE ADDRESS OF     *
049800*    RECORD. NO OWNER LINK OR NO ADDRESS ROW IS A MISSING       *
049900*    ADDRESS; ONE FLAGGED BY RETURNED MAIL IS A BAD ONE.        *
050000*****************************************************************
050100 3200-LOCATE-ADDRESS.
050200     SET Address-Is-Missing TO TRUE
050300     MOVE SPACES TO Confirm-Customer-Number
050400     MOVE SPACES TO LW-CUSTOMER-NAME
050500     MOVE SPACES TO LW-STREET LW-CITY LW-STATE LW-POSTAL-CODE
050600     MOVE Confirm-Account-Number TO RL-ACCOUNT-NUMBER
050700     READ CUSTREL
050800         INVALID KEY
050900             GO TO 3200-LOCATE-ADDRESS-EXIT
051000     END-READ
051100     MOVE RL-CUSTOMER-NUMBER TO Confirm-Customer-Number
051200     MOVE RL-CUSTOMER-NUMBER TO NA-CUSTOMER-NUMBER
051300     READ CUSTADDR
051400         INVALID KEY
051500             GO TO 3200-LOCATE-ADDRESS-EXIT
051600     END-READ
051700     MOVE NA-CUSTOMER-NAME TO LW-CUSTOMER-NAME
051800     MOVE NA-STREET-ADDRESS TO LW-STREET
051900     MOVE NA-CITY TO LW-CITY
052000     MOVE NA-STATE TO LW-STATE
052100     MOVE NA-POSTAL-CODE TO LW-POSTAL-CODE
052200     IF NA-ADDRESS-BAD
052300         SET Address-Is-Bad TO TRUE
052400     ELSE
052500         SET Address-Is-Usable TO TRUE
052600     END-IF.
052700 3200-LOCATE-ADDRESS-EXIT.
052800     EXIT.
052900
053000 3300-REGISTER-ACCOUNT.
053100     MOVE SPACES TO YB-CONFIRMATION-RECORD
053200     MOVE Confirm-Account-Number TO YB-ACCOUNT-NUMBER
053300     MOVE Audit-Date TO YB-AUDIT-DATE
053400     MOVE Confirm-Customer-Number TO YB-CUSTOMER-NUMBER
053500     MOVE Confirm-Branch-Code TO YB-BRANCH-CODE
053600     MOVE Confirm-Product-Code TO YB-PRODUCT-CODE
053700     MOVE Confirm-Audit-Balance TO YB-AUDIT-BALANCE
053800     MOVE Confirm-Selection TO YB-SELECTION
053900     MOVE ZERO TO YB-MAILED-DATE
054000     EVALUATE TRUE
054100         WHEN Address-Is-Usable
054200             SET YB-Mailed TO TRUE
054300             MOVE Run-Date TO YB-MAILED-DATE
054400         WHEN Address-Is-Bad
054500             SET YB-Bad-Address TO TRUE
054600         WHEN OTHER
054700             SET YB-No-Address TO TRUE
054800     END-EVALUATE
054900     SET YB-No-Response TO TRUE
055000     MOVE ZERO TO YB-RESPONSE-DATE
055100     MOVE ZERO TO YB-STATED-BALANCE
055200     WRITE YB-CONFIRMATION-RECORD
055300         INVALID KEY
055400             ADD 1 TO Duplicate-Rows
055500             DISPLAY Confirm-Account-Number
055600                 ": Second snapshot row for the account -"
055700                 " not selected again."
055800             GO TO 3300-REGISTER-ACCOUNT-EXIT
055900     END-WRITE
056000     IF Address-Is-Usable
056100         PERFORM 3400-WRITE-LETTER THRU 3400-WRITE-LETTER-EXIT
056200         GO TO 3300-REGISTER-ACCOUNT-EXIT
056300     END-IF
056400     IF Confirm-Key-Item
056500         ADD 1 TO Key-Items-Not-Mailed
056600         DISPLAY Confirm-Account-Number
056700             ": Key item not mailed - no good address;"
056800             " confirm by other procedures."
056900     END-IF
057000     IF Confirm-Random-Pick
057100         ADD 1 TO Picks-Not-Mailed
057200     END-IF.
057300 3300-REGISTER-ACCOUNT-EXIT.
057400     EXIT.
057500
057600 3400-WRITE-LETTER.
057700     MOVE Confirm-Account-Number TO KZ-ACCOUNT-NUMBER
057800     MOVE Letter-Name-Work TO KZ-PRINT-LINE
057900     WRITE KZ-CONFIRMATION-LETTER-LINE
058000     MOVE Letter-Address-Work TO KZ-PRINT-LINE
058100     WRITE KZ-CONFIRMATION-LETTER-LINE
058200     MOVE SPACES TO KZ-PRINT-LINE
058300     WRITE KZ-CONFIRMATION-LETTER-LINE
058400     MOVE Confirm-Account-Number TO LW-REF-ACCOUNT
058500     MOVE Audit-Date TO LW-REF-AUDIT-DATE
058600     MOVE Letter-Reference-Work TO KZ-PRINT-LINE
058700     WRITE KZ-CONFIRMATION-LETTER-LINE
058800     MOVE SPACES TO KZ-PRINT-LINE
058900     WRITE KZ-CONFIRMATION-LETTER-LINE
059000     MOVE "OUR AUDITORS ARE CONFIRMING BALANCES HELD WITH US."
059100         TO Letter-Text-Work
059200     MOVE Letter-Text-Work TO KZ-PRINT-LINE
059300     WRITE KZ-CONFIRMATION-LETTER-LINE
059400     MOVE "PLEASE COMPARE THE BALANCE BELOW WITH YOUR RECORDS"
059500         TO Letter-Text-Work
059600     MOVE Letter-Text-Work TO KZ-PRINT-LINE
059700     WRITE KZ-CONFIRMATION-LETTER-LINE
059800     MOVE "FOR THE DATE SHOWN AND RETURN THIS FORM DIRECTLY TO"
059900         TO Letter-Text-Work
060000     MOVE Letter-Text-Work TO KZ-PRINT-LINE
060100     WRITE KZ-CONFIRMATION-LETTER-LINE
060200     MOVE "THE AUDITORS IN THE ENCLOSED ENVELOPE."
060300         TO Letter-Text-Work
060400     MOVE Letter-Text-Work TO KZ-PRINT-LINE
060500     WRITE KZ-CONFIRMATION-LETTER-LINE
060600     MOVE SPACES TO KZ-PRINT-LINE
060700     WRITE KZ-CONFIRMATION-LETTER-LINE
060800     MOVE "BALANCE PER OUR RECORDS" TO LW-AMOUNT-LABEL
060900     MOVE Confirm-Audit-Balance TO LW-AMOUNT
061000     MOVE Letter-Amount-Work TO KZ-PRINT-LINE
061100     WRITE KZ-CONFIRMATION-LETTER-LINE
061200     MOVE SPACES TO KZ-PRINT-LINE
061300     WRITE KZ-CONFIRMATION-LETTER-LINE
061400     MOVE "[ ] THE BALANCE ABOVE AGREES WITH MY RECORDS."
061500         TO Letter-Text-Work
061600     MOVE Letter-Text-Work TO KZ-PRINT-LINE
061700     WRITE KZ-CONFIRMATION-LETTER-LINE
061800     MOVE "[ ] IT DOES NOT. MY BALANCE ON THAT DATE WAS:"
061900         TO Letter-Text-Work
062000     MOVE Letter-Text-Work TO KZ-PRINT-LINE
062100     WRITE KZ-CONFIRMATION-LETTER-LINE
062200     MOVE "    ______________   SIGNED ________________________"
062300         TO Letter-Text-Work
062400     MOVE Letter-Text-Work TO KZ-PRINT-LINE
062500     WRITE KZ-CONFIRMATION-LETTER-LINE
062600     ADD 1 TO Letters-Printed.
062700 3400-WRITE-LETTER-EXIT.
062800     EXIT.
062900
063000 9000-TERMINATE.
063100     CLOSE STATARCH
063200     CLOSE ACCTMSTR
063300     CLOSE CUSTREL
063400     CLOSE CUSTADDR
063500     CLOSE CONFREG
063600     CLOSE CONFLTR
063700     IF Snapshot-Rows = ZERO
063800         DISPLAY "No STATARCH snapshot rows on " Audit-Date
063900             " - nothing to sample."
064000     END-IF
064100     DISPLAY "AUDIT CONFIRMATION SAMPLE SUMMARY"
064200     DISPLAY "Snapshot rows on date   - " Snapshot-Rows
064300     DISPLAY "Closed, not in sample   - " Closed-Skipped
064400     DISPLAY "Population accounts     - " Population-Accounts
064500     DISPLAY "Strata                  - " Stratum-Count
064600     DISPLAY "Not sampled (table full)- " Accounts-Not-Sampled
064700     DISPLAY "Key items               - " Key-Items
064800     DISPLAY "  not mailed            - " Key-Items-Not-Mailed
064900     DISPLAY "Random picks            - " Random-Picks
065000     DISPLAY "  not mailed            - " Picks-Not-Mailed
065100     DISPLAY "  not replaced          - " Picks-Not-Replaced
065200     DISPLAY "Alternates mailed       - " Alternates-Mailed
065300     DISPLAY "Alternates passed over  - " Alternates-Passed-Over
065400     DISPLAY "Duplicate snapshot rows - " Duplicate-Rows
065500     DISPLAY "Letters printed         - " Letters-Printed.
065600 9000-TERMINATE-EXIT.
065700     EXIT.
