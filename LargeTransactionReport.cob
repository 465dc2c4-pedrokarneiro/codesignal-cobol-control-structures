002300*    DATE       INIT  DESCRIPTION                              *
002400*    ---------  ----  -----------------------------------      *
002500*    2026-08-22  RLB  ORIGINAL.                                *
002501*    2026-10-13  RLB  EACH FLAGGED DAY IS NOW ALSO WRITTEN TO  *
002502*                     FRAUDALT (REASON LGTX), AND A DAY WHOSE  *
002503*                     OUTGOING WIRES CROSS THE LIMIT IS        *
002504*                     REPORTED AND WRITTEN UNDER LGWR, FOR THE *
002505*                     AML RISK RATING.                         *
002600*                                                               *
002700*****************************************************************

003900     SELECT REGPARM ASSIGN TO "REGPARM"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS Regparm-File-Status.
004120
004140     SELECT FRAUDALT ASSIGN TO "FRAUDALT"
004160         ORGANIZATION IS SEQUENTIAL
004180         FILE STATUS IS Fraudalt-File-Status.

004200 DATA DIVISION.
004300 FILE SECTION.

004800 FD  REGPARM.
004900     COPY REGPARM.
004925
004950 FD  FRAUDALT.
004975     COPY FRAUDALT.

005000 WORKING-STORAGE SECTION.
005100 01  Dailytrn-File-Status            PIC XX.
005700 01  Regparm-File-Status             PIC XX.
005800     88  Regparm-OK                  VALUE "00".
005900     88  Regparm-Not-Found           VALUE "35".
005925
005950 01  Fraudalt-File-Status            PIC XX.
005975     88  Fraudalt-OK                 VALUE "00".

006000*    SHOP DEFAULT, USED ONLY IF THE PARAMETER FILE IS MISSING.
006100 77  Reportable-Limit                PIC 9(06) VALUE 10000.
006150 77  Wire-Out-Trans-Code             PIC X(04) VALUE "WIRO".

006200 01  Current-Account                 PIC X(10).
006300 01  Current-Branch                  PIC X(04).
007000         10  DY-ITEM-COUNT           PIC 9(05) COMP.
007100         10  DY-CASH-TOTAL           PIC 9(09).
007200         10  DY-LARGEST-ITEM         PIC 9(06).
007233         10  DY-WIRE-COUNT           PIC 9(05) COMP.
007266         10  DY-WIRE-TOTAL           PIC 9(09).

007300 01  Day-Sub                         PIC 9(02) COMP.
007400 01  Found-Sub                       PIC 9(02) COMP.
007600     05  Trans-Read-Count            PIC 9(7) COMP.
007700     05  Single-Item-Flags           PIC 9(7) COMP.
007800     05  Aggregate-Flags             PIC 9(7) COMP.
007850     05  Wire-Flags                  PIC 9(7) COMP.
007900 01  Edited-Amount                   PIC Z(8)9.
008000 01  Edited-Amount-2                 PIC Z(8)9.

009100 1000-INITIALIZE.
009200     OPEN INPUT DAILY-TRANS
009300     OPEN INPUT ACCTMSTR
009350     OPEN EXTEND FRAUDALT
009400     MOVE ZERO TO Trans-Read-Count
009500                  Single-Item-Flags
009600                  Aggregate-Flags
009650                  Wire-Flags
009700                  Day-Count
009800     MOVE SPACES TO Current-Account
009900                    Current-Branch
015900         MOVE ZERO TO DY-ITEM-COUNT (Found-Sub)
016000                      DY-CASH-TOTAL (Found-Sub)
016100                      DY-LARGEST-ITEM (Found-Sub)
016133                      DY-WIRE-COUNT (Found-Sub)
016166                      DY-WIRE-TOTAL (Found-Sub)
016200     END-IF
016300     ADD 1 TO DY-ITEM-COUNT (Found-Sub)
016400     ADD TR-TRANS-AMOUNT TO DY-CASH-TOTAL (Found-Sub)
016500     IF TR-TRANS-AMOUNT > DY-LARGEST-ITEM (Found-Sub)
016600         MOVE TR-TRANS-AMOUNT TO DY-LARGEST-ITEM (Found-Sub)
016620     END-IF
016640     IF TR-TRANS-CODE = Wire-Out-Trans-Code
016660         ADD 1 TO DY-WIRE-COUNT (Found-Sub)
016680         ADD TR-TRANS-AMOUNT TO DY-WIRE-TOTAL (Found-Sub)
016700     END-IF.

016800 2000-READ-NEXT.
021900             " branch " Current-Branch
022000             " " DY-TRANS-DATE (Day-Sub)
022100             " item " Edited-Amount
022133         MOVE "SINGLE ITEM OVER REPORTABLE" TO FA-ALERT-REASON
022166         PERFORM 3200-WRITE-HIT THRU 3200-WRITE-HIT-EXIT
022200     ELSE
022300         IF DY-CASH-TOTAL (Day-Sub) > Reportable-Limit
022400             ADD 1 TO Aggregate-Flags
022900                 " " DY-TRANS-DATE (Day-Sub)
023000                 " total " Edited-Amount
023100                 " in " DY-ITEM-COUNT (Day-Sub) " items"
023125             MOVE "SAME-DAY TOTAL OVER REPORTABLE"
023150                 TO FA-ALERT-REASON
023175             PERFORM 3200-WRITE-HIT THRU 3200-WRITE-HIT-EXIT
023200         END-IF
023205     END-IF
023210     IF DY-WIRE-TOTAL (Day-Sub) > Reportable-Limit
023215         ADD 1 TO Wire-Flags
023220         MOVE DY-WIRE-TOTAL (Day-Sub) TO Edited-Amount
023225         DISPLAY "WIRE      " Current-Account
023230             " branch " Current-Branch
023235             " " DY-TRANS-DATE (Day-Sub)
023240             " wires " Edited-Amount
023245             " in " DY-WIRE-COUNT (Day-Sub) " items"
023250         MOVE Current-Account TO FA-ACCOUNT-NUMBER
023255         MOVE DY-TRANS-DATE (Day-Sub) TO FA-ALERT-DATE
023260         MOVE DY-WIRE-COUNT (Day-Sub) TO FA-NIGHT-ITEM-COUNT
023265         MOVE DY-WIRE-TOTAL (Day-Sub) TO FA-NIGHT-AMOUNT-TOTAL
023270         SET FA-SEVERITY-MEDIUM TO TRUE
023275         MOVE "OUTGOING WIRES OVER REPORTABLE"
023280             TO FA-ALERT-REASON
023285         SET FA-REASON-LARGE-WIRE TO TRUE
023290         WRITE FA-FRAUD-ALERT-RECORD
023300     END-IF.
023400 3100-REPORT-DAY-EXIT.
023500     EXIT.
023507
023514*    THE FLAGGED DAY GOES ON FRAUDALT AS WELL, SO THE AML
023521*    RISK RATING CAN COUNT THE CUSTOMER'S LARGE-CASH DAYS.
023528 3200-WRITE-HIT.
023535     MOVE Current-Account TO FA-ACCOUNT-NUMBER
023542     MOVE DY-TRANS-DATE (Day-Sub) TO FA-ALERT-DATE
023549     MOVE DY-ITEM-COUNT (Day-Sub) TO FA-NIGHT-ITEM-COUNT
023556     MOVE DY-CASH-TOTAL (Day-Sub) TO FA-NIGHT-AMOUNT-TOTAL
023563     SET FA-SEVERITY-MEDIUM TO TRUE
023570     SET FA-REASON-LARGE-CASH TO TRUE
023577     WRITE FA-FRAUD-ALERT-RECORD.
023584 3200-WRITE-HIT-EXIT.
023591     EXIT.

023600 9000-TERMINATE.
023700     CLOSE DAILY-TRANS
023800     CLOSE ACCTMSTR
023850     CLOSE FRAUDALT
023900     DISPLAY " "
024000     DISPLAY "Transactions scanned - " Trans-Read-Count
024100     DISPLAY "Single-item flags    - " Single-Item-Flags
024166     DISPLAY "Aggregate flags      - " Aggregate-Flags
024232     DISPLAY "Wire flags           - " Wire-Flags.
024300 9000-TERMINATE-EXIT.
024400     EXIT.
