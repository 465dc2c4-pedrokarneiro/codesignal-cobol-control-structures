002600*    DATE       INIT  DESCRIPTION                              *
002700*    ---------  ----  -----------------------------------      *
002800*    2026-09-02  RLB  ORIGINAL.                                *
002801*    2026-10-13  RLB  THE DAILYTRN RECORD GREW TO 68 BYTES FOR *
002802*                     THE TRANSACTING BRANCH (TR-BRANCH-CODE); *
002803*                     THE LEG BUFFERS AND THE EDITED COPY LIST *
002804*                     FOLLOW IT.                               *
002805*    2026-10-15  RLB  A TELLER XFRO/XFRI GROUP BETWEEN         *
002806*                     ACCOUNTS IN DIFFERENT CURRENCIES MUST BE *
002807*                     ONE PAIR AND IS PRICED BY                *
002808*                     CROSSCURRENCYQUOTE; THE XFRI LEG CARRIES *
002809*                     THE CONVERTED AMOUNT AND THE PAIR IS     *
002810*                     LOGGED TO XFRFXLOG. A SUSPENDED LEG NOW  *
002811*                     CARRIES THE GROUP'S OWN REASON.          *
002900*                                                               *
003000*****************************************************************

004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS Grpsusp-File-Status.

004710     SELECT XFRFXLOG ASSIGN TO "XFRFXLOG"
004720         ORGANIZATION IS SEQUENTIAL
004730         FILE STATUS IS Xfrfxlog-File-Status.

004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  RAWTRN.
006300         ==TR-SERIAL-NUMBER== BY ==ED-SERIAL-NUMBER==
006400         ==TR-LEG-GROUP== BY ==ED-LEG-GROUP==
006410         ==TR-ENVELOPE-REF== BY ==ED-ENVELOPE-REF==
006420         ==TR-TRACE-ID== BY ==ED-TRACE-ID==
006421         ==TR-BRANCH-CODE== BY ==ED-BRANCH-CODE==.

006500 FD  GRPSUSP.
006600     COPY SUSPTRN.

006610 FD  XFRFXLOG.
006620     COPY XFRFXLOG.

006700 WORKING-STORAGE SECTION.
006800 01  Rawtrn-File-Status              PIC XX.
006900     88  Rawtrn-OK                   VALUE "00".
007500     88  Edited-OK                   VALUE "00".
007600 01  Grpsusp-File-Status             PIC XX.
007700     88  Grpsusp-OK                  VALUE "00".
007710 01  Xfrfxlog-File-Status            PIC XX.

007800 COPY FILETRLR.
007900 01  Run-Date                        PIC 9(08).
008600 01  Group-Leg-Table.
008700     05  Group-Leg-Count             PIC 9(02) COMP.
008800     05  Group-Leg-Entry OCCURS 20 TIMES.
008900         10  GE-LEG-RECORD           PIC X(68).
008910         10  GE-LEG-CURRENCY         PIC X(03).
008920         10  GE-ACCOUNT-BRANCH       PIC X(04).
009000 01  Leg-Sub                         PIC 9(02) COMP.
009100 01  Group-Valid-Switch              PIC X(01).
009200     88  Group-Is-Valid              VALUE "Y".
009400 01  Leg-Valid-Switch                PIC X(01).
009500     88  Leg-Is-Valid                VALUE "Y".
009600     88  Leg-Is-Invalid              VALUE "N".
009610 01  Suspend-Reason                  PIC X(30).

009620*    A TELLER TRANSFER KEYED AS AN XFRO/XFRI GROUP BETWEEN
009630*    ACCOUNTS IN DIFFERENT CURRENCIES IS PRICED BEFORE RELEASE.
009640 77  Base-Currency-Code              PIC X(03) VALUE "USD".
009650 01  Xfro-Count                      PIC 9(02) COMP.
009660 01  Xfri-Count                      PIC 9(02) COMP.
009670 01  Xfro-Sub                        PIC 9(02) COMP.
009680 01  Xfri-Sub                        PIC 9(02) COMP.
009690 01  Transfer-Currency               PIC X(03).
009691 01  Currency-Mix-Switch             PIC X(01).
009692     88  Currencies-Are-Mixed        VALUE "Y".
009693     88  Currencies-Are-Same         VALUE "N".
009694 COPY FXQUOTE.
009700 01  Work-Leg-Record                 PIC X(68).
009800 01  Work-Leg REDEFINES Work-Leg-Record.
009900     05  WL-ACCOUNT-NUMBER           PIC X(10).
010000     05  WL-TRANS-TYPE               PIC X(01).
010600     05  WL-LEG-GROUP                PIC X(06).
010610     05  WL-ENVELOPE-REF             PIC X(08).
010620     05  WL-TRACE-ID                 PIC 9(12).
010630     05  WL-BRANCH-CODE              PIC X(04).

010700 01  Edit-Counters.
010800     05  Items-Read                  PIC 9(7) COMP.
011000     05  Groups-Edited               PIC 9(7) COMP.
011100     05  Groups-Suspended            PIC 9(7) COMP.
011200     05  Legs-Suspended              PIC 9(7) COMP.
011210     05  Fx-Groups-Priced            PIC 9(7) COMP.

011300 PROCEDURE DIVISION.

012500     OPEN INPUT ACCTMSTR
012600     OPEN OUTPUT EDITED
012700     OPEN OUTPUT GRPSUSP
012710     OPEN OUTPUT XFRFXLOG
012800     MOVE ZERO TO Items-Read
012900                  Items-Passed
013000                  Groups-Edited
013100                  Groups-Suspended
013200                  Legs-Suspended
013210                  Fx-Groups-Priced
013300                  Out-Record-Count
013400                  Out-Hash-Total
013500     MOVE SPACES TO Current-Group
016700             DISPLAY "** GROUP " TR-LEG-GROUP
016800                 " OVER 20 LEGS - EXTRA LEG SUSPENDED **"
016900             MOVE TR-DAILYTRN-RECORD TO Work-Leg-Record
016910             MOVE "Split group leg failed edit" TO Suspend-Reason
017000             PERFORM 5000-SUSPEND-LEG THRU 5000-SUSPEND-LEG-EXIT
017100         END-IF
017200     END-IF.
018800     END-IF
018900     ADD 1 TO Groups-Edited
019000     SET Group-Is-Valid TO TRUE
019010     MOVE "Split group leg failed edit" TO Suspend-Reason
019100     PERFORM 3100-EDIT-ONE-LEG THRU 3100-EDIT-ONE-LEG-EXIT
019200         VARYING Leg-Sub FROM 1 BY 1
019300         UNTIL Leg-Sub > Group-Leg-Count
019400             OR Group-Is-Invalid
019410     IF Group-Is-Valid
019420         PERFORM 3400-PRICE-TRANSFER
019430             THRU 3400-PRICE-TRANSFER-EXIT
019440     END-IF
019500     IF Group-Is-Valid
019600         PERFORM 3200-RELEASE-GROUP
019700             THRU 3200-RELEASE-GROUP-EXIT
019800     ELSE
019900         ADD 1 TO Groups-Suspended
020000         DISPLAY "** GROUP " Current-Group
020100             " SUSPENDED WHOLE - " Suspend-Reason " **"
020200         PERFORM 3300-SUSPEND-GROUP
020300             THRU 3300-SUSPEND-GROUP-EXIT
020400     END-IF
022800                     OR MF-ACCOUNT-STATUS = "Pending Review"
022900                     SET Leg-Is-Invalid TO TRUE
023000                 END-IF
023010                 MOVE MF-CURRENCY-CODE
023020                     TO GE-LEG-CURRENCY (Leg-Sub)
023030                 IF MF-CURRENCY-CODE = SPACES
023040                     MOVE Base-Currency-Code
023050                         TO GE-LEG-CURRENCY (Leg-Sub)
023060                 END-IF
023070                 MOVE MF-BRANCH-CODE
023080                     TO GE-ACCOUNT-BRANCH (Leg-Sub)
023100         END-READ
023200     END-IF
023300     IF Leg-Is-Invalid
026500 3310-SUSPEND-ONE-LEG-EXIT.
026600     EXIT.

026601*****************************************************************
026602*    EACH LEG POSTS IN ITS OWN ACCOUNT'S CURRENCY. A TRANSFER   *
026603*    GROUP WHOSE XFRO AND XFRI ACCOUNTS DIFFER IN CURRENCY MUST *
026604*    BE EXACTLY ONE PAIR; IT IS PRICED AT THE DAY'S RATE LESS   *
026605*    THE CUSTOMER'S TIER SPREAD, THE XFRI LEG TAKES THE         *
026606*    CONVERTED AMOUNT AND THE PAIR IS LOGGED FOR                *
026607*    CROSSCURRENCYTRANSFERREPORT. ONE THAT CANNOT BE PRICED IS  *
026608*    SUSPENDED WHOLE LIKE ANY OTHER FAILED GROUP.               *
026609*****************************************************************
026610 3400-PRICE-TRANSFER.
026611     MOVE ZERO TO Xfro-Count
026612                  Xfri-Count
026613                  Xfro-Sub
026614                  Xfri-Sub
026615     MOVE SPACES TO Transfer-Currency
026616     SET Currencies-Are-Same TO TRUE
026617     PERFORM 3410-SCAN-TRANSFER-LEG
026618         THRU 3410-SCAN-TRANSFER-LEG-EXIT
026619         VARYING Leg-Sub FROM 1 BY 1
026620         UNTIL Leg-Sub > Group-Leg-Count
026621     IF Currencies-Are-Same
026622         GO TO 3400-PRICE-TRANSFER-EXIT
026623     END-IF
026624     IF Xfro-Count NOT = 1 OR Xfri-Count NOT = 1
026625         SET Group-Is-Invalid TO TRUE
026626         MOVE "FX transfer not a single pair" TO Suspend-Reason
026627         GO TO 3400-PRICE-TRANSFER-EXIT
026628     END-IF
026629     MOVE GE-LEG-RECORD (Xfro-Sub) TO Work-Leg-Record
026630     MOVE WL-ACCOUNT-NUMBER TO FQ-FROM-ACCOUNT
026631     MOVE WL-TRANS-AMOUNT TO FQ-FROM-AMOUNT
026632     MOVE GE-LEG-CURRENCY (Xfro-Sub) TO FQ-FROM-CURRENCY
026633     MOVE GE-LEG-CURRENCY (Xfri-Sub) TO FQ-TO-CURRENCY
026634     CALL "CrossCurrencyQuote" USING FQ-FX-QUOTE-BLOCK
026635     IF FQ-NO-RATE
026636         SET Group-Is-Invalid TO TRUE
026637         MOVE "No FX rate for the currency" TO Suspend-Reason
026638         GO TO 3400-PRICE-TRANSFER-EXIT
026639     END-IF
026640     IF NOT FQ-QUOTE-GIVEN
026641         SET Group-Is-Invalid TO TRUE
026642         MOVE "Converted amount out of range" TO Suspend-Reason
026643         GO TO 3400-PRICE-TRANSFER-EXIT
026644     END-IF

026645     MOVE SPACES TO XX-FX-TRANSFER-LOG-RECORD
026646     MOVE WL-TRANS-DATE TO XX-BUSINESS-DATE
026647     MOVE WL-SOURCE-CHANNEL TO XX-CHANNEL
026648     MOVE WL-LEG-GROUP TO XX-REFERENCE
026649     MOVE WL-BRANCH-CODE TO XX-BRANCH-CODE
026650     IF WL-BRANCH-CODE = SPACES
026651         MOVE GE-ACCOUNT-BRANCH (Xfro-Sub) TO XX-BRANCH-CODE
026652     END-IF
026653     MOVE WL-ACCOUNT-NUMBER TO XX-FROM-ACCOUNT
026654     MOVE FQ-FROM-CURRENCY TO XX-FROM-CURRENCY
026655     MOVE FQ-FROM-AMOUNT TO XX-FROM-AMOUNT
026656     MOVE GE-LEG-RECORD (Xfri-Sub) TO Work-Leg-Record
026657     MOVE WL-ACCOUNT-NUMBER TO XX-TO-ACCOUNT
026658     MOVE FQ-TO-CURRENCY TO XX-TO-CURRENCY
026659     MOVE FQ-TO-AMOUNT TO XX-TO-AMOUNT
026660     MOVE FQ-MARKET-RATE TO XX-MARKET-RATE
026661     MOVE FQ-CUSTOMER-RATE TO XX-CUSTOMER-RATE
026662     MOVE FQ-TIER-CODE TO XX-TIER-CODE
026663     MOVE FQ-SPREAD-RATE TO XX-SPREAD-RATE
026664     MOVE FQ-BASE-AMOUNT TO XX-BASE-AMOUNT
026665     MOVE FQ-SPREAD-INCOME TO XX-SPREAD-INCOME
026666     WRITE XX-FX-TRANSFER-LOG-RECORD
026667     ADD 1 TO Fx-Groups-Priced
026668     MOVE FQ-TO-AMOUNT TO WL-TRANS-AMOUNT
026669     MOVE Work-Leg-Record TO GE-LEG-RECORD (Xfri-Sub).
026670 3400-PRICE-TRANSFER-EXIT.
026671     EXIT.

026672 3410-SCAN-TRANSFER-LEG.
026673     MOVE GE-LEG-RECORD (Leg-Sub) TO Work-Leg-Record
026674     IF WL-TRANS-CODE = "XFRO"
026675         ADD 1 TO Xfro-Count
026676         MOVE Leg-Sub TO Xfro-Sub
026677     ELSE
026678         IF WL-TRANS-CODE = "XFRI"
026679             ADD 1 TO Xfri-Count
026680             MOVE Leg-Sub TO Xfri-Sub
026681         ELSE
026682             GO TO 3410-SCAN-TRANSFER-LEG-EXIT
026683         END-IF
026684     END-IF
026685     IF Transfer-Currency = SPACES
026686         MOVE GE-LEG-CURRENCY (Leg-Sub) TO Transfer-Currency
026687     END-IF
026688     IF GE-LEG-CURRENCY (Leg-Sub) NOT = Transfer-Currency
026689         SET Currencies-Are-Mixed TO TRUE
026690     END-IF.
026691 3410-SCAN-TRANSFER-LEG-EXIT.
026692     EXIT.

026700 4000-PASS-ITEM.
026800     MOVE TR-DAILYTRN-RECORD TO ED-DAILYTRN-RECORD
026900     WRITE ED-DAILYTRN-RECORD
027900     MOVE WL-TRANS-TYPE TO SP-TRANS-TYPE
028000     MOVE WL-TRANS-AMOUNT TO SP-TRANS-AMOUNT
028100     MOVE WL-TRANS-DATE TO SP-TRANS-DATE
028200     MOVE Suspend-Reason TO SP-REJECT-REASON
028300     MOVE WL-LEG-GROUP TO SP-LEG-GROUP
028310*> This edit runs ahead of trace assignment, so most legs
028320*> carry no trace yet; whatever the leg does carry rides
028360     ELSE
028370         MOVE ZERO TO SP-TRACE-ID
028380     END-IF
028390     MOVE WL-BRANCH-CODE TO SP-BRANCH-CODE
028400     WRITE SP-SUSPENSE-RECORD
028500     ADD 1 TO Legs-Suspended.
028600 5000-SUSPEND-LEG-EXIT.
029900     CLOSE ACCTMSTR
030000     CLOSE EDITED
030100     CLOSE GRPSUSP
030110     CLOSE XFRFXLOG
030200     DISPLAY "SPLIT GROUP EDIT SUMMARY"
030300     DISPLAY "Items read       - " Items-Read
030400     DISPLAY "Items passed     - " Items-Passed
030500     DISPLAY "Groups edited    - " Groups-Edited
030600     DISPLAY "Groups suspended - " Groups-Suspended
030700     DISPLAY "Legs suspended   - " Legs-Suspended
030710     DISPLAY "FX groups priced - " Fx-Groups-Priced.
030800 9000-TERMINATE-EXIT.
030900     EXIT.
