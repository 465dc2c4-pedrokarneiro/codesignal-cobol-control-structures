002500*    DATE       INIT  DESCRIPTION                              *
002600*    ---------  ----  -----------------------------------      *
002700*    2026-08-22  RLB  ORIGINAL.                                *
002720*    2026-09-30  RLB  ALERTS NOW CARRY THE VELO REASON CODE.   *
002740*    2026-10-13  RLB  THE ALERT MARKS ARE NOW CUT FOR AN       *
002760*                     ACCOUNT WHOSE CUSTREL CUSTOMER IS RATED  *
002780*                     MEDIUM OR HIGH ON AMLRISK.               *
002800*                                                               *
002900*****************************************************************

004100     SELECT FRAUDALT ASSIGN TO "FRAUDALT"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS Fraudalt-File-Status.
004305
004310     SELECT CUSTREL ASSIGN TO "CUSTREL"
004315         ORGANIZATION IS INDEXED
004320         ACCESS MODE IS RANDOM
004325         RECORD KEY IS RL-ACCOUNT-NUMBER
004330         FILE STATUS IS Custrel-File-Status.
004335
004340     SELECT AMLRISK ASSIGN TO "AMLRISK"
004345         ORGANIZATION IS INDEXED
004350         ACCESS MODE IS RANDOM
004355         RECORD KEY IS KY-CUSTOMER-NUMBER
004360         FILE STATUS IS Amlrisk-File-Status.

004400 DATA DIVISION.
004500 FILE SECTION.

005000 FD  FRAUDALT.
005100     COPY FRAUDALT.
005110
005120 FD  CUSTREL.
005130     COPY CUSTREL.
005140
005150 FD  AMLRISK.
005160     COPY AMLRISK.

005200 WORKING-STORAGE SECTION.
005300 01  Dailytrn-File-Status            PIC XX.

005900 01  Fraudalt-File-Status            PIC XX.
006000     88  Fraudalt-OK                 VALUE "00".
006010
006020 01  Custrel-File-Status             PIC XX.
006030     88  Custrel-OK                  VALUE "00".
006040
006050 01  Amlrisk-File-Status             PIC XX.
006060     88  Amlrisk-OK                  VALUE "00".
006070 01  Amlrisk-Switch                  PIC X(01).
006080     88  Amlrisk-Open                VALUE "Y".
006090     88  Amlrisk-Absent              VALUE "N".

006100*    AN ACCOUNT WITH NO HISTORY YET IS SCREENED AGAINST THESE
006200*    ABSOLUTE FLOORS; AN ESTABLISHED ACCOUNT AGAINST MULTIPLES
006700 77  High-Multiple                   PIC 9(02) VALUE 5.
006800 77  Medium-Multiple                 PIC 9(02) VALUE 3.
006900 77  Profile-Window-Nights           PIC 9(02) VALUE 30.
006910*    AN ACCOUNT WHOSE CUSTOMER CARRIES A MEDIUM OR HIGH AML
006920*    RISK RATING IS ALERTED AT THIS SHARE OF THE MARKS.
006930 77  Medium-Risk-Percent             PIC 9(03) VALUE 75.
006940 77  High-Risk-Percent               PIC 9(03) VALUE 50.
006950 01  Risk-Percent                    PIC 9(03).

007000 01  Current-Account                 PIC X(10).
007100 01  Night-Item-Count                PIC 9(05).
008100     05  Accounts-Screened           PIC 9(7) COMP.
008200     05  High-Alerts                 PIC 9(7) COMP.
008300     05  Medium-Alerts               PIC 9(7) COMP.
008350     05  Risk-Rated-Accounts         PIC 9(7) COMP.

008400 01  Edited-Amount                   PIC -(9)9.99.

009600     OPEN INPUT DAILY-TRANS
009700     OPEN I-O ACTPROF
009800     OPEN EXTEND FRAUDALT
009810     OPEN INPUT CUSTREL
009820     SET Amlrisk-Absent TO TRUE
009830     OPEN INPUT AMLRISK
009840     IF Amlrisk-OK
009850         SET Amlrisk-Open TO TRUE
009860     END-IF
009900     MOVE ZERO TO Trans-Read-Count
010000                  Accounts-Screened
010100                  High-Alerts
010200                  Medium-Alerts
010250                  Risk-Rated-Accounts
010300                  Night-Item-Count
010400                  Night-Amount-Total
010500     MOVE SPACES TO Current-Account
017100         MOVE Absolute-Amount-Floor TO Amount-High-Mark
017200                                       Amount-Medium-Mark
017300     END-IF
017320     PERFORM 3050-RISK-ADJUST THRU 3050-RISK-ADJUST-EXIT
017340
017400     IF Night-Item-Count > Count-High-Mark
017500         OR Night-Amount-Total > Amount-High-Mark
017600         PERFORM 3100-WRITE-ALERT THRU 3100-WRITE-ALERT-EXIT
018600                  Night-Amount-Total.
018700 3000-SCREEN-ACCOUNT-EXIT.
018800     EXIT.
018802
018804*****************************************************************
018806*    THE ACCOUNT'S CUSTOMER (CUSTREL) MAY CARRY AN AML RISK     *
018808*    RATING. MEDIUM OR HIGH CUTS ALL FOUR MARKS, FLOORS         *
018810*    INCLUDED, SO A CUSTOMER UNDER WATCH ALERTS SOONER.         *
018812*****************************************************************
018814 3050-RISK-ADJUST.
018816     IF Amlrisk-Absent
018818         GO TO 3050-RISK-ADJUST-EXIT
018820     END-IF
018822     MOVE Current-Account TO RL-ACCOUNT-NUMBER
018824     READ CUSTREL
018826         INVALID KEY
018828             MOVE Current-Account TO RL-CUSTOMER-NUMBER
018830     END-READ
018832     MOVE RL-CUSTOMER-NUMBER TO KY-CUSTOMER-NUMBER
018834     READ AMLRISK
018836         INVALID KEY
018838             GO TO 3050-RISK-ADJUST-EXIT
018840     END-READ
018842     IF KY-Rating-High
018844         MOVE High-Risk-Percent TO Risk-Percent
018846     ELSE
018848         IF KY-Rating-Medium
018850             MOVE Medium-Risk-Percent TO Risk-Percent
018852         ELSE
018854             GO TO 3050-RISK-ADJUST-EXIT
018856         END-IF
018858     END-IF
018860     ADD 1 TO Risk-Rated-Accounts
018862     COMPUTE Count-High-Mark =
018864         Count-High-Mark * Risk-Percent / 100
018866     COMPUTE Count-Medium-Mark =
018868         Count-Medium-Mark * Risk-Percent / 100
018870     COMPUTE Amount-High-Mark =
018872         Amount-High-Mark * Risk-Percent / 100
018874     COMPUTE Amount-Medium-Mark =
018876         Amount-Medium-Mark * Risk-Percent / 100.
018878 3050-RISK-ADJUST-EXIT.
018880     EXIT.

018900 3100-WRITE-ALERT.
019000     ADD 1 TO High-Alerts
019400     MOVE Night-Amount-Total TO FA-NIGHT-AMOUNT-TOTAL
019500     SET FA-SEVERITY-HIGH TO TRUE
019600     MOVE "Activity far above profile" TO FA-ALERT-REASON
019650     SET FA-REASON-VELOCITY TO TRUE
019700     WRITE FA-FRAUD-ALERT-RECORD
019800     MOVE Night-Amount-Total TO Edited-Amount
019900     DISPLAY "** HIGH   " Current-Account " items "
020800     MOVE Night-Amount-Total TO FA-NIGHT-AMOUNT-TOTAL
020900     SET FA-SEVERITY-MEDIUM TO TRUE
021000     MOVE "Activity above profile" TO FA-ALERT-REASON
021050     SET FA-REASON-VELOCITY TO TRUE
021100     WRITE FA-FRAUD-ALERT-RECORD
021200     MOVE Night-Amount-Total TO Edited-Amount
021300     DISPLAY "   MEDIUM " Current-Account " items "
024500     CLOSE DAILY-TRANS
024600     CLOSE ACTPROF
024700     CLOSE FRAUDALT
024720     CLOSE CUSTREL
024740     IF Amlrisk-Open
024760         CLOSE AMLRISK
024780     END-IF
024800     DISPLAY " "
024900     DISPLAY "VELOCITY SCREEN SUMMARY"
025000     DISPLAY "Transactions read - " Trans-Read-Count
025100     DISPLAY "Accounts screened - " Accounts-Screened
025200     DISPLAY "High alerts       - " High-Alerts
025250     DISPLAY "Medium alerts     - " Medium-Alerts
025300     DISPLAY "AML-rated marks   - " Risk-Rated-Accounts.
025400 9000-TERMINATE-EXIT.
025500     EXIT.
