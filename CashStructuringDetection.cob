002500*    DATE       INIT  DESCRIPTION                              *
002600*    ---------  ----  -----------------------------------      *
002700*    2026-09-02  RLB  ORIGINAL.                                *
002720*    2026-09-30  RLB  ALERTS NOW CARRY THE STRC REASON CODE.   *
002740*    2026-10-13  RLB  A CUSTOMER RATED MEDIUM OR HIGH ON       *
002760*                     AMLRISK IS NOW TESTED AGAINST A REDUCED  *
002780*                     SHARE OF THE REPORTABLE LIMIT.           *
002800*                                                               *
002900*****************************************************************

005500     SELECT FRAUDALT ASSIGN TO "FRAUDALT"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS Fraudalt-File-Status.
005710
005720     SELECT AMLRISK ASSIGN TO "AMLRISK"
005730         ORGANIZATION IS INDEXED
005740         ACCESS MODE IS RANDOM
005750         RECORD KEY IS KY-CUSTOMER-NUMBER
005760         FILE STATUS IS Amlrisk-File-Status.

005800 DATA DIVISION.
005900 FILE SECTION.

007600 FD  FRAUDALT.
007700     COPY FRAUDALT.
007720
007740 FD  AMLRISK.
007760     COPY AMLRISK.

007800 WORKING-STORAGE SECTION.
007900 01  Dailytrn-File-Status            PIC XX.
009400     88  Runctlin-Not-Found          VALUE "35".
009500 01  Fraudalt-File-Status            PIC XX.
009600     88  Fraudalt-OK                 VALUE "00".
009610 01  Amlrisk-File-Status             PIC XX.
009620     88  Amlrisk-OK                  VALUE "00".
009630 01  Amlrisk-Switch                  PIC X(01).
009640     88  Amlrisk-Open                VALUE "Y".
009650     88  Amlrisk-Absent              VALUE "N".

009700*    SHOP DEFAULTS WHEN THE PARAMETER FILES ARE MISSING.
009800 77  Reportable-Limit                PIC 9(06) VALUE 10000.
009900 77  Window-Days                     PIC 9(03) VALUE 5.
009910*    SHARE OF THE REPORTABLE LIMIT A CUSTOMER'S WINDOW TOTAL
009920*    IS TESTED AGAINST, BY AMLRISK RATING. UNRATED AND LOW
009930*    RISK CUSTOMERS ARE TESTED AGAINST THE WHOLE LIMIT.
009940 77  Medium-Risk-Percent             PIC 9(03) VALUE 75.
009950 77  High-Risk-Percent               PIC 9(03) VALUE 50.
009960 01  Customer-Limit                  PIC 9(07).
009970 01  Customer-Rating-Text            PIC X(08).

010000 01  Run-Date                        PIC 9(08).
010100 01  Cutoff-Date                     PIC 9(08).
011200     05  Cash-Items-Folded           PIC 9(7) COMP.
011300     05  Rows-Aged-Off               PIC 9(7) COMP.
011400     05  Customers-Flagged           PIC 9(7) COMP.
011450     05  Rated-Customers-Flagged     PIC 9(7) COMP.

011500 PROCEDURE DIVISION.

012800     MOVE 0 TO Cash-Items-Folded
012900     MOVE 0 TO Rows-Aged-Off
013000     MOVE 0 TO Customers-Flagged
013010     MOVE 0 TO Rated-Customers-Flagged
013020     SET Amlrisk-Absent TO TRUE
013030     OPEN INPUT AMLRISK
013040     IF Amlrisk-OK
013050         SET Amlrisk-Open TO TRUE
013060     END-IF
013100     OPEN INPUT REGPARM
013200     IF Regparm-OK
013300         READ REGPARM
027700     EXIT.

027800 3200-CLOSE-CUSTOMER.
027850     PERFORM 3300-CUSTOMER-LIMIT THRU 3300-CUSTOMER-LIMIT-EXIT
027900     IF Window-Cash-Total > Customer-Limit
028000         ADD 1 TO Customers-Flagged
028100         MOVE Window-Cash-Total TO Edited-Total
028200         DISPLAY "** STRUCTURING SUSPECT: CUSTOMER "
028300             Window-Customer " CASH " Edited-Total
028400             " OVER " Window-Item-Count " ITEM(S) IN WINDOW **"
028410         IF Customer-Limit < Reportable-Limit
028420             ADD 1 TO Rated-Customers-Flagged
028430             DISPLAY "   AML RATING " Customer-Rating-Text
028440                 " - TESTED AT " Customer-Limit
028450         END-IF
028500         MOVE Window-Customer TO FA-ACCOUNT-NUMBER
028600         MOVE Run-Date TO FA-ALERT-DATE
028700         MOVE Window-Item-Count TO FA-NIGHT-ITEM-COUNT
028800         MOVE Window-Cash-Total TO FA-NIGHT-AMOUNT-TOTAL
028900         SET FA-SEVERITY-HIGH TO TRUE
029000         MOVE "MULTI-DAY CASH STRUCTURING" TO FA-ALERT-REASON
029050         SET FA-REASON-STRUCTURING TO TRUE
029100         WRITE FA-FRAUD-ALERT-RECORD
029200     END-IF.
029300 3200-CLOSE-CUSTOMER-EXIT.
029400     EXIT.
029402
029404*****************************************************************
029406*    A CUSTOMER THE AML RISK RATING HAS MARKED MEDIUM OR HIGH   *
029408*    IS HELD TO A SMALLER SHARE OF THE LIMIT, SO STRUCTURING BY *
029410*    A CUSTOMER ALREADY UNDER WATCH SURFACES SOONER.            *
029412*****************************************************************
029414 3300-CUSTOMER-LIMIT.
029416     MOVE Reportable-Limit TO Customer-Limit
029418     MOVE SPACES TO Customer-Rating-Text
029420     IF Amlrisk-Absent
029422         GO TO 3300-CUSTOMER-LIMIT-EXIT
029424     END-IF
029426     MOVE Window-Customer TO KY-CUSTOMER-NUMBER
029428     READ AMLRISK
029430         INVALID KEY
029432             GO TO 3300-CUSTOMER-LIMIT-EXIT
029434     END-READ
029436     IF KY-Rating-High
029438         MOVE "HIGH" TO Customer-Rating-Text
029440         COMPUTE Customer-Limit =
029442             Reportable-Limit * High-Risk-Percent / 100
029444     ELSE
029446         IF KY-Rating-Medium
029448             MOVE "MEDIUM" TO Customer-Rating-Text
029450             COMPUTE Customer-Limit =
029452                 Reportable-Limit * Medium-Risk-Percent / 100
029454         END-IF
029456     END-IF.
029458 3300-CUSTOMER-LIMIT-EXIT.
029460     EXIT.

029500 9000-TERMINATE.
029600     CLOSE DAILY-TRANS
029700     CLOSE CUSTREL
029800     CLOSE CASHAGG
029900     CLOSE FRAUDALT
029920     IF Amlrisk-Open
029940         CLOSE AMLRISK
029960     END-IF
030000     DISPLAY "CASH STRUCTURING SCREEN SUMMARY"
030100     DISPLAY "Cash items folded  - " Cash-Items-Folded
030200     DISPLAY "Rows aged off      - " Rows-Aged-Off
030250     DISPLAY "Customers flagged  - " Customers-Flagged
030300     DISPLAY "  at an AML limit  - " Rated-Customers-Flagged.
030400 9000-TERMINATE-EXIT.
030500     EXIT.
