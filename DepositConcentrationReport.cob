001700*    STANDS TO LOSE A QUARTER OF ITS BOOK WITH TWO CUSTOMERS    *
001800*    IS KNOWN BEFORE IT HAPPENS. ONLY POSITIVE BALANCES COUNT   *
001900*    AS DEPOSIT BASE.                                           *
001910*                                                               *
001920*    THE PORTFOLIO TOP DEPOSITORS, AND A CLOSING ROW WITH THEIR *
001930*    COMBINED SHARE AND THE ALERT FLAG, ARE ALSO WRITTEN TO     *
001940*    CONCEXT FOR THE MORNING TREASURY LIQUIDITY POSITION.       *
002000*                                                               *
002100*    MODIFICATION HISTORY                                      *
002200*    ------------------------------------------------------    *
002300*    DATE       INIT  DESCRIPTION                              *
002400*    ---------  ----  -----------------------------------      *
002500*    2026-08-22  RLB  ORIGINAL.                                *
002501*    2026-10-15  RLB  WRITE THE PORTFOLIO TOP DEPOSITORS TO    *
002502*                     CONCEXT FOR THE TREASURY LIQUIDITY       *
002503*                     POSITION.                                *
002600*                                                               *
002700*****************************************************************

003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS Concparm-File-Status.

003810     SELECT CONCEXT ASSIGN TO "CONCEXT"
003820         ORGANIZATION IS SEQUENTIAL
003830         FILE STATUS IS Concext-File-Status.

003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  ACCTMSTR.
004300 FD  CONCPARM.
004400     COPY CONCPARM.

004410 FD  CONCEXT.
004420     COPY CONCEXT.

004500 WORKING-STORAGE SECTION.
004600 01  Acctmstr-File-Status            PIC XX.
004700     88  Acctmstr-OK                 VALUE "00".
005000     88  Concparm-OK                 VALUE "00".
005100     88  Concparm-Not-Found          VALUE "35".

005110 01  Concext-File-Status             PIC XX.
005120     88  Concext-OK                  VALUE "00".
005130 01  Concext-File-Switch             PIC X(01).
005140     88  Concext-File-Open           VALUE "Y".
005150     88  Concext-File-Absent         VALUE "N".

005200 77  Top-Depositor-Count             PIC 9(02) VALUE 10.
005300 77  Alert-Share-Percent             PIC 9(03) VALUE 25.

007400 01  Edited-Balance                  PIC -(9)9.99.
007500 01  Edited-Percent                  PIC ZZ9.9.
007600 01  Accounts-Read                   PIC 9(7) COMP.
007610 01  Extract-Rows-Written            PIC 9(3) COMP.
007620 01  Run-Date                        PIC 9(08).

007700 PROCEDURE DIVISION.

008700     MOVE ZERO TO Branch-Count
008800                  Portfolio-Total
008900                  Accounts-Read
008910                  Extract-Rows-Written
008920     ACCEPT Run-Date FROM DATE YYYYMMDD
008930     OPEN OUTPUT CONCEXT
008940     IF Concext-OK
008950         SET Concext-File-Open TO TRUE
008960     ELSE
008970         SET Concext-File-Absent TO TRUE
008980         DISPLAY "CONCEXT not available; no extract written."
008990     END-IF
009000     PERFORM 1100-CLEAR-PORTFOLIO-SLOT
009100         THRU 1100-CLEAR-PORTFOLIO-SLOT-EXIT
009200         VARYING Slot-Sub FROM 1 BY 1
025800     PERFORM 3200-PRINT-PORTFOLIO-SLOT
025900         THRU 3200-PRINT-PORTFOLIO-SLOT-EXIT
026000         VARYING Slot-Sub FROM 1 BY 1
026100         UNTIL Slot-Sub > Top-Depositor-Count
026110     PERFORM 3300-WRITE-PORTFOLIO-ROW
026120         THRU 3300-WRITE-PORTFOLIO-ROW-EXIT.
026200 3000-PRINT-REPORT-EXIT.
026300     EXIT.

032100         MOVE Share-Percent TO Edited-Percent
032200         DISPLAY "    " PV-TOP-ACCOUNT (Slot-Sub) " "
032300             Edited-Balance "  " Edited-Percent "%"
032310         IF Concext-File-Open
032320             MOVE SPACES TO CX-CONCENTRATION-EXTRACT-RECORD
032330             MOVE Run-Date TO CX-AS-OF-DATE
032340             SET CX-DEPOSITOR-ROW TO TRUE
032350             MOVE Slot-Sub TO CX-RANK
032360             MOVE PV-TOP-ACCOUNT (Slot-Sub) TO CX-ACCOUNT-NUMBER
032370             MOVE PV-TOP-BALANCE (Slot-Sub) TO CX-BALANCE
032380             MOVE Share-Percent TO CX-SHARE-PERCENT
032390             MOVE Portfolio-Total TO CX-PORTFOLIO-TOTAL
032391             MOVE "N" TO CX-ALERT-FLAG
032392             WRITE CX-CONCENTRATION-EXTRACT-RECORD
032393             ADD 1 TO Extract-Rows-Written
032394         END-IF
032400     END-IF.
032500 3200-PRINT-PORTFOLIO-SLOT-EXIT.
032600     EXIT.

032601*****************************************************************
032603*    THE CLOSING "P" ROW CARRIES THE TOP DEPOSITORS' COMBINED   *
032605*    BALANCE AND SHARE, FLAGGED WHEN IT IS OVER THE ALERT.      *
032607*****************************************************************
032609 3300-WRITE-PORTFOLIO-ROW.
032611     MOVE ZERO TO Share-Percent
032613     IF Portfolio-Total > ZERO
032615         COMPUTE Share-Percent ROUNDED =
032617             Top-Share-Total * 100 / Portfolio-Total
032619     END-IF
032621     MOVE Share-Percent TO Edited-Percent
032623     IF Share-Percent > Alert-Share-Percent
032625         DISPLAY "  ** CONCENTRATED - TOP " Top-Depositor-Count
032627             " HOLD " Edited-Percent "% OF THE PORTFOLIO **"
032629     ELSE
032631         DISPLAY "  Top " Top-Depositor-Count " hold "
032633             Edited-Percent "% of the portfolio."
032635     END-IF
032637     IF Concext-File-Absent
032639         GO TO 3300-WRITE-PORTFOLIO-ROW-EXIT
032641     END-IF
032643     MOVE SPACES TO CX-CONCENTRATION-EXTRACT-RECORD
032645     MOVE Run-Date TO CX-AS-OF-DATE
032647     SET CX-PORTFOLIO-ROW TO TRUE
032649     MOVE Top-Depositor-Count TO CX-RANK
032651     MOVE Top-Share-Total TO CX-BALANCE
032653     MOVE Share-Percent TO CX-SHARE-PERCENT
032655     MOVE Portfolio-Total TO CX-PORTFOLIO-TOTAL
032657     IF Share-Percent > Alert-Share-Percent
032659         MOVE "Y" TO CX-ALERT-FLAG
032661     ELSE
032663         MOVE "N" TO CX-ALERT-FLAG
032665     END-IF
032667     WRITE CX-CONCENTRATION-EXTRACT-RECORD
032669     ADD 1 TO Extract-Rows-Written.
032671 3300-WRITE-PORTFOLIO-ROW-EXIT.
032673     EXIT.

032700 9000-TERMINATE.
032800     CLOSE ACCTMSTR
032810     IF Concext-File-Open
032820         CLOSE CONCEXT
032830     END-IF
032900     DISPLAY " "
033000     DISPLAY "Accounts read - " Accounts-Read
033010     DISPLAY "Extract rows  - " Extract-Rows-Written.
033100 9000-TERMINATE-EXIT.
033200     EXIT.
