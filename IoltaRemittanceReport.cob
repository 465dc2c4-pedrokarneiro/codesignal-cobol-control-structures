000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IoltaRemittanceReport.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-13.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    IOLTAREMITTANCEREPORT                                      *
001100*                                                               *
001200*    MONTHLY IOLTA REMITTANCE REPORT, RUN AFTER MONTH-END. THE  *
001300*    IOLTAREM ROWS MONTHENDINTERESTSETTLEMENT WROTE FOR THE     *
001400*    LATEST REMITTANCE PERIOD ON THE FILE, SORTED BY STATE BAR  *
001500*    FOUNDATION AND FIRM: ONE LINE PER ATTORNEY TRUST ACCOUNT   *
001600*    WITH ITS AVERAGE BALANCE, RATE, GROSS INTEREST, SERVICE    *
001700*    CHARGES DEDUCTED AND NET REMITTED, A TOTAL PER FOUNDATION  *
001800*    - THE AMOUNT OWED TO IT - AND A GRAND TOTAL THAT TIES TO   *
001900*    THE GLIOLTAPAY CREDITS FOR THE PERIOD.                     *
002000*                                                               *
002100*    MODIFICATION HISTORY                                      *
002200*    ------------------------------------------------------    *
002300*    DATE       INIT  DESCRIPTION                              *
002400*    ---------  ----  -----------------------------------      *
002500*    2026-10-13  RLB  ORIGINAL.                                *
002600*                                                               *
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT IOLTAREM ASSIGN TO "IOLTAREM"
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS Ioltarem-File-Status.
003500
003600     SELECT SORTWK ASSIGN TO "SORTWK1".
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  IOLTAREM.
004100     COPY IOLTAREM.
004200
004300*    THE IOLTAREM LAYOUT, FIELD FOR FIELD.
004400 SD  SORTWK.
004500 01  IV-SORT-RECORD.
004600     05  IV-FOUNDATION-STATE         PIC X(02).
004700     05  IV-ACCOUNT-NUMBER           PIC X(10).
004800     05  IV-CUSTOMER-NUMBER          PIC X(10).
004900     05  IV-FIRM-NAME                PIC X(30).
005000     05  IV-REMIT-PERIOD             PIC 9(06).
005100     05  IV-POSTING-DATE             PIC 9(08).
005200     05  IV-AVERAGE-BALANCE          PIC S9(9)V99.
005300     05  IV-ANNUAL-RATE              PIC 9V9(6).
005400     05  IV-GROSS-INTEREST           PIC S9(6)V99.
005500     05  IV-CHARGES-DEDUCTED         PIC S9(6)V99.
005600     05  IV-NET-REMITTED             PIC S9(6)V99.
005700     05  FILLER                      PIC X(10).
005800
005900 WORKING-STORAGE SECTION.
006000 01  Ioltarem-File-Status            PIC XX.
006100     88  Ioltarem-OK                 VALUE "00".
006200     88  Ioltarem-EOF                VALUE "10".
006300
006400 01  Sort-EOF-Switch                 PIC X(01).
006500     88  Sort-EOF                    VALUE "Y".
006600     88  Sort-Not-EOF                VALUE "N".
006700
006800*    THE FILE IS CUMULATIVE; ONLY THE LATEST PERIOD ON IT IS
006900*    REPORTED.
007000 01  Report-Period                   PIC 9(06).
007100 01  Current-State                   PIC X(02).
007200 01  Edited-Balance                  PIC -(9)9.99.
007300 01  Edited-Amount                   PIC -(6)9.99.
007400 01  Edited-Total                    PIC -(9)9.99.
007500 01  Rate-Percent                    PIC 9(03)V9(4).
007600 01  Edited-Rate                     PIC ZZ9.9999.
007700
007800 01  State-Totals.
007900     05  State-Account-Count         PIC 9(7) COMP.
008000     05  State-Gross-Total           PIC S9(9)V99 COMP.
008100     05  State-Charges-Total         PIC S9(9)V99 COMP.
008200     05  State-Net-Total             PIC S9(9)V99 COMP.
008300
008400 01  Grand-Totals.
008500     05  Rows-Read                   PIC 9(7) COMP.
008600     05  Foundation-Count            PIC 9(7) COMP.
008700     05  Grand-Account-Count         PIC 9(7) COMP.
008800     05  Grand-Gross-Total           PIC S9(9)V99 COMP.
008900     05  Grand-Charges-Total         PIC S9(9)V99 COMP.
009000     05  Grand-Net-Total             PIC S9(9)V99 COMP.
009100
009200 PROCEDURE DIVISION.
009300
009400 0000-MAINLINE.
009500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
009600     SORT SORTWK
009700         ON ASCENDING KEY IV-FOUNDATION-STATE
009800         ON ASCENDING KEY IV-FIRM-NAME
009900         ON ASCENDING KEY IV-ACCOUNT-NUMBER
010000         USING IOLTAREM
010100         OUTPUT PROCEDURE IS 2000-PROCESS-SORTED
010200             THRU 2000-PROCESS-SORTED-EXIT
010300     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
010400     STOP RUN.
010500
010600*****************************************************************
010700*    A FIRST PASS FINDS THE LATEST REMITTANCE PERIOD ON THE     *
010800*    FILE - THE MONTH JUST SETTLED.                             *
010900*****************************************************************
011000 1000-INITIALIZE.
011100     MOVE ZERO TO Report-Period
011200     MOVE ZERO TO State-Totals
011300     MOVE ZERO TO Grand-Totals
011400     MOVE SPACES TO Current-State
011500     SET Sort-Not-EOF TO TRUE
011600     OPEN INPUT IOLTAREM
011700     IF NOT Ioltarem-OK
011800         DISPLAY "IOLTAREM open failed - " Ioltarem-File-Status
011900         MOVE 16 TO RETURN-CODE
012000         STOP RUN
012100     END-IF
012200     READ IOLTAREM
012300         AT END
012400             SET Ioltarem-EOF TO TRUE
012500     END-READ
012600     PERFORM 1100-FIND-PERIOD THRU 1100-FIND-PERIOD-EXIT
012700         UNTIL Ioltarem-EOF
012800     CLOSE IOLTAREM
012900     DISPLAY "IOLTA REMITTANCE REPORT - PERIOD " Report-Period
013000     DISPLAY "==========================================".
013100 1000-INITIALIZE-EXIT.
013200     EXIT.
013300
013400 1100-FIND-PERIOD.
013500     IF IL-REMIT-PERIOD > Report-Period
013600         MOVE IL-REMIT-PERIOD TO Report-Period
013700     END-IF
013800     READ IOLTAREM
013900         AT END
014000             SET Ioltarem-EOF TO TRUE
014100     END-READ.
014200 1100-FIND-PERIOD-EXIT.
014300     EXIT.
014400
014500 2000-PROCESS-SORTED.
014600     RETURN SORTWK
014700         AT END
014800             SET Sort-EOF TO TRUE
014900     END-RETURN
015000     PERFORM 2100-REPORT-ACCOUNT THRU 2100-REPORT-ACCOUNT-EXIT
015100         UNTIL Sort-EOF
015200     IF State-Account-Count > 0
015300         PERFORM 2200-PRINT-STATE-TOTAL
015400             THRU 2200-PRINT-STATE-TOTAL-EXIT
015500     END-IF.
015600 2000-PROCESS-SORTED-EXIT.
015700     EXIT.
015800
015900 2100-REPORT-ACCOUNT.
016000     ADD 1 TO Rows-Read
016100     IF IV-REMIT-PERIOD NOT = Report-Period
016200         GO TO 2100-RETURN-NEXT
016300     END-IF
016400     IF IV-FOUNDATION-STATE NOT = Current-State
016500         OR State-Account-Count = 0
016600         IF State-Account-Count > 0
016700             PERFORM 2200-PRINT-STATE-TOTAL
016800                 THRU 2200-PRINT-STATE-TOTAL-EXIT
016900         END-IF
017000         MOVE IV-FOUNDATION-STATE TO Current-State
017100         DISPLAY " "
017200         IF Current-State = SPACES
017300             DISPLAY "FOUNDATION STATE NOT ON FILE"
017400         ELSE
017500             DISPLAY "STATE BAR FOUNDATION - " Current-State
017600         END-IF
017700         DISPLAY "  FIRM                           ACCOUNT   "
017800             "   AVG BALANCE    RATE %      GROSS    "
017900             "CHARGES        NET"
018000     END-IF
018100
018200     COMPUTE Rate-Percent ROUNDED = IV-ANNUAL-RATE * 100
018300     MOVE Rate-Percent TO Edited-Rate
018400     MOVE IV-AVERAGE-BALANCE TO Edited-Balance
018500     DISPLAY "  " IV-FIRM-NAME " " IV-ACCOUNT-NUMBER
018600         " " Edited-Balance " " Edited-Rate
018700     MOVE IV-GROSS-INTEREST TO Edited-Amount
018800     DISPLAY "        GROSS " Edited-Amount WITH NO ADVANCING
018900     MOVE IV-CHARGES-DEDUCTED TO Edited-Amount
019000     DISPLAY "  CHARGES " Edited-Amount WITH NO ADVANCING
019100     MOVE IV-NET-REMITTED TO Edited-Amount
019200     DISPLAY "  NET REMITTED " Edited-Amount
019300
019400     ADD 1 TO State-Account-Count
019500     ADD IV-GROSS-INTEREST TO State-Gross-Total
019600     ADD IV-CHARGES-DEDUCTED TO State-Charges-Total
019700     ADD IV-NET-REMITTED TO State-Net-Total.
019800
019900 2100-RETURN-NEXT.
020000     RETURN SORTWK
020100         AT END
020200             SET Sort-EOF TO TRUE
020300     END-RETURN.
020400 2100-REPORT-ACCOUNT-EXIT.
020500     EXIT.
020600
020700 2200-PRINT-STATE-TOTAL.
020800     DISPLAY "  FOUNDATION " Current-State " TOTAL - ACCOUNTS "
020900         State-Account-Count
021000     MOVE State-Gross-Total TO Edited-Total
021100     DISPLAY "    Gross interest   - " Edited-Total
021200     MOVE State-Charges-Total TO Edited-Total
021300     DISPLAY "    Charges deducted - " Edited-Total
021400     MOVE State-Net-Total TO Edited-Total
021500     DISPLAY "    Net remitted     - " Edited-Total
021600
021700     ADD 1 TO Foundation-Count
021800     ADD State-Account-Count TO Grand-Account-Count
021900     ADD State-Gross-Total TO Grand-Gross-Total
022000     ADD State-Charges-Total TO Grand-Charges-Total
022100     ADD State-Net-Total TO Grand-Net-Total
022200     MOVE ZERO TO State-Totals.
022300 2200-PRINT-STATE-TOTAL-EXIT.
022400     EXIT.
022500
022600 9000-TERMINATE.
022700     DISPLAY " "
022800     DISPLAY "IOLTA REMITTANCE SUMMARY"
022900     DISPLAY "Rows read          - " Rows-Read
023000     DISPLAY "Foundations        - " Foundation-Count
023100     DISPLAY "Accounts remitted  - " Grand-Account-Count
023200     MOVE Grand-Gross-Total TO Edited-Total
023300     DISPLAY "Gross interest     - " Edited-Total
023400     MOVE Grand-Charges-Total TO Edited-Total
023500     DISPLAY "Charges deducted   - " Edited-Total
023600     MOVE Grand-Net-Total TO Edited-Total
023700     DISPLAY "Net remitted       - " Edited-Total.
023800 9000-TERMINATE-EXIT.
023900     EXIT.
