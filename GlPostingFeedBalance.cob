002100*    DATE       INIT  DESCRIPTION                              *
002200*    ---------  ----  -----------------------------------      *
002300*    2026-08-22  RLB  ORIGINAL.                                *
002301*    2026-10-15  RLB  READS THE RUN CONTROL BUSINESS DATE. ON  *
002302*                     THE LAST NIGHT OF THE MONTH A FEED THAT  *
002303*                     PROVES CLEAN REGISTERS THE MONTH'S GL    *
002304*                     DEBITS AND CREDITS ON CLOSECTL           *
002305*                     (MONTHENDCLOSECONTROL) FOR THE CLOSE     *
002306*                     CERTIFICATION; A MONTH-END BALANCE FOR A *
002307*                     CLOSED OR ALREADY BALANCED MONTH IS      *
002308*                     REFUSED RC=12.                           *
002400*                                                               *
002500*****************************************************************

003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS Glpost-File-Status.

003110     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
003120         ORGANIZATION IS SEQUENTIAL
003130         FILE STATUS IS Runctlin-File-Status.

003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  GLPOST.
003500     COPY GLPOST.

003510 FD  RUNCTLIN.
003520     COPY RUNCTL REPLACING
003530         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
003540         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
003550         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
003560         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.

003600 WORKING-STORAGE SECTION.
003700 01  Glpost-File-Status              PIC XX.
003800     88  Glpost-OK                   VALUE "00".
003900     88  Glpost-EOF                  VALUE "10".
003910 01  Runctlin-File-Status            PIC XX.
003920     88  Runctlin-OK                 VALUE "00".
003930     88  Runctlin-Not-Found          VALUE "35".

003940 01  Posting-Date                    PIC 9(08).
003945 01  Tomorrow-Integer-Date           PIC 9(07).
003950 01  Tomorrow-Date                   PIC 9(08).
003955 01  Month-End-Switch                PIC X(01).
003960     88  Is-Month-End                VALUE "Y".
003965     88  Not-Month-End               VALUE "N".
003970 01  Run-Refused-Switch              PIC X(01).
003975     88  Run-Was-Refused             VALUE "Y".
003980     88  Run-Not-Refused             VALUE "N".
003982*    ON THE LAST NIGHT OF THE MONTH THE BALANCED FEED IS
003984*    REGISTERED ON THE MONTH-END CLOSE CONTROL (CLOSECTL)
003986*    THROUGH MONTHENDCLOSECONTROL WITH THE MONTH'S GL TOTALS.
003988 01  Close-Control-Request.
003990     05  Close-Action                PIC X(01).
003991     05  Close-Item-Count            PIC 9(09).
003992     05  Close-Debit-Total           PIC S9(11)V99.
003993     05  Close-Credit-Total          PIC S9(11)V99.
003994     05  Close-Result                PIC X(01).
003995         88  Close-Run-Allowed       VALUE "Y" "U".
003996         88  Close-Month-Closed      VALUE "C".
003997         88  Close-Step-Complete     VALUE "D".

004000 01  Date-Total-Table.
004100     05  Date-Total-Count            PIC 9(03) COMP.
006600     05  Grand-Credit-Total          PIC S9(11)V99.
006700     05  Dates-Out-Of-Balance        PIC 9(03) COMP.
006800     05  Table-Overflow-Count        PIC 9(03) COMP.
006810     05  Month-Entries-Read          PIC 9(9) COMP.
006820     05  Month-Debit-Total           PIC S9(11)V99.
006830     05  Month-Credit-Total          PIC S9(11)V99.

006900 01  Edited-Total                    PIC -(11)9.99.
007000 01  Edited-Total-2                  PIC -(11)9.99.
007200 0000-MAINLINE.
007300     CALL "BatchStepTimer" USING "STEP028", "S"
007400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
007450     IF Run-Not-Refused
007500         PERFORM 2000-ACCUMULATE-ENTRY
007600             THRU 2000-ACCUMULATE-ENTRY-EXIT
007700             UNTIL Glpost-EOF
007800         PERFORM 3000-PRINT-JOURNAL THRU 3000-PRINT-JOURNAL-EXIT
007900         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
007950     ELSE
007960         MOVE 12 TO RETURN-CODE
007970     END-IF
008000     CALL "BatchStepTimer" USING "STEP028", "E"
008100     IF Dates-Out-Of-Balance > 0
008200         OR Table-Overflow-Count > 0
008500     STOP RUN.

008600 1000-INITIALIZE.
008610*> The business date from the run control record says whether
008620*> tonight is the month-end balance the close certification
008630*> needs; a month-end balance may be taken only once.
008640     OPEN INPUT RUNCTLIN
008650     IF Runctlin-OK
008660         READ RUNCTLIN
008670             AT END
008680                 SET Runctlin-Not-Found TO TRUE
008690         END-READ
008691     END-IF
008692     IF Runctlin-OK
008693         MOVE RI-BUSINESS-DATE TO Posting-Date
008694         CLOSE RUNCTLIN
008695     ELSE
008696         ACCEPT Posting-Date FROM DATE YYYYMMDD
008697     END-IF
008698     SET Run-Not-Refused TO TRUE
008699     COMPUTE Tomorrow-Integer-Date =
008700         FUNCTION INTEGER-OF-DATE(Posting-Date) + 1
008701     MOVE FUNCTION DATE-OF-INTEGER(Tomorrow-Integer-Date)
008702         TO Tomorrow-Date
008703     IF Tomorrow-Date(5:2) = Posting-Date(5:2)
008704         SET Not-Month-End TO TRUE
008705     ELSE
008706         SET Is-Month-End TO TRUE
008707         PERFORM 1100-CHECK-CLOSE THRU 1100-CHECK-CLOSE-EXIT
008708     END-IF
008709     IF Run-Was-Refused
008710         GO TO 1000-INITIALIZE-EXIT
008711     END-IF
008712     OPEN INPUT GLPOST
008800     MOVE ZERO TO Date-Total-Count
008900                  Code-Total-Count
009000                  Source-Total-Count
009300                  Grand-Credit-Total
009400                  Dates-Out-Of-Balance
009500                  Table-Overflow-Count
009510                  Month-Entries-Read
009520                  Month-Debit-Total
009530                  Month-Credit-Total
009600     READ GLPOST
009700         AT END
009800             SET Glpost-EOF TO TRUE
010000 1000-INITIALIZE-EXIT.
010100     EXIT.

010110 1100-CHECK-CLOSE.
010120     MOVE "C" TO Close-Action
010130     MOVE ZERO TO Close-Item-Count
010140                  Close-Debit-Total
010150                  Close-Credit-Total
010160     CALL "MonthEndCloseControl" USING "STEP028", Posting-Date,
010170         Close-Action, Close-Item-Count, Close-Debit-Total,
010180         Close-Credit-Total, Close-Result
010190     IF Close-Run-Allowed
010191         GO TO 1100-CHECK-CLOSE-EXIT
010192     END-IF
010193     SET Run-Was-Refused TO TRUE
010194     IF Close-Month-Closed
010195         DISPLAY "MONTH " Posting-Date (1:6)
010196             " IS CLOSED - MONTH-END GL BALANCE REFUSED."
010197     ELSE
010198         DISPLAY "MONTH-END GL BALANCE ALREADY TAKEN FOR MONTH "
010199             Posting-Date (1:6) " - RUN REFUSED."
010200     END-IF
010201     DISPLAY "An officer must reopen the month first.".
010202 1100-CHECK-CLOSE-EXIT.
010203     EXIT.

010210 2000-ACCUMULATE-ENTRY.
010300     ADD 1 TO Entries-Read
010400     IF GL-Is-Debit
010500         ADD GL-ENTRY-AMOUNT TO Grand-Debit-Total
010600     ELSE
010700         ADD GL-ENTRY-AMOUNT TO Grand-Credit-Total
010800     END-IF
010810     IF Is-Month-End
010820         AND GL-POSTING-DATE (1:6) = Posting-Date (1:6)
010830         ADD 1 TO Month-Entries-Read
010840         IF GL-Is-Debit
010850             ADD GL-ENTRY-AMOUNT TO Month-Debit-Total
010860         ELSE
010870             ADD GL-ENTRY-AMOUNT TO Month-Credit-Total
010880         END-IF
010890     END-IF
010900     PERFORM 2100-POST-DATE-TOTAL
011000         THRU 2100-POST-DATE-TOTAL-EXIT
011100     PERFORM 2200-POST-CODE-TOTAL
029000     DISPLAY "Dates not proved  - " Table-Overflow-Count
029100     IF Dates-Out-Of-Balance > 0
029200         DISPLAY "** FEED IS OUT OF BALANCE - HELD FROM GL **"
029300     END-IF
029310     IF Is-Month-End
029320         PERFORM 8500-REGISTER-CLOSE THRU 8500-REGISTER-CLOSE-EXIT
029330     END-IF.
029400 9000-TERMINATE-EXIT.
029500     EXIT.

029600*****************************************************************
029700*    ONLY A FEED THAT PROVED CLEAN COMPLETES THE MONTH-END      *
029800*    BALANCE. THE MONTH'S DEBITS AND CREDITS GO ON CLOSECTL FOR *
029900*    THE CERTIFICATION TO TIE BACK TO GLPOST.                   *
030000*****************************************************************
030100 8500-REGISTER-CLOSE.
030200     IF Dates-Out-Of-Balance > 0
030300         OR Table-Overflow-Count > 0
030400         DISPLAY "Month-end balance not registered - the feed"
030500             " did not prove."
030600         GO TO 8500-REGISTER-CLOSE-EXIT
030700     END-IF
030800     MOVE "R" TO Close-Action
030900     MOVE Month-Entries-Read TO Close-Item-Count
031000     MOVE Month-Debit-Total TO Close-Debit-Total
031100     MOVE Month-Credit-Total TO Close-Credit-Total
031200     CALL "MonthEndCloseControl" USING "STEP028", Posting-Date,
031300         Close-Action, Close-Item-Count, Close-Debit-Total,
031400         Close-Credit-Total, Close-Result
031500     MOVE Month-Debit-Total TO Edited-Total
031600     MOVE Month-Credit-Total TO Edited-Total-2
031700     DISPLAY "Month " Posting-Date (1:6) " DR " Edited-Total
031800         "  CR " Edited-Total-2 " registered for close.".
031900 8500-REGISTER-CLOSE-EXIT.
032000     EXIT.
