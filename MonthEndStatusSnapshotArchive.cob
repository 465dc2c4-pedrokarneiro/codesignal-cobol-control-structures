002804*                     THE LIVE MASTER, SO THE MASTER IS          *
002805*                     RELEASED EARLIER AND THE REPORT STEPS      *
002806*                     CAN RUN IN PARALLEL.                       *
002807*    2026-10-15  RLB  THE SNAPSHOT IS NOW DATED BY THE RUN       *
002808*                     CONTROL BUSINESS DATE, NOT THE CLOCK.      *
002809*                     REGISTERS ITS COMPLETION ON CLOSECTL       *
002810*                     (MONTHENDCLOSECONTROL) FOR THE MONTH-END   *
002811*                     CLOSE CERTIFICATION; A RUN FOR A CLOSED OR *
002812*                     ALREADY ARCHIVED MONTH IS REFUSED RC=12.   *
002800*                                                               *
002900*****************************************************************
003000
004600     SELECT STATARCH ASSIGN TO "STATARCH"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS Statarch-File-Status.

004820     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
004840         ORGANIZATION IS SEQUENTIAL
004860         FILE STATUS IS Runctlin-File-Status.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005700
005800 FD  STATARCH.
005900     COPY STATARCH.

005910 FD  RUNCTLIN.
005920     COPY RUNCTL REPLACING
005930         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
005940         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
005950         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
005960         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.
006000
006100 WORKING-STORAGE SECTION.
006200 01  Acctmstr-File-Status             PIC XX.
006900
007000 01  Statarch-File-Status             PIC XX.
007100     88  Statarch-OK                  VALUE "00".
007120 01  Runctlin-File-Status             PIC XX.
007140     88  Runctlin-OK                  VALUE "00".
007160     88  Runctlin-Not-Found           VALUE "35".
007200
007300 01  Snapshot-Date                    PIC 9(08).
007400 01  Customer-Trust-Score             PIC 9(01).
007440 01  Month-End-Switch                 PIC X(01).
007450     88  Is-Month-End                 VALUE "Y".
007460     88  Is-Not-Month-End             VALUE "N".
007462     88  Month-End-Refused            VALUE "X".

007464*    THE ARCHIVE ANSWERS TO THE MONTH-END CLOSE CONTROL
007466*    (CLOSECTL) THROUGH MONTHENDCLOSECONTROL UNDER ITS STEP NAME.
007468 01  Close-Control-Request.
007470     05  Close-Action                 PIC X(01).
007472     05  Close-Item-Count             PIC 9(09).
007474     05  Close-Debit-Total            PIC S9(11)V99.
007476     05  Close-Credit-Total           PIC S9(11)V99.
007478     05  Close-Result                 PIC X(01).
007480         88  Close-Run-Allowed        VALUE "Y" "U".
007482         88  Close-Month-Closed       VALUE "C".
007484         88  Close-Step-Complete      VALUE "D".
007500
007600 01  Archive-Counters.
007700     05  Accounts-Archived            PIC 9(7) COMP.
008400             UNTIL Acctmstr-EOF
008450         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
008460     ELSE
008464         CLOSE RPTSNAP
008468         CLOSE STATARCH
008472         IF Month-End-Refused
008476             MOVE 12 TO RETURN-CODE
008480         ELSE
008484             DISPLAY "MONTH-END STATUS SNAPSHOT ARCHIVE - "
008488                 Snapshot-Date " is not month-end - skipping."
008492             MOVE 4 TO RETURN-CODE
008496         END-IF
008498     END-IF
008550     CALL "BatchStepTimer" USING "STEP060", "E"
008600     STOP RUN.
008800 1000-INITIALIZE.
008900     OPEN INPUT RPTSNAP
009100     OPEN EXTEND STATARCH
009110*> The snapshot is dated by the business date from the run
009120*> control record, so it is the month the close control holds.
009130     OPEN INPUT RUNCTLIN
009140     IF Runctlin-OK
009150         READ RUNCTLIN
009160             AT END
009170                 SET Runctlin-Not-Found TO TRUE
009180         END-READ
009190     END-IF
009200     IF Runctlin-OK
009210         MOVE RI-BUSINESS-DATE TO Snapshot-Date
009220         CLOSE RUNCTLIN
009230     ELSE
009240         ACCEPT Snapshot-Date FROM DATE YYYYMMDD
009250     END-IF
009300     MOVE 0 TO Accounts-Archived
009310     COMPUTE Snapshot-Integer-Date =
009320         FUNCTION INTEGER-OF-DATE(Snapshot-Date)
009370     ELSE
009380         SET Is-Not-Month-End TO TRUE
009390     END-IF
009392     IF Is-Month-End
009394         PERFORM 1100-CHECK-CLOSE THRU 1100-CHECK-CLOSE-EXIT
009396     END-IF
009400     IF Is-Month-End
009500         READ RPTSNAP
009600             AT END
009630     END-IF.
009800 1000-INITIALIZE-EXIT.
009900     EXIT.

009904*> A closed month, or one already archived, is refused.
009908 1100-CHECK-CLOSE.
009912     MOVE "C" TO Close-Action
009916     MOVE ZERO TO Close-Item-Count
009920                  Close-Debit-Total
009924                  Close-Credit-Total
009928     CALL "MonthEndCloseControl" USING "STEP060", Snapshot-Date,
009932         Close-Action, Close-Item-Count, Close-Debit-Total,
009936         Close-Credit-Total, Close-Result
009940     IF Close-Run-Allowed
009944         GO TO 1100-CHECK-CLOSE-EXIT
009948     END-IF
009952     SET Month-End-Refused TO TRUE
009956     IF Close-Month-Closed
009960         DISPLAY "MONTH-END STATUS SNAPSHOT ARCHIVE - MONTH "
009964             Snapshot-Date(1:6) " IS CLOSED - RUN REFUSED."
009968     ELSE
009972         DISPLAY "MONTH-END STATUS SNAPSHOT ARCHIVE - MONTH "
009976             Snapshot-Date(1:6) " ALREADY ARCHIVED - RUN REFUSED."
009980     END-IF
009984     DISPLAY "An officer must reopen the month first.".
009988 1100-CHECK-CLOSE-EXIT.
009992     EXIT.
010000
010100 2000-ARCHIVE-ACCOUNT.
010200*> The snapshot already carries the joined trust score.
012900     CLOSE STATARCH
013000     DISPLAY "MONTH-END STATUS SNAPSHOT ARCHIVE SUMMARY"
013100     DISPLAY "Snapshot date       - " Snapshot-Date
013200     DISPLAY "Accounts archived   - " Accounts-Archived
013210*> The archive carries no GL; it registers the accounts archived.
013220     MOVE "R" TO Close-Action
013230     MOVE Accounts-Archived TO Close-Item-Count
013240     MOVE ZERO TO Close-Debit-Total
013250                  Close-Credit-Total
013260     CALL "MonthEndCloseControl" USING "STEP060", Snapshot-Date,
013270         Close-Action, Close-Item-Count, Close-Debit-Total,
013280         Close-Credit-Total, Close-Result.
013300 9000-TERMINATE-EXIT.
013400     EXIT.
