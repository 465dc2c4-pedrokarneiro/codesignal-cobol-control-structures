002488*                     A NON-MONTH-END RUN DISPLAYS A SKIP        *
002490*                     NOTICE AND EXITS INSTEAD OF PRODUCING A    *
002492*                     REPORT EVERY NIGHT.                        *
002493*    2026-10-15  RLB  THE REPORT MONTH IS NOW THE RUN CONTROL    *
002494*                     BUSINESS DATE'S, NOT THE CLOCK'S.          *
002495*                     REGISTERS ITS COMPLETION ON CLOSECTL       *
002496*                     (MONTHENDCLOSECONTROL) FOR THE MONTH-END   *
002497*                     CLOSE CERTIFICATION; A RUN FOR A CLOSED OR *
002498*                     ALREADY REPORTED MONTH IS REFUSED RC=12.   *
002500*                                                               *
002600*****************************************************************
002700
003100     SELECT STATAUD ASSIGN TO "STATAUD"
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS Stataud-File-Status.

003320     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
003340         ORGANIZATION IS SEQUENTIAL
003360         FILE STATUS IS Runctlin-File-Status.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  STATAUD.
003800     COPY STATAUD.

003810 FD  RUNCTLIN.
003820     COPY RUNCTL REPLACING
003830         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
003840         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
003850         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
003860         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.
003900
004000 WORKING-STORAGE SECTION.
004100 01  Stataud-File-Status             PIC XX.
004200     88  Stataud-OK                  VALUE "00".
004300     88  Stataud-EOF                 VALUE "10".
004320 01  Runctlin-File-Status            PIC XX.
004340     88  Runctlin-OK                 VALUE "00".
004360     88  Runctlin-Not-Found          VALUE "35".
004400
004500 01  Run-Date                        PIC 9(08).
004600 01  Report-Month                    PIC 9(06).
004740 01  Month-End-Switch                PIC X(01).
004750     88  Is-Month-End                VALUE "Y".
004760     88  Is-Not-Month-End            VALUE "N".
004762     88  Month-End-Refused           VALUE "X".

004764*    THE REPORT ANSWERS TO THE MONTH-END CLOSE CONTROL
004766*    (CLOSECTL) THROUGH MONTHENDCLOSECONTROL UNDER ITS STEP NAME.
004768 01  Close-Control-Request.
004770     05  Close-Action                PIC X(01).
004772     05  Close-Item-Count            PIC 9(09).
004774     05  Close-Debit-Total           PIC S9(11)V99.
004776     05  Close-Credit-Total          PIC S9(11)V99.
004778     05  Close-Result                PIC X(01).
004780         88  Close-Run-Allowed       VALUE "Y" "U".
004782         88  Close-Month-Closed      VALUE "C".
004784         88  Close-Step-Complete     VALUE "D".
004786 01  Transitions-Tallied             PIC 9(7) COMP.
004800
004900 01  Movement-Totals.
005000     05  GS-TO-HB-COUNT              PIC 9(7) COMP.
006900             UNTIL Stataud-EOF
006950         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
006960     ELSE
006964         IF Month-End-Refused
006968             CLOSE STATAUD
006972             MOVE 12 TO RETURN-CODE
006976         ELSE
006980             DISPLAY "TIER MOVEMENT REPORT - " Run-Date
006984                 " is not month-end - skipping."
006988             CLOSE STATAUD
006992             MOVE 4 TO RETURN-CODE
006996         END-IF
006998     END-IF
007050     CALL "BatchStepTimer" USING "STEP050", "E"
007100     STOP RUN.
007200
007300 1000-INITIALIZE.
007400     OPEN INPUT STATAUD
007410*> The month reported on is the business date's, from the run
007420*> control record, so it is the month the close control holds.
007430     OPEN INPUT RUNCTLIN
007440     IF Runctlin-OK
007450         READ RUNCTLIN
007460             AT END
007470                 SET Runctlin-Not-Found TO TRUE
007480         END-READ
007490     END-IF
007500     IF Runctlin-OK
007510         MOVE RI-BUSINESS-DATE TO Run-Date
007520         CLOSE RUNCTLIN
007530     ELSE
007540         ACCEPT Run-Date FROM DATE YYYYMMDD
007550     END-IF
007560     MOVE 0 TO Transitions-Tallied
007600     MOVE Run-Date(1:6) TO Report-Month
007700     MOVE ZERO TO Movement-Totals
007710     COMPUTE Run-Integer-Date = FUNCTION INTEGER-OF-DATE(Run-Date)
007760     ELSE
007770         SET Is-Not-Month-End TO TRUE
007780     END-IF
007785     IF Is-Month-End
007790         PERFORM 1100-CHECK-CLOSE THRU 1100-CHECK-CLOSE-EXIT
007795     END-IF
007800     IF Is-Month-End
007900         READ STATAUD
008000             AT END
008030     END-IF.
008200 1000-INITIALIZE-EXIT.
008300     EXIT.

008304*> A closed month, or one already reported, is refused.
008308 1100-CHECK-CLOSE.
008312     MOVE "C" TO Close-Action
008316     MOVE ZERO TO Close-Item-Count
008320                  Close-Debit-Total
008324                  Close-Credit-Total
008328     CALL "MonthEndCloseControl" USING "STEP050", Run-Date,
008332         Close-Action, Close-Item-Count, Close-Debit-Total,
008336         Close-Credit-Total, Close-Result
008340     IF Close-Run-Allowed
008344         GO TO 1100-CHECK-CLOSE-EXIT
008348     END-IF
008352     SET Month-End-Refused TO TRUE
008356     IF Close-Month-Closed
008360         DISPLAY "TIER MOVEMENT REPORT - MONTH " Report-Month
008364             " IS CLOSED - RUN REFUSED."
008368     ELSE
008372         DISPLAY "TIER MOVEMENT REPORT - MONTH " Report-Month
008376             " ALREADY REPORTED - RUN REFUSED."
008380     END-IF
008384     DISPLAY "An officer must reopen the month first.".
008388 1100-CHECK-CLOSE-EXIT.
008392     EXIT.
008400
008500 2000-TALLY-MOVEMENT.
008600     MOVE SA-RUN-DATE(1:6) TO Record-Month
008700     IF Record-Month = Report-Month
008720         ADD 1 TO Transitions-Tallied
008750         PERFORM 2100-CLASSIFY-MOVEMENT
008800             THRU 2100-CLASSIFY-MOVEMENT-EXIT
008900     END-IF
015500     DISPLAY "Overdrawn     -> High Balance : " OD-TO-HB-COUNT
015600     DISPLAY "Overdrawn     -> Low Balance  : " OD-TO-LB-COUNT
015700     DISPLAY "Other/unrecognized transitions: "
015800         OTHER-TRANSITIONS-COUNT
015810*> The report carries no GL; it registers the transitions read.
015820     MOVE "R" TO Close-Action
015830     MOVE Transitions-Tallied TO Close-Item-Count
015840     MOVE ZERO TO Close-Debit-Total
015850                  Close-Credit-Total
015860     CALL "MonthEndCloseControl" USING "STEP050", Run-Date,
015870         Close-Action, Close-Item-Count, Close-Debit-Total,
015880         Close-Credit-Total, Close-Result.
015900 9000-TERMINATE-EXIT.
016000     EXIT.
