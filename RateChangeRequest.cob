000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RateChangeRequest.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-10.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    RATECHANGEREQUEST                                          *
001100*                                                               *
001200*    THE "MAKER" HALF OF MAKER-CHECKER CONTROL OVER RATESHT,    *
001300*    THE PRODUCT INTEREST RATE SHEET. STAGES EACH RATETRAN      *
001400*    REQUEST IN RATEPEND ONLY - IT NEVER TOUCHES THE LIVE RATE  *
001500*    SHEET. A NEW SET OF TIERS DOES NOT TAKE EFFECT UNTIL A     *
001600*    SECOND PERSON APPROVES IT THROUGH RATECHANGEAPPROVAL.      *
001700*    A REQUEST IS REFUSED WHEN THE MAKER IS NOT AN ACTIVE       *
001800*    SUPERVISOR, THE METHOD IS NOT T OR B, THE TIER COUNT IS    *
001900*    NOT 1 TO 5, THE FLOORS DO NOT RISE, OR THE EFFECTIVE DATE  *
002000*    IS ALREADY PAST.                                           *
002100*                                                               *
002200*    MODIFICATION HISTORY                                      *
002300*    ------------------------------------------------------    *
002400*    DATE       INIT  DESCRIPTION                              *
002500*    ---------  ----  -----------------------------------      *
002600*    2026-10-10  RLB  ORIGINAL.                                *
002700*                                                               *
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT RATETRAN ASSIGN TO "RATETRAN"
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS Ratetran-File-Status.
003600
003700     SELECT RATEPEND ASSIGN TO "RATEPEND"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS PR-PRODUCT-CODE
004100         FILE STATUS IS Ratepend-File-Status.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  RATETRAN.
004600     COPY RATETRAN.
004700
004800 FD  RATEPEND.
004900     COPY RATEPEND.
005000
005100 WORKING-STORAGE SECTION.
005200 01  Ratetran-File-Status            PIC XX.
005300     88  Ratetran-OK                 VALUE "00".
005400     88  Ratetran-EOF                VALUE "10".
005500
005600 01  Ratepend-File-Status            PIC XX.
005700     88  Ratepend-OK                 VALUE "00".
005800     88  Ratepend-Not-On-File        VALUE "23".
005900
006000 01  Request-Counters.
006100     05  Requests-Read-Count         PIC 9(7) COMP.
006200     05  Requests-Staged-Count       PIC 9(7) COMP.
006300     05  Requests-Rejected-Count     PIC 9(7) COMP.
006400
006500 77  Supervisor-Level                PIC 9(01) VALUE 2.
006600 01  Auth-Result                     PIC X(01).
006700     88  Operator-Authorized         VALUE "Y".
006800     88  Operator-Denied             VALUE "N".
006900
007000 01  Run-Date                        PIC 9(08).
007100 77  Tier-Index                      PIC 9(02) COMP.
007200 01  Tier-Edit-Switch                PIC X(01).
007300     88  Tiers-Are-Good              VALUE "Y".
007400     88  Tiers-Are-Bad               VALUE "N".
007500
007600 PROCEDURE DIVISION.
007700
007800 0000-MAINLINE.
007900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
008000     PERFORM 2000-STAGE-REQUEST THRU 2000-STAGE-REQUEST-EXIT
008100         UNTIL Ratetran-EOF
008200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
008300     STOP RUN.
008400
008500 1000-INITIALIZE.
008600     OPEN INPUT RATETRAN
008700     OPEN I-O RATEPEND
008800     MOVE ZERO TO Request-Counters
008900     ACCEPT Run-Date FROM DATE YYYYMMDD
009000     READ RATETRAN
009100         AT END
009200             SET Ratetran-EOF TO TRUE
009300     END-READ.
009400 1000-INITIALIZE-EXIT.
009500     EXIT.
009600
009700 2000-STAGE-REQUEST.
009800     ADD 1 TO Requests-Read-Count
009900*> The maker must really be an active supervisor on OPERSEC -
010000*> the control is only as honest as this check.
010100     CALL "OperatorAuthorize" USING RQ-REQUESTED-BY,
010200         Supervisor-Level, Auth-Result
010300     IF Operator-Denied
010400         ADD 1 TO Requests-Rejected-Count
010500         DISPLAY RQ-PRODUCT-CODE ": Request by "
010600             RQ-REQUESTED-BY " refused - not authorized."
010700         GO TO 2000-READ-NEXT
010800     END-IF
010900     PERFORM 2100-EDIT-TIERS THRU 2100-EDIT-TIERS-EXIT
011000     IF Tiers-Are-Bad
011100         ADD 1 TO Requests-Rejected-Count
011200         GO TO 2000-READ-NEXT
011300     END-IF
011400     MOVE RQ-PRODUCT-CODE TO PR-PRODUCT-CODE
011500     MOVE RQ-EFFECTIVE-DATE TO PR-EFFECTIVE-DATE
011600     MOVE RQ-CALC-METHOD TO PR-CALC-METHOD
011700     MOVE RQ-TIER-COUNT TO PR-TIER-COUNT
011800     PERFORM 2200-COPY-TIER THRU 2200-COPY-TIER-EXIT
011900         VARYING Tier-Index FROM 1 BY 1
012000         UNTIL Tier-Index > 5
012100     MOVE RQ-REQUESTED-BY TO PR-REQUESTED-BY
012200     SET PR-STATUS-PENDING TO TRUE
012300
012400     READ RATEPEND
012500         INVALID KEY
012600             WRITE PR-RATE-PENDING-RECORD
012700             ADD 1 TO Requests-Staged-Count
012800             DISPLAY RQ-PRODUCT-CODE
012900                 ": Rate sheet change staged for approval."
013000         NOT INVALID KEY
013100             REWRITE PR-RATE-PENDING-RECORD
013200             ADD 1 TO Requests-Staged-Count
013300             DISPLAY RQ-PRODUCT-CODE
013400                 ": Rate sheet change replaces prior pending "
013500                 "request for this product."
013600     END-READ.
013700
013800 2000-READ-NEXT.
013900     READ RATETRAN
014000         AT END
014100             SET Ratetran-EOF TO TRUE
014200     END-READ.
014300 2000-STAGE-REQUEST-EXIT.
014400     EXIT.
014500
014600*****************************************************************
014700*    A SHEET THE INTEREST ROUTINE CANNOT WORK IS REFUSED HERE,  *
014800*    BEFORE A CHECKER EVER SEES IT.                             *
014900*****************************************************************
015000 2100-EDIT-TIERS.
015100     SET Tiers-Are-Good TO TRUE
015200     IF NOT RQ-METHOD-TIERED AND NOT RQ-METHOD-BLENDED
015300         SET Tiers-Are-Bad TO TRUE
015400         DISPLAY RQ-PRODUCT-CODE
015500             ": Method must be T (tiered) or B (blended)."
015600         GO TO 2100-EDIT-TIERS-EXIT
015700     END-IF
015800     IF RQ-TIER-COUNT < 1 OR RQ-TIER-COUNT > 5
015900         SET Tiers-Are-Bad TO TRUE
016000         DISPLAY RQ-PRODUCT-CODE ": Tier count must be 1 to 5."
016100         GO TO 2100-EDIT-TIERS-EXIT
016200     END-IF
016300     IF RQ-EFFECTIVE-DATE < Run-Date
016400         SET Tiers-Are-Bad TO TRUE
016500         DISPLAY RQ-PRODUCT-CODE ": Effective date "
016600             RQ-EFFECTIVE-DATE " is already past."
016700         GO TO 2100-EDIT-TIERS-EXIT
016800     END-IF
016900     PERFORM 2110-EDIT-FLOOR THRU 2110-EDIT-FLOOR-EXIT
017000         VARYING Tier-Index FROM 2 BY 1
017100         UNTIL Tier-Index > RQ-TIER-COUNT.
017200 2100-EDIT-TIERS-EXIT.
017300     EXIT.
017400
017500 2110-EDIT-FLOOR.
017600     IF RQ-TIER-FLOOR (Tier-Index) NOT >
017700             RQ-TIER-FLOOR (Tier-Index - 1)
017800         SET Tiers-Are-Bad TO TRUE
017900         DISPLAY RQ-PRODUCT-CODE ": Tier " Tier-Index
018000             " floor does not rise above the tier below it."
018100     END-IF.
018200 2110-EDIT-FLOOR-EXIT.
018300     EXIT.
018400
018500*> Tiers past the count are carried as zero so they can never
018600*> be mistaken for live ones.
018700 2200-COPY-TIER.
018800     IF Tier-Index > RQ-TIER-COUNT
018900         MOVE ZERO TO PR-TIER-FLOOR (Tier-Index)
019000                      PR-TIER-RATE (Tier-Index)
019100     ELSE
019200         MOVE RQ-TIER-FLOOR (Tier-Index)
019300             TO PR-TIER-FLOOR (Tier-Index)
019400         MOVE RQ-TIER-RATE (Tier-Index)
019500             TO PR-TIER-RATE (Tier-Index)
019600     END-IF.
019700 2200-COPY-TIER-EXIT.
019800     EXIT.
019900
020000 9000-TERMINATE.
020100     CLOSE RATETRAN
020200     CLOSE RATEPEND
020300     DISPLAY "Requests read  : " Requests-Read-Count
020400     DISPLAY "Requests staged: " Requests-Staged-Count
020500     DISPLAY "Refused        : " Requests-Rejected-Count.
020600 9000-TERMINATE-EXIT.
020700     EXIT.
