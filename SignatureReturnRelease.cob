000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SignatureReturnRelease.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-09-28.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    SIGNATURERETURNRELEASE                                     *
001100*                                                               *
001200*    NIGHTLY STEP AHEAD OF RETURNEDITEMPROCESSING. WORKS THE    *
001300*    SIGNATURE-VERIFICATION QUEUE OFF:                          *
001400*      - A CHECK THE REVIEWER REJECTED IS WRITTEN TO THE        *
001500*        SIGRTN FILE IN THE RETITEM LAYOUT, MARKED AS ONE OF    *
001600*        OUR OWN PAID CHECKS, SO RETURNEDITEMPROCESSING         *
001700*        RETURNS IT AND REVERSES THE POSTING.                   *
001800*      - A CHECK STILL UNREVIEWED WHEN ITS RETURN DEADLINE      *
001900*        ARRIVES CAN NO LONGER BE RETURNED; IT IS MARKED AGED   *
002000*        AND LISTED ON THE BRANCH MANAGER'S EXCEPTION REPORT,   *
002100*        ARCHIVED UNDER ITS BRANCH THROUGH REPORTARCHIVEWRITE.  *
002200*    CLOSED ROWS ARE KEPT FOR THE RETENTION WINDOW SO A LATE    *
002300*    QUESTION CAN STILL BE ANSWERED, THEN PURGED.               *
002400*                                                               *
002500*    MODIFICATION HISTORY                                      *
002600*    ------------------------------------------------------    *
002700*    DATE       INIT  DESCRIPTION                              *
002800*    ---------  ----  -----------------------------------      *
002900*    2026-09-28  RLB  ORIGINAL.                                *
003000*                                                               *
003100*****************************************************************
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT SIGQ ASSIGN TO "SIGQ"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS VQ-TRACE-ID
004000         FILE STATUS IS Sigq-File-Status.
004100
004200     SELECT SIGRTN ASSIGN TO "SIGRTN"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS Sigrtn-File-Status.
004500
004600     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS Runctlin-File-Status.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  SIGQ.
005300     COPY SIGQ.
005400
005500 FD  SIGRTN.
005600     COPY RETITEM.
005700
005800 FD  RUNCTLIN.
005900     COPY RUNCTL REPLACING
006000         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
006100         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
006200         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
006300         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.
006400
006500 WORKING-STORAGE SECTION.
006600 01  Sigq-File-Status                PIC XX.
006700     88  Sigq-OK                     VALUE "00".
006800     88  Sigq-EOF                    VALUE "10".
006900 01  Sigrtn-File-Status              PIC XX.
007000     88  Sigrtn-OK                   VALUE "00".
007100 01  Runctlin-File-Status            PIC XX.
007200     88  Runctlin-OK                 VALUE "00".
007300     88  Runctlin-Not-Found          VALUE "35".
007400
007500*    CALENDAR DAYS A CLOSED ROW STAYS ON THE QUEUE.
007600 77  Close-Retention-Days            PIC 9(03) VALUE 30.
007700 77  Archive-Report-Id               PIC X(08) VALUE "SIGEXCPT".
007800 01  Archive-Branch                  PIC X(04).
007900 01  Archive-Line                    PIC X(80).
008000 01  Exception-Line-Work.
008100     05  EW-ACCOUNT-NUMBER           PIC X(10).
008200     05  FILLER                      PIC X(08) VALUE "  CHECK ".
008300     05  EW-SERIAL-NUMBER            PIC X(06).
008400     05  FILLER                      PIC X(06) VALUE "  AMT ".
008500     05  EW-CHECK-AMOUNT             PIC Z(5)9.
008600     05  FILLER                      PIC X(07) VALUE "  PAID ".
008700     05  EW-PAID-DATE                PIC 9(08).
008800     05  FILLER                      PIC X(06) VALUE "  DUE ".
008900     05  EW-DEADLINE-DATE            PIC 9(08).
009000     05  FILLER                      PIC X(02) VALUE SPACES.
009100     05  EW-QUEUE-REASON             PIC X(01).
009200     05  FILLER                      PIC X(12) VALUE
009300                                     " UNREVIEWED".
009400 01  Exception-Head-Work.
009500     05  FILLER                      PIC X(42) VALUE
009600         "SIGNATURE REVIEW EXCEPTIONS - UNREVIEWED ".
009700     05  FILLER                      PIC X(22) VALUE
009800         "PAST RETURN DEADLINE  ".
009900     05  EH-RUN-DATE                 PIC 9(08).
010000     05  FILLER                      PIC X(08) VALUE SPACES.
010100
010200 01  Run-Date                        PIC 9(08).
010300 01  Business-Integer-Date           PIC 9(07).
010400 01  Closed-Integer-Date             PIC 9(07).
010500
010600 01  Release-Counters.
010700     05  Rows-Read                   PIC 9(7) COMP.
010800     05  Checks-Returned             PIC 9(7) COMP.
010900     05  Checks-Aged                 PIC 9(7) COMP.
011000     05  Items-Waiting               PIC 9(7) COMP.
011100     05  Rows-Purged                 PIC 9(7) COMP.
011200     05  Returned-Total              PIC 9(09).
011300     05  Aged-Total                  PIC 9(09).
011400
011500 PROCEDURE DIVISION.
011600
011700 0000-MAINLINE.
011800     CALL "BatchStepTimer" USING "STEP022A", "S"
011900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
012000     PERFORM 2000-RELEASE-ITEM THRU 2000-RELEASE-ITEM-EXIT
012100         UNTIL Sigq-EOF
012200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
012300     CALL "BatchStepTimer" USING "STEP022A", "E"
012400     STOP RUN.
012500
012600 1000-INITIALIZE.
012700     OPEN I-O SIGQ
012800     OPEN OUTPUT SIGRTN
012900     MOVE ZERO TO Rows-Read
013000                  Checks-Returned
013100                  Checks-Aged
013200                  Items-Waiting
013300                  Rows-Purged
013400                  Returned-Total
013500                  Aged-Total
013600
013700     OPEN INPUT RUNCTLIN
013800     IF Runctlin-OK
013900         READ RUNCTLIN
014000             AT END
014100                 SET Runctlin-Not-Found TO TRUE
014200         END-READ
014300     END-IF
014400     IF Runctlin-OK
014500         MOVE RI-BUSINESS-DATE TO Run-Date
014600         CLOSE RUNCTLIN
014700     ELSE
014800         ACCEPT Run-Date FROM DATE YYYYMMDD
014900     END-IF
015000     COMPUTE Business-Integer-Date =
015100         FUNCTION INTEGER-OF-DATE(Run-Date)
015200
015300     DISPLAY "SIGNATURE RETURN RELEASE - " Run-Date
015400     MOVE SPACES TO Archive-Branch
015500     MOVE Run-Date TO EH-RUN-DATE
015600     MOVE Exception-Head-Work TO Archive-Line
015700     CALL "ReportArchiveWrite" USING Archive-Report-Id,
015800         Run-Date, Archive-Branch, Archive-Line
015900     READ SIGQ NEXT RECORD
016000         AT END
016100             SET Sigq-EOF TO TRUE
016200     END-READ.
016300 1000-INITIALIZE-EXIT.
016400     EXIT.
016500
016600 2000-RELEASE-ITEM.
016700     ADD 1 TO Rows-Read
016800     IF VQ-CONFIRMED OR VQ-RETURN-RELEASED
016900         OR VQ-AGED-UNREVIEWED
017000         PERFORM 2400-PURGE-CLOSED THRU 2400-PURGE-CLOSED-EXIT
017100         GO TO 2000-READ-NEXT
017200     END-IF
017300     IF VQ-REJECTED
017400         PERFORM 2200-RELEASE-RETURN
017500             THRU 2200-RELEASE-RETURN-EXIT
017600         GO TO 2000-CLOSE-ROW
017700     END-IF
017800*> Still awaiting review: it waits until the deadline night.
017900     IF VQ-DEADLINE-DATE > Run-Date
018000         ADD 1 TO Items-Waiting
018100         GO TO 2000-READ-NEXT
018200     END-IF
018300     PERFORM 2300-AGE-UNREVIEWED THRU 2300-AGE-UNREVIEWED-EXIT.
018400
018500 2000-CLOSE-ROW.
018600     MOVE Run-Date TO VQ-CLOSED-DATE
018700     REWRITE VQ-SIGNATURE-QUEUE-RECORD.
018800
018900 2000-READ-NEXT.
019000     READ SIGQ NEXT RECORD
019100         AT END
019200             SET Sigq-EOF TO TRUE
019300     END-READ.
019400 2000-RELEASE-ITEM-EXIT.
019500     EXIT.
019600
019700*> The return names the check as paid - account, paid date and
019800*> amount - so the returns step finds the posting to reverse.
019900 2200-RELEASE-RETURN.
020000     MOVE SPACES TO RT-RETURNED-ITEM-RECORD
020100     MOVE VQ-ACCOUNT-NUMBER TO RT-ACCOUNT-NUMBER
020200     MOVE VQ-PAID-DATE TO RT-ORIG-TRANS-DATE
020300     MOVE VQ-CHECK-AMOUNT TO RT-TRANS-AMOUNT
020400     EVALUATE TRUE
020500         WHEN VQ-SIGNATURE-MISMATCH
020600             MOVE "SIGNATURE MISMATCH" TO RT-RETURN-REASON
020700         WHEN VQ-MISSING-SIGNER
020800             MOVE "MISSING SIGNATURE" TO RT-RETURN-REASON
020900         WHEN OTHER
021000             MOVE "ALTERED ITEM" TO RT-RETURN-REASON
021100     END-EVALUATE
021200     SET RT-RETURNED-PAID-CHECK TO TRUE
021300     WRITE RT-RETURNED-ITEM-RECORD
021400     ADD 1 TO Checks-Returned
021500     ADD VQ-CHECK-AMOUNT TO Returned-Total
021600     SET VQ-RETURN-RELEASED TO TRUE
021700     DISPLAY "  RETURNED " VQ-TRACE-ID "  " VQ-ACCOUNT-NUMBER
021800         "  CHECK " VQ-SERIAL-NUMBER "  " VQ-CHECK-AMOUNT
021900         "  BY " VQ-REVIEWED-BY.
022000 2200-RELEASE-RETURN-EXIT.
022100     EXIT.
022200
022300*****************************************************************
022400*    NO ONE REVIEWED THE CHECK BEFORE ITS RETURN DEADLINE. THE  *
022500*    CHECK STANDS; ITS BRANCH MANAGER GETS IT ON THE EXCEPTION  *
022600*    REPORT TO FOLLOW UP WITH THE CUSTOMER.                     *
022700*****************************************************************
022800 2300-AGE-UNREVIEWED.
022900     SET VQ-AGED-UNREVIEWED TO TRUE
023000     ADD 1 TO Checks-Aged
023100     ADD VQ-CHECK-AMOUNT TO Aged-Total
023200     MOVE VQ-ACCOUNT-NUMBER TO EW-ACCOUNT-NUMBER
023300     MOVE VQ-SERIAL-NUMBER TO EW-SERIAL-NUMBER
023400     MOVE VQ-CHECK-AMOUNT TO EW-CHECK-AMOUNT
023500     MOVE VQ-PAID-DATE TO EW-PAID-DATE
023600     MOVE VQ-DEADLINE-DATE TO EW-DEADLINE-DATE
023700     MOVE VQ-QUEUE-REASON TO EW-QUEUE-REASON
023800     MOVE Exception-Line-Work TO Archive-Line
023900     MOVE VQ-BRANCH-CODE TO Archive-Branch
024000     CALL "ReportArchiveWrite" USING Archive-Report-Id,
024100         Run-Date, Archive-Branch, Archive-Line
024200     MOVE SPACES TO Archive-Branch
024300     DISPLAY "  AGED     " VQ-TRACE-ID "  BR " VQ-BRANCH-CODE
024400         "  " Exception-Line-Work (1:60).
024500 2300-AGE-UNREVIEWED-EXIT.
024600     EXIT.
024700
024800*> A row closed on an earlier night is kept for the retention
024900*> window, then dropped; an unusable closed date is kept.
025000 2400-PURGE-CLOSED.
025100     IF VQ-CLOSED-DATE NOT NUMERIC
025200         OR VQ-CLOSED-DATE = ZERO
025300         GO TO 2400-PURGE-CLOSED-EXIT
025400     END-IF
025500     COMPUTE Closed-Integer-Date =
025600         FUNCTION INTEGER-OF-DATE(VQ-CLOSED-DATE)
025700     IF Business-Integer-Date - Closed-Integer-Date
025800         > Close-Retention-Days
025900         DELETE SIGQ RECORD
026000         ADD 1 TO Rows-Purged
026100     END-IF.
026200 2400-PURGE-CLOSED-EXIT.
026300     EXIT.
026400
026500 9000-TERMINATE.
026600     CLOSE SIGQ
026700     CLOSE SIGRTN
026800     IF Checks-Aged = ZERO
026900         MOVE "  (NO UNREVIEWED CHECKS PAST DEADLINE)"
027000             TO Archive-Line
027100         CALL "ReportArchiveWrite" USING Archive-Report-Id,
027200             Run-Date, Archive-Branch, Archive-Line
027300     END-IF
027400     DISPLAY " "
027500     DISPLAY "SIGNATURE RETURN RELEASE SUMMARY"
027600     DISPLAY "Queue rows read       - " Rows-Read
027700     DISPLAY "Rejected and returned - " Checks-Returned
027800         "  $" Returned-Total
027900     DISPLAY "Aged unreviewed       - " Checks-Aged
028000         "  $" Aged-Total
028100     DISPLAY "Still awaiting review - " Items-Waiting
028200     DISPLAY "Closed rows purged    - " Rows-Purged.
028300 9000-TERMINATE-EXIT.
028400     EXIT.
