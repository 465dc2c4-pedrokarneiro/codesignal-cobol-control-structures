000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FeedArrivalRegister.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    FEEDARRIVALREGISTER                                        *
001100*                                                               *
001200*    RUN BY FEEDRCV EACH TIME AN INBOUND FEED FINISHES LANDING. *
001300*    THE FEED ID COMES FROM SYSIN; ITS FEEDMAN ROW SAYS WHERE   *
001400*    THE FEED CARRIES ITS BUSINESS DATE. THE LANDED FILE        *
001500*    (FEEDIN, ANY FIXED LRECL UP TO 400) IS READ THROUGH ONCE   *
001600*    FOR ITS RECORD COUNT AND ITS FIRST AND LAST RECORDS, AND   *
001700*    ONE ROW GOES ON FEEDARRV WITH THE DATE FOUND AND THE       *
001800*    ARRIVAL TIME. A DATE THAT IS MISSING OR NOT NUMERIC IS     *
001900*    LOGGED AS ZERO SO THE GATE WILL NOT TAKE THE FILE FOR ANY  *
002000*    NIGHT. AN UNKNOWN FEED ID ENDS RC=8 WITHOUT LOGGING.       *
002100*                                                               *
002200*    MODIFICATION HISTORY                                      *
002300*    ------------------------------------------------------    *
002400*    DATE       INIT  DESCRIPTION                              *
002500*    ---------  ----  -----------------------------------      *
002600*    2026-10-15  RLB  ORIGINAL.                                *
002700*                                                               *
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT FEEDMAN ASSIGN TO "FEEDMAN"
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS Feedman-File-Status.
003600
003700     SELECT FEEDIN ASSIGN TO "FEEDIN"
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS Feedin-File-Status.
004000
004100     SELECT FEEDARRV ASSIGN TO "FEEDARRV"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS Feedarrv-File-Status.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  FEEDMAN.
004800     COPY FEEDMAN.
004900
005000 FD  FEEDIN
005100     RECORDING MODE IS F
005200     RECORD CONTAINS 0 CHARACTERS.
005300 01  Feedin-Record                   PIC X(400).
005400
005500 FD  FEEDARRV.
005600     COPY FEEDARRV.
005700
005800 WORKING-STORAGE SECTION.
005900 01  Feedman-File-Status             PIC XX.
006000     88  Feedman-OK                  VALUE "00".
006100     88  Feedman-EOF                 VALUE "10".
006200 01  Feedin-File-Status              PIC XX.
006300     88  Feedin-OK                   VALUE "00".
006400     88  Feedin-EOF                  VALUE "10".
006500 01  Feedarrv-File-Status            PIC XX.
006600
006700 01  Feed-Id                         PIC X(08).
006800 01  Manifest-Switch                 PIC X(01).
006900     88  Feed-On-Manifest            VALUE "Y".
007000     88  Feed-Not-On-Manifest        VALUE "N".
007100
007200 01  Arrival-Date                    PIC 9(08).
007300 01  Arrival-Time                    PIC 9(08).
007400 01  Arrival-Time-Parts REDEFINES Arrival-Time.
007500     05  Arrival-HHMMSS              PIC 9(06).
007600     05  FILLER                      PIC 9(02).
007700
007800 01  Record-Count                    PIC 9(7) COMP.
007900 01  First-Record                    PIC X(400).
008000 01  Last-Record                     PIC X(400).
008100 01  Date-Record                     PIC X(400).
008200 01  Found-Date-Text                 PIC X(08).
008300 01  Found-Date REDEFINES Found-Date-Text
008400                                     PIC 9(08).
008500
008600 PROCEDURE DIVISION.
008700
008800 0000-MAINLINE.
008900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
009000     IF Feed-Not-On-Manifest
009100         MOVE 8 TO RETURN-CODE
009200         STOP RUN
009300     END-IF
009400     PERFORM 2000-READ-FEED THRU 2000-READ-FEED-EXIT
009500     PERFORM 3000-FIND-DATE THRU 3000-FIND-DATE-EXIT
009600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
009700     STOP RUN.
009800
009900 1000-INITIALIZE.
010000     ACCEPT Feed-Id
010100     ACCEPT Arrival-Date FROM DATE YYYYMMDD
010200     ACCEPT Arrival-Time FROM TIME
010300     MOVE ZERO TO Record-Count
010400     MOVE SPACES TO First-Record
010500                    Last-Record
010600     SET Feed-Not-On-Manifest TO TRUE
010700     OPEN INPUT FEEDMAN
010800     IF Feedman-OK
010900         PERFORM 1100-FIND-MANIFEST-ROW
011000             THRU 1100-FIND-MANIFEST-ROW-EXIT
011100             UNTIL Feedman-EOF OR Feed-On-Manifest
011200         CLOSE FEEDMAN
011300     END-IF
011400     IF Feed-Not-On-Manifest
011500         DISPLAY "** FEED " Feed-Id " IS NOT ON THE EXPECTED-"
011600             "FEED MANIFEST - ARRIVAL NOT LOGGED **"
011700     ELSE
011800         DISPLAY "FEED ARRIVAL - " Feed-Id " " FM-FEED-NAME
011900             " AT " Arrival-Date " " Arrival-HHMMSS
012000     END-IF.
012100 1000-INITIALIZE-EXIT.
012200     EXIT.
012300
012400 1100-FIND-MANIFEST-ROW.
012500     READ FEEDMAN
012600         AT END
012700             SET Feedman-EOF TO TRUE
012800             GO TO 1100-FIND-MANIFEST-ROW-EXIT
012900     END-READ
013000     IF FM-FEED-ID = Feed-Id
013100         SET Feed-On-Manifest TO TRUE
013200     END-IF.
013300 1100-FIND-MANIFEST-ROW-EXIT.
013400     EXIT.
013500
013600 2000-READ-FEED.
013700     OPEN INPUT FEEDIN
013800     IF NOT Feedin-OK
013900         DISPLAY "** LANDED FILE CANNOT BE OPENED - STATUS "
014000             Feedin-File-Status " **"
014100         GO TO 2000-READ-FEED-EXIT
014200     END-IF
014300     PERFORM 2100-READ-RECORD THRU 2100-READ-RECORD-EXIT
014400         UNTIL Feedin-EOF
014500     CLOSE FEEDIN.
014600 2000-READ-FEED-EXIT.
014700     EXIT.
014800
014900 2100-READ-RECORD.
015000     MOVE SPACES TO Feedin-Record
015100     READ FEEDIN
015200         AT END
015300             SET Feedin-EOF TO TRUE
015400             GO TO 2100-READ-RECORD-EXIT
015500     END-READ
015600     ADD 1 TO Record-Count
015700     IF Record-Count = 1
015800         MOVE Feedin-Record TO First-Record
015900     END-IF
016000     MOVE Feedin-Record TO Last-Record.
016100 2100-READ-RECORD-EXIT.
016200     EXIT.
016300
016400*****************************************************************
016500*    THE BUSINESS DATE THE FEED CARRIES, WHERE THE MANIFEST     *
016600*    SAYS IT SITS. A FEED THAT CARRIES NONE IS FOR THE DAY IT   *
016700*    ARRIVED.                                                   *
016800*****************************************************************
016900 3000-FIND-DATE.
017000     MOVE ZERO TO Found-Date
017100     IF Record-Count = 0
017200         DISPLAY "** LANDED FILE IS EMPTY **"
017300         GO TO 3000-FIND-DATE-EXIT
017400     END-IF
017500     IF FM-Date-Not-Carried
017600         MOVE Arrival-Date TO Found-Date
017700         GO TO 3000-FIND-DATE-EXIT
017800     END-IF
017900     IF FM-DATE-POSITION < 1 OR FM-DATE-POSITION > 393
018000         DISPLAY "** MANIFEST DATE POSITION " FM-DATE-POSITION
018100             " IS OUTSIDE THE RECORD **"
018200         GO TO 3000-FIND-DATE-EXIT
018300     END-IF
018400     IF FM-Date-In-Last
018500         MOVE Last-Record TO Date-Record
018600     ELSE
018700         MOVE First-Record TO Date-Record
018800     END-IF
018900     MOVE Date-Record (FM-DATE-POSITION:8) TO Found-Date-Text
019000     IF Found-Date-Text NOT NUMERIC
019100         MOVE ZERO TO Found-Date
019200         DISPLAY "** NO BUSINESS DATE WHERE THE MANIFEST SAYS"
019300             " - LOGGED AS ZERO **"
019400     END-IF.
019500 3000-FIND-DATE-EXIT.
019600     EXIT.
019700
019800 9000-TERMINATE.
019900     MOVE SPACES TO FK-FEED-ARRIVAL-RECORD
020000     MOVE Feed-Id TO FK-FEED-ID
020100     MOVE Found-Date TO FK-FEED-BUSINESS-DATE
020200     MOVE Arrival-Date TO FK-ARRIVAL-DATE
020300     MOVE Arrival-HHMMSS TO FK-ARRIVAL-TIME
020400     MOVE Record-Count TO FK-RECORD-COUNT
020500     MOVE FM-DATASET-NAME TO FK-DATASET-NAME
020600     OPEN EXTEND FEEDARRV
020700     WRITE FK-FEED-ARRIVAL-RECORD
020800     CLOSE FEEDARRV
020900     DISPLAY "Records landed  - " Record-Count
021000     DISPLAY "Business date   - " Found-Date.
021100 9000-TERMINATE-EXIT.
021200     EXIT.
