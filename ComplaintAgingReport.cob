000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ComplaintAgingReport.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-13.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    COMPLAINTAGINGREPORT                                       *
001100*                                                               *
001200*    DAILY COMPLAINT CASE AGING (DISPUTEAGINGREPORT MOLD).      *
001300*    WALKS THE CMPLCASE FILE AND LISTS EVERY OPEN COMPLAINT     *
001400*    WITH ITS AGE FROM THE DAY IT WAS RECEIVED, FLAGGING CASES  *
001500*    INSIDE THE WARNING WINDOW OF THEIR RESPONSE DEADLINE AND   *
001600*    RAISING AN ALERT FOR ANY CASE ALREADY PAST IT. OPEN        *
001700*    DISCRIMINATION COMPLAINTS ARE CALLED OUT WHATEVER THEIR    *
001800*    AGE - COMPLIANCE REVIEWS EACH ONE.                         *
001900*                                                               *
002000*    MODIFICATION HISTORY                                      *
002100*    ------------------------------------------------------    *
002200*    DATE       INIT  DESCRIPTION                              *
002300*    ---------  ----  -----------------------------------      *
002400*    2026-10-13  RLB  ORIGINAL.                                *
002500*                                                               *
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT CMPLCASE ASSIGN TO "CMPLCASE"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS SEQUENTIAL
003400         RECORD KEY IS CQ-CASE-NUMBER
003500         FILE STATUS IS Cmplcase-File-Status.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  CMPLCASE.
004000     COPY CMPLCASE.
004100
004200 WORKING-STORAGE SECTION.
004300 01  Cmplcase-File-Status            PIC XX.
004400     88  Cmplcase-OK                 VALUE "00".
004500     88  Cmplcase-EOF                VALUE "10".
004600
004700 77  Warning-Window-Days             PIC 9(02) VALUE 5.
004800 01  Run-Date                        PIC 9(08).
004900 01  Run-Integer-Date                PIC 9(07).
005000 01  Received-Integer-Date           PIC 9(07).
005100 01  Deadline-Integer-Date           PIC 9(07).
005200 01  Case-Age-Days                   PIC S9(05).
005300 01  Days-To-Deadline                PIC S9(05).
005400
005500 01  Aging-Counters.
005600     05  Cases-Read                  PIC 9(7) COMP.
005700     05  Cases-Open                  PIC 9(7) COMP.
005800     05  Cases-In-Warning            PIC 9(7) COMP.
005900     05  Cases-Past-Deadline         PIC 9(7) COMP.
006000     05  Discrimination-Open         PIC 9(7) COMP.
006100
006200 PROCEDURE DIVISION.
006300
006400 0000-MAINLINE.
006500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
006600     PERFORM 2000-AGE-CASE THRU 2000-AGE-CASE-EXIT
006700         UNTIL Cmplcase-EOF
006800     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
006900     STOP RUN.
007000
007100 1000-INITIALIZE.
007200     OPEN INPUT CMPLCASE
007300     MOVE 0 TO Cases-Read
007400     MOVE 0 TO Cases-Open
007500     MOVE 0 TO Cases-In-Warning
007600     MOVE 0 TO Cases-Past-Deadline
007700     MOVE 0 TO Discrimination-Open
007800     ACCEPT Run-Date FROM DATE YYYYMMDD
007900     COMPUTE Run-Integer-Date =
008000         FUNCTION INTEGER-OF-DATE(Run-Date)
008100     DISPLAY "COMPLAINT CASE AGING - " Run-Date
008200     DISPLAY "=========================="
008300     READ CMPLCASE
008400         AT END
008500             SET Cmplcase-EOF TO TRUE
008600     END-READ.
008700 1000-INITIALIZE-EXIT.
008800     EXIT.
008900
009000 2000-AGE-CASE.
009100     ADD 1 TO Cases-Read
009200     IF NOT CQ-Case-Open
009300         GO TO 2000-READ-NEXT
009400     END-IF
009500     ADD 1 TO Cases-Open
009600     COMPUTE Received-Integer-Date =
009700         FUNCTION INTEGER-OF-DATE(CQ-RECEIVED-DATE)
009800     COMPUTE Case-Age-Days =
009900         Run-Integer-Date - Received-Integer-Date
010000     COMPUTE Deadline-Integer-Date =
010100         FUNCTION INTEGER-OF-DATE(CQ-DEADLINE-DATE)
010200     COMPUTE Days-To-Deadline =
010300         Deadline-Integer-Date - Run-Integer-Date
010400     DISPLAY "  " CQ-CASE-NUMBER
010500         "  " CQ-ACCOUNT-NUMBER
010600         "  BR " CQ-BRANCH-CODE
010700         "  CAT " CQ-CATEGORY
010800         "  RCVD " CQ-RECEIVED-DATE
010900         "  AGE " Case-Age-Days
011000     DISPLAY "            DEADLINE " CQ-DEADLINE-DATE
011100         "  LAST UPDATE " CQ-LAST-UPDATE-DATE
011200         " BY " CQ-LAST-UPDATED-BY
011300     IF CQ-Cat-Discrimination
011400         ADD 1 TO Discrimination-Open
011500         DISPLAY "  ** DISCRIMINATION COMPLAINT -"
011600             " COMPLIANCE REVIEW **"
011700     END-IF
011800     IF Days-To-Deadline < ZERO
011900         ADD 1 TO Cases-Past-Deadline
012000         DISPLAY "  ** PAST THE RESPONSE DEADLINE -"
012100             " RESPOND TODAY **"
012200     ELSE
012300         IF Days-To-Deadline <= Warning-Window-Days
012400             ADD 1 TO Cases-In-Warning
012500             DISPLAY "  ** " Days-To-Deadline
012600                 " DAY(S) TO THE DEADLINE **"
012700         END-IF
012800     END-IF.
012900
013000 2000-READ-NEXT.
013100     READ CMPLCASE
013200         AT END
013300             SET Cmplcase-EOF TO TRUE
013400     END-READ.
013500 2000-AGE-CASE-EXIT.
013600     EXIT.
013700
013800 9000-TERMINATE.
013900     CLOSE CMPLCASE
014000     DISPLAY " "
014100     DISPLAY "COMPLAINT AGING SUMMARY"
014200     DISPLAY "Cases on file    - " Cases-Read
014300     DISPLAY "Cases open       - " Cases-Open
014400     DISPLAY "In warning       - " Cases-In-Warning
014500     DISPLAY "Past deadline    - " Cases-Past-Deadline
014600     DISPLAY "Discrimination   - " Discrimination-Open.
014700 9000-TERMINATE-EXIT.
014800     EXIT.
