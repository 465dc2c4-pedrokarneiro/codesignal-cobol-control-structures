000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LegalRequestDeadlineReport.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-13.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    LEGALREQUESTDEADLINEREPORT                                 *
001100*                                                               *
001200*    DAILY LEGAL PROCESS DEADLINE LIST (DISPUTEAGINGREPORT      *
001300*    MOLD). WALKS THE LGLREQ FILE AND LISTS EVERY REQUEST NOT   *
001400*    YET RESPONDED TO, WHETHER STILL LOGGED OR ALREADY          *
001500*    PACKAGED, WITH THE DAYS LEFT TO ITS RESPONSE DEADLINE.     *
001600*    REQUESTS INSIDE THE WARNING WINDOW ARE FLAGGED AND ANY     *
001700*    ALREADY PAST THE DEADLINE RAISES AN ALERT. CONFIDENTIAL    *
001800*    REQUESTS ARE MARKED SO NOBODY CALLS THE CUSTOMER.          *
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
003100     SELECT LGLREQ ASSIGN TO "LGLREQ"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS SEQUENTIAL
003400         RECORD KEY IS LG-REQUEST-NUMBER
003500         FILE STATUS IS Lglreq-File-Status.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  LGLREQ.
004000     COPY LGLREQ.
004100
004200 WORKING-STORAGE SECTION.
004300 01  Lglreq-File-Status              PIC XX.
004400     88  Lglreq-OK                   VALUE "00".
004500     88  Lglreq-EOF                  VALUE "10".
004600
004700 77  Warning-Window-Days             PIC 9(02) VALUE 7.
004800 01  Run-Date                        PIC 9(08).
004900 01  Run-Integer-Date                PIC 9(07).
005000 01  Deadline-Integer-Date           PIC 9(07).
005100 01  Days-To-Deadline                PIC S9(05).
005200 01  Status-Text                     PIC X(08).
005300 01  Edited-Fee                      PIC ZZZ,ZZ9.99.
005400
005500 01  Deadline-Counters.
005600     05  Requests-Read               PIC 9(7) COMP.
005700     05  Requests-Open               PIC 9(7) COMP.
005800     05  Requests-Unpackaged         PIC 9(7) COMP.
005900     05  Requests-In-Warning         PIC 9(7) COMP.
006000     05  Requests-Past-Deadline      PIC 9(7) COMP.
006100
006200 PROCEDURE DIVISION.
006300
006400 0000-MAINLINE.
006500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
006600     PERFORM 2000-CHECK-REQUEST THRU 2000-CHECK-REQUEST-EXIT
006700         UNTIL Lglreq-EOF
006800     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
006900     STOP RUN.
007000
007100 1000-INITIALIZE.
007200     OPEN INPUT LGLREQ
007300     MOVE 0 TO Requests-Read
007400     MOVE 0 TO Requests-Open
007500     MOVE 0 TO Requests-Unpackaged
007600     MOVE 0 TO Requests-In-Warning
007700     MOVE 0 TO Requests-Past-Deadline
007800     ACCEPT Run-Date FROM DATE YYYYMMDD
007900     COMPUTE Run-Integer-Date =
008000         FUNCTION INTEGER-OF-DATE(Run-Date)
008100     DISPLAY "LEGAL PROCESS DEADLINES - " Run-Date
008200     DISPLAY "============================"
008300     READ LGLREQ
008400         AT END
008500             SET Lglreq-EOF TO TRUE
008600     END-READ.
008700 1000-INITIALIZE-EXIT.
008800     EXIT.
008900
009000 2000-CHECK-REQUEST.
009100     ADD 1 TO Requests-Read
009200     IF LG-Request-Responded
009300         GO TO 2000-READ-NEXT
009400     END-IF
009500     ADD 1 TO Requests-Open
009600     IF LG-Request-Logged
009700         ADD 1 TO Requests-Unpackaged
009800         MOVE "LOGGED" TO Status-Text
009900     ELSE
010000         MOVE "PACKAGED" TO Status-Text
010100     END-IF
010200     COMPUTE Deadline-Integer-Date =
010300         FUNCTION INTEGER-OF-DATE(LG-RESPONSE-DEADLINE)
010400     COMPUTE Days-To-Deadline =
010500         Deadline-Integer-Date - Run-Integer-Date
010600     MOVE LG-RESEARCH-FEE TO Edited-Fee
010700     DISPLAY "  " LG-REQUEST-NUMBER
010800         "  TYPE " LG-REQUEST-TYPE
010900         "  " LG-AGENCY-NAME
011000         "  " Status-Text
011100     DISPLAY "            RCVD " LG-RECEIVED-DATE
011200         "  DEADLINE " LG-RESPONSE-DEADLINE
011300         "  DAYS LEFT " Days-To-Deadline
011400         "  FEE " Edited-Fee
011500     IF LG-Confidential
011600         DISPLAY "  ** CONFIDENTIAL - DO NOT NOTIFY THE"
011700             " CUSTOMER **"
011800     END-IF
011900     IF Days-To-Deadline < ZERO
012000         ADD 1 TO Requests-Past-Deadline
012100         DISPLAY "  ** PAST THE RESPONSE DEADLINE -"
012200             " CONTACT THE AGENCY TODAY **"
012300     ELSE
012400         IF Days-To-Deadline <= Warning-Window-Days
012500             ADD 1 TO Requests-In-Warning
012600             DISPLAY "  ** " Days-To-Deadline
012700                 " DAY(S) TO THE DEADLINE **"
012800         END-IF
012900     END-IF.
013000
013100 2000-READ-NEXT.
013200     READ LGLREQ
013300         AT END
013400             SET Lglreq-EOF TO TRUE
013500     END-READ.
013600 2000-CHECK-REQUEST-EXIT.
013700     EXIT.
013800
013900 9000-TERMINATE.
014000     CLOSE LGLREQ
014100     DISPLAY " "
014200     DISPLAY "LEGAL PROCESS DEADLINE SUMMARY"
014300     DISPLAY "Requests on file  - " Requests-Read
014400     DISPLAY "Not responded     - " Requests-Open
014500     DISPLAY "Not yet packaged  - " Requests-Unpackaged
014600     DISPLAY "In warning        - " Requests-In-Warning
014700     DISPLAY "Past deadline     - " Requests-Past-Deadline.
014800 9000-TERMINATE-EXIT.
014900     EXIT.
