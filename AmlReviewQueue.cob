000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AmlReviewQueue.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-13.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    AMLREVIEWQUEUE                                             *
001100*                                                               *
001200*    AML DUE-DILIGENCE REVIEW QUEUE (COMPLAINTAGINGREPORT       *
001300*    MOLD). RUN AFTER THE MONTHLY RATING, IT WALKS THE AMLRISK  *
001400*    FILE AND LISTS EVERY RATED CUSTOMER WHOSE NEXT REVIEW      *
001500*    FALLS INSIDE THE WARNING WINDOW, RAISING AN ALERT FOR ANY  *
001600*    REVIEW ALREADY OVERDUE. HIGH-RISK CUSTOMERS ARE CALLED OUT *
001700*    - THE BSA OFFICER SIGNS EACH ONE OFF.                      *
001800*                                                               *
001900*    MODIFICATION HISTORY                                      *
002000*    ------------------------------------------------------    *
002100*    DATE       INIT  DESCRIPTION                              *
002200*    ---------  ----  -----------------------------------      *
002300*    2026-10-13  RLB  ORIGINAL.                                *
002400*                                                               *
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT AMLRISK ASSIGN TO "AMLRISK"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS SEQUENTIAL
003300         RECORD KEY IS KY-CUSTOMER-NUMBER
003400         FILE STATUS IS Amlrisk-File-Status.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  AMLRISK.
003900     COPY AMLRISK.
004000
004100 WORKING-STORAGE SECTION.
004200 01  Amlrisk-File-Status             PIC XX.
004300     88  Amlrisk-OK                  VALUE "00".
004400     88  Amlrisk-EOF                 VALUE "10".
004500
004600 77  Warning-Window-Days             PIC 9(02) VALUE 30.
004700 01  Run-Date                        PIC 9(08).
004800 01  Run-Integer-Date                PIC 9(07).
004900 01  Review-Integer-Date             PIC 9(07).
005000 01  Days-To-Review                  PIC S9(05).
005100 01  Days-Overdue                    PIC 9(05).
005200
005300 01  Queue-Counters.
005400     05  Profiles-Read               PIC 9(7) COMP.
005500     05  Profiles-Rated              PIC 9(7) COMP.
005600     05  Reviews-Due-Soon            PIC 9(7) COMP.
005700     05  Reviews-Overdue             PIC 9(7) COMP.
005800     05  High-Risk-Queued            PIC 9(7) COMP.
005900
006000 PROCEDURE DIVISION.
006100
006200 0000-MAINLINE.
006300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
006400     PERFORM 2000-QUEUE-CUSTOMER THRU 2000-QUEUE-CUSTOMER-EXIT
006500         UNTIL Amlrisk-EOF
006600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
006700     STOP RUN.
006800
006900 1000-INITIALIZE.
007000     OPEN INPUT AMLRISK
007100     MOVE 0 TO Profiles-Read
007200     MOVE 0 TO Profiles-Rated
007300     MOVE 0 TO Reviews-Due-Soon
007400     MOVE 0 TO Reviews-Overdue
007500     MOVE 0 TO High-Risk-Queued
007600     ACCEPT Run-Date FROM DATE YYYYMMDD
007700     COMPUTE Run-Integer-Date =
007800         FUNCTION INTEGER-OF-DATE(Run-Date)
007900     DISPLAY "AML DUE-DILIGENCE REVIEW QUEUE - " Run-Date
008000     DISPLAY "======================================="
008100     READ AMLRISK
008200         AT END
008300             SET Amlrisk-EOF TO TRUE
008400     END-READ.
008500 1000-INITIALIZE-EXIT.
008600     EXIT.
008700
008800 2000-QUEUE-CUSTOMER.
008900     ADD 1 TO Profiles-Read
009000     IF NOT KY-Rating-Valid
009100         GO TO 2000-READ-NEXT
009200     END-IF
009300     ADD 1 TO Profiles-Rated
009400     COMPUTE Review-Integer-Date =
009500         FUNCTION INTEGER-OF-DATE(KY-NEXT-REVIEW-DATE)
009600     COMPUTE Days-To-Review =
009700         Review-Integer-Date - Run-Integer-Date
009800     IF Days-To-Review > Warning-Window-Days
009900         GO TO 2000-READ-NEXT
010000     END-IF
010100     DISPLAY "  " KY-CUSTOMER-NUMBER
010200         "  RATING " KY-RISK-RATING
010300         "  SCORE " KY-RISK-SCORE
010400         "  OCC " KY-OCCUPATION-CODE
010500         "  CTRY " KY-COUNTRY-CODE
010600         "  RATED " KY-RATING-DATE
010700     DISPLAY "            NEXT REVIEW " KY-NEXT-REVIEW-DATE
010800         "  LAST REVIEW " KY-LAST-REVIEW-DATE
010900         " BY " KY-LAST-REVIEWED-BY
011000     IF KY-Rating-High
011100         ADD 1 TO High-Risk-Queued
011200         DISPLAY "  ** HIGH RISK - BSA OFFICER SIGN-OFF **"
011300     END-IF
011400     IF Days-To-Review < ZERO
011500         ADD 1 TO Reviews-Overdue
011600         COMPUTE Days-Overdue = 0 - Days-To-Review
011700         DISPLAY "  ** REVIEW OVERDUE " Days-Overdue
011800             " DAY(S) **"
011900     ELSE
012000         ADD 1 TO Reviews-Due-Soon
012100         DISPLAY "  ** " Days-To-Review
012200             " DAY(S) TO THE REVIEW **"
012300     END-IF.
012400
012500 2000-READ-NEXT.
012600     READ AMLRISK
012700         AT END
012800             SET Amlrisk-EOF TO TRUE
012900     END-READ.
013000 2000-QUEUE-CUSTOMER-EXIT.
013100     EXIT.
013200
013300 9000-TERMINATE.
013400     CLOSE AMLRISK
013500     DISPLAY " "
013600     DISPLAY "AML REVIEW QUEUE SUMMARY"
013700     DISPLAY "Profiles on file - " Profiles-Read
013800     DISPLAY "Profiles rated   - " Profiles-Rated
013900     DISPLAY "Due in window    - " Reviews-Due-Soon
014000     DISPLAY "Overdue          - " Reviews-Overdue
014100     DISPLAY "High risk queued - " High-Risk-Queued.
014200 9000-TERMINATE-EXIT.
014300     EXIT.
