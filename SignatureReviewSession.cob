000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SignatureReviewSession.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-09-28.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    SIGNATUREREVIEWSESSION                                     *
001100*                                                               *
001200*    REVIEWER SESSION (NSFDECISIONSESSION MOLD) FOR THE         *
001300*    SIGNATURE-VERIFICATION QUEUE. THE REVIEWER WORKS FROM THE  *
001400*    MORNING'S SIGNATUREQUEUEBUILD LISTING: FOR EACH TRACE ID   *
001500*    THE SESSION SHOWS THE PAID CHECK AND WHY IT WAS QUEUED,    *
001600*    AND THE REVIEWER ENTERS C TO CONFIRM THE SIGNATURES OR R   *
001700*    TO REJECT THE ITEM WITH A REASON (S = SIGNATURE DOES NOT   *
001800*    MATCH THE CARD, M = A REQUIRED SIGNER IS MISSING, A =      *
001900*    ALTERED OR OTHERWISE IRREGULAR). A REJECT IS TAKEN ONLY    *
002000*    UP TO THE RETURN DEADLINE - TONIGHT'S                      *
002100*    SIGNATURERETURNRELEASE RETURNS THE CHECK AND REVERSES THE  *
002200*    POSTING. AN ITEM THAT AGED ONTO THE EXCEPTION REPORT MAY   *
002300*    STILL BE CONFIRMED TO CLEAR IT. ONLY AN ACTIVE OPERSEC     *
002400*    SUPERVISOR MAY REVIEW. ENTER "DONE" AT THE TRACE PROMPT TO *
002500*    END THE SESSION.                                           *
002600*                                                               *
002700*    MODIFICATION HISTORY                                      *
002800*    ------------------------------------------------------    *
002900*    DATE       INIT  DESCRIPTION                              *
003000*    ---------  ----  -----------------------------------      *
003100*    2026-09-28  RLB  ORIGINAL.                                *
003200*                                                               *
003300*****************************************************************
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT SIGQ ASSIGN TO "SIGQ"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS VQ-TRACE-ID
004200         FILE STATUS IS Sigq-File-Status.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  SIGQ.
004700     COPY SIGQ.
004800
004900 WORKING-STORAGE SECTION.
005000 01  Sigq-File-Status                PIC XX.
005100     88  Sigq-OK                     VALUE "00".
005200     88  Sigq-Not-On-File            VALUE "23".
005300
005400*    SIGNATURE REVIEW IS SUPERVISOR WORK.
005500 77  Review-Level                    PIC 9(01) VALUE 2.
005600 01  Auth-Result                     PIC X(01).
005700     88  Operator-Authorized         VALUE "Y".
005800     88  Operator-Denied             VALUE "N".
005900 01  Review-Operator                 PIC X(08).
006000 01  Entry-Trace                     PIC X(12).
006100 01  Entry-Trace-Number REDEFINES Entry-Trace
006200                                     PIC 9(12).
006300 01  Entry-Disposition               PIC X(01).
006400 01  Entry-Reason                    PIC X(01).
006500 01  Run-Date                        PIC 9(08).
006600 01  Session-Ended-Switch            PIC X(01).
006700     88  Session-Has-Ended           VALUE "Y".
006800     88  Session-Is-Active           VALUE "N".
006900 01  Review-Counters.
007000     05  Items-Confirmed             PIC 9(5) COMP.
007100     05  Items-Rejected              PIC 9(5) COMP.
007200     05  Requests-Refused            PIC 9(5) COMP.
007300
007400 PROCEDURE DIVISION.
007500
007600 0000-MAINLINE.
007700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
007800     PERFORM 2000-REVIEW-ITEM THRU 2000-REVIEW-ITEM-EXIT
007900         UNTIL Session-Has-Ended
008000     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
008100     STOP RUN.
008200
008300 1000-INITIALIZE.
008400     OPEN I-O SIGQ
008500     MOVE ZERO TO Items-Confirmed
008600                  Items-Rejected
008700                  Requests-Refused
008800     ACCEPT Run-Date FROM DATE YYYYMMDD
008900     DISPLAY "Operator ID: " WITH NO ADVANCING
009000     ACCEPT Review-Operator FROM CONSOLE
009100     CALL "OperatorAuthorize" USING Review-Operator,
009200         Review-Level, Auth-Result
009300     IF Operator-Denied
009400         DISPLAY Review-Operator
009500             ": Not authorized to review signatures."
009600         SET Session-Has-Ended TO TRUE
009700         GO TO 1000-INITIALIZE-EXIT
009800     END-IF
009900     SET Session-Is-Active TO TRUE.
010000 1000-INITIALIZE-EXIT.
010100     EXIT.
010200
010300 2000-REVIEW-ITEM.
010400     DISPLAY "Trace ID (DONE to quit): " WITH NO ADVANCING
010500     ACCEPT Entry-Trace FROM CONSOLE
010600     IF Entry-Trace = "DONE"
010700         SET Session-Has-Ended TO TRUE
010800         GO TO 2000-REVIEW-ITEM-EXIT
010900     END-IF
011000     IF Entry-Trace NOT NUMERIC
011100         DISPLAY Entry-Trace ": A trace ID is twelve digits."
011200         GO TO 2000-REVIEW-ITEM-EXIT
011300     END-IF
011400     MOVE Entry-Trace-Number TO VQ-TRACE-ID
011500     READ SIGQ
011600         INVALID KEY
011700             DISPLAY Entry-Trace ": Not on the queue."
011800             GO TO 2000-REVIEW-ITEM-EXIT
011900     END-READ
012000     IF NOT VQ-AWAITING-REVIEW
012100         AND NOT VQ-AGED-UNREVIEWED
012200         DISPLAY Entry-Trace ": Already reviewed ("
012300             VQ-QUEUE-STATUS ") by " VQ-REVIEWED-BY
012400             " on " VQ-REVIEW-DATE "."
012500         GO TO 2000-REVIEW-ITEM-EXIT
012600     END-IF
012700     DISPLAY "  ACCOUNT " VQ-ACCOUNT-NUMBER
012800         "  BRANCH " VQ-BRANCH-CODE
012900         "  PRODUCT " VQ-PRODUCT-CODE
013000     DISPLAY "  CHECK " VQ-SERIAL-NUMBER
013100         "  AMOUNT " VQ-CHECK-AMOUNT
013200         "  PAID " VQ-PAID-DATE
013300     DISPLAY "  QUEUED FOR " VQ-QUEUE-REASON
013400         " (L=LARGE ITEM, D=TWO SIGNERS, B=BOTH)"
013500         "  DEADLINE " VQ-DEADLINE-DATE
013600     DISPLAY "Review (C=confirm, R=reject): " WITH NO ADVANCING
013700     ACCEPT Entry-Disposition FROM CONSOLE
013800     IF Entry-Disposition NOT = "C"
013900         AND Entry-Disposition NOT = "R"
014000         ADD 1 TO Requests-Refused
014100         DISPLAY "Review must be C or R."
014200         GO TO 2000-REVIEW-ITEM-EXIT
014300     END-IF
014400     IF Entry-Disposition = "C"
014500         SET VQ-CONFIRMED TO TRUE
014600         MOVE Run-Date TO VQ-CLOSED-DATE
014700         ADD 1 TO Items-Confirmed
014800         DISPLAY Entry-Trace ": Confirmed - the check stands."
014900         GO TO 2000-RECORD-REVIEW
015000     END-IF
015100*> The return has to leave by the deadline; once the window has
015200*> closed (or the item has aged) a reject could not reach the
015300*> night's release, and the branch takes it from the report.
015400     IF VQ-AGED-UNREVIEWED
015500         OR Run-Date > VQ-DEADLINE-DATE
015600         ADD 1 TO Requests-Refused
015700         DISPLAY Entry-Trace ": Return deadline "
015800             VQ-DEADLINE-DATE " has passed - cannot reject."
015900         GO TO 2000-REVIEW-ITEM-EXIT
016000     END-IF
016100     DISPLAY "Reason (S=signature, M=missing signer, "
016200         "A=altered): " WITH NO ADVANCING
016300     ACCEPT Entry-Reason FROM CONSOLE
016400     IF Entry-Reason NOT = "S"
016500         AND Entry-Reason NOT = "M"
016600         AND Entry-Reason NOT = "A"
016700         ADD 1 TO Requests-Refused
016800         DISPLAY "Reason must be S, M or A."
016900         GO TO 2000-REVIEW-ITEM-EXIT
017000     END-IF
017100     SET VQ-REJECTED TO TRUE
017200     MOVE Entry-Reason TO VQ-REJECT-REASON
017300     ADD 1 TO Items-Rejected
017400     DISPLAY Entry-Trace
017500         ": Rejected - returns tonight and the posting reverses.".
017600
017700 2000-RECORD-REVIEW.
017800     MOVE Review-Operator TO VQ-REVIEWED-BY
017900     MOVE Run-Date TO VQ-REVIEW-DATE
018000     REWRITE VQ-SIGNATURE-QUEUE-RECORD.
018100 2000-REVIEW-ITEM-EXIT.
018200     EXIT.
018300
018400 9000-TERMINATE.
018500     CLOSE SIGQ
018600     DISPLAY "Signature review session ended. Confirmed "
018700         Items-Confirmed ", rejected " Items-Rejected
018800         ", refused " Requests-Refused ".".
018900 9000-TERMINATE-EXIT.
019000     EXIT.
