000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SignatureQueueBuild.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-09-28.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    SIGNATUREQUEUEBUILD                                        *
001100*                                                               *
001200*    NIGHTLY STEP AFTER THE PAID-CHECK REGISTER. WALKS THE      *
001300*    KEYED HISTORY FOR THE CHECKS TONIGHT'S POST PAID (A        *
001400*    SERIALED WITHDRAWAL WHOSE TRACE CARRIES TONIGHT'S DAY      *
001500*    NUMBER) AND QUEUES FOR SIGNATURE VERIFICATION EVERY CHECK: *
001600*      - OVER THE LARGE-ITEM AMOUNT ON THE SIGPARM ROW FOR THE  *
001700*        ACCOUNT'S PRODUCT (THE "****" ROW, THEN THE SHOP       *
001800*        DEFAULT, WHEN THE PRODUCT HAS NONE), OR                *
001900*      - DRAWN ON A COMMERCIAL ACCOUNT (THE ANLPARM PREFIX)     *
002000*        WHOSE SIGCARD CALLS FOR TWO SIGNATURES.                *
002100*    EACH ROW CARRIES ITS RETURN DEADLINE - THE PRODUCT'S       *
002200*    RETURN DAYS AFTER TONIGHT, ROLLED PAST WEEKENDS AND        *
002300*    HOLCAL HOLIDAYS - AND THE LISTING IS THE REVIEWERS' WORK   *
002400*    FOR THE MORNING IN SIGNATUREREVIEWSESSION. A CHECK         *
002500*    ALREADY ON THE QUEUE IS LEFT AS IT IS.                     *
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
003800     SELECT TRANHIST ASSIGN TO "TRANHIST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS HT-HISTORY-KEY
004200         FILE STATUS IS Tranhist-File-Status.
004300
004400     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS MF-ACCOUNT-NUMBER
004800         FILE STATUS IS Acctmstr-File-Status.
004900
005000     SELECT SIGPARM ASSIGN TO "SIGPARM"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS VR-PRODUCT-CODE
005400         FILE STATUS IS Sigparm-File-Status.
005500
005600     SELECT SIGCARD ASSIGN TO "SIGCARD"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS SN-ACCOUNT-NUMBER
006000         FILE STATUS IS Sigcard-File-Status.
006100
006200     SELECT SIGQ ASSIGN TO "SIGQ"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS RANDOM
006500         RECORD KEY IS VQ-TRACE-ID
006600         FILE STATUS IS Sigq-File-Status.
006700
006800     SELECT ANLPARM ASSIGN TO "ANLPARM"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS Anlparm-File-Status.
007100
007200     SELECT HOLCAL ASSIGN TO "HOLCAL"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS RANDOM
007500         RECORD KEY IS HC-HOLIDAY-DATE
007600         FILE STATUS IS Holcal-File-Status.
007700
007800     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS Runctlin-File-Status.
008100
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  TRANHIST.
008500     COPY TRNHIST.
008600
008700 FD  ACCTMSTR.
008800     COPY ACCTMSTR.
008900
009000 FD  SIGPARM.
009100     COPY SIGPARM.
009200
009300 FD  SIGCARD.
009400     COPY SIGCARD.
009500
009600 FD  SIGQ.
009700     COPY SIGQ.
009800
009900 FD  ANLPARM.
010000     COPY ANLPARM.
010100
010200 FD  HOLCAL.
010300     COPY HOLCAL.
010400
010500 FD  RUNCTLIN.
010600     COPY RUNCTL REPLACING
010700         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
010800         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
010900         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
011000         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.
011100
011200 WORKING-STORAGE SECTION.
011300 01  Tranhist-File-Status            PIC XX.
011400     88  Tranhist-OK                 VALUE "00".
011500     88  Tranhist-EOF                VALUE "10".
011600 01  Acctmstr-File-Status            PIC XX.
011700     88  Acctmstr-OK                 VALUE "00".
011800 01  Sigparm-File-Status             PIC XX.
011900     88  Sigparm-OK                  VALUE "00".
012000 01  Sigcard-File-Status             PIC XX.
012100     88  Sigcard-OK                  VALUE "00".
012200 01  Sigq-File-Status                PIC XX.
012300     88  Sigq-OK                     VALUE "00".
012400     88  Sigq-Duplicate              VALUE "22".
012500 01  Anlparm-File-Status             PIC XX.
012600     88  Anlparm-OK                  VALUE "00".
012700 01  Holcal-File-Status              PIC XX.
012800     88  Holcal-OK                   VALUE "00".
012900 01  Runctlin-File-Status            PIC XX.
013000     88  Runctlin-OK                 VALUE "00".
013100     88  Runctlin-Not-Found          VALUE "35".
013200
013300*    SHOP DEFAULTS WHEN NEITHER THE PRODUCT NOR THE "****" ROW
013400*    IS ON SIGPARM, OR A FIELD ON IT IS ZERO - THE MIDNIGHT
013500*    DEADLINE, ONE BUSINESS DAY AFTER THE POSTING NIGHT.
013600 77  Default-Large-Item-Amount       PIC 9(07) VALUE 5000.
013700 77  Default-Return-Days             PIC 9(01) VALUE 1.
013800 77  Default-Parm-Key                PIC X(04) VALUE "****".
013900*    THE COMMERCIAL ACCOUNT PREFIX WHEN ANLPARM IS MISSING.
014000 01  Commercial-Prefix               PIC X(02) VALUE "CM".
014100 01  Large-Item-Amount               PIC 9(07).
014200 01  Return-Days                     PIC 9(01).
014300 01  Days-Rolled                     PIC 9(02).
014400 01  Queue-Reason                    PIC X(01).
014500
014600 01  Sigparm-Switch                  PIC X(01).
014700     88  Sigparm-Is-Open             VALUE "Y".
014800     88  Sigparm-Is-Absent           VALUE "N".
014900 01  Sigcard-Switch                  PIC X(01).
015000     88  Sigcard-Is-Open             VALUE "Y".
015100     88  Sigcard-Is-Absent           VALUE "N".
015200
015300 01  Business-Date                   PIC 9(08).
015400 01  Tonight-Day-Number              PIC 9(05).
015500 01  Full-Day-Number                 PIC 9(07).
015600 01  Trace-Work                      PIC 9(12).
015700 01  Trace-Day-View REDEFINES Trace-Work.
015800     05  Trace-Day-Number            PIC 9(05).
015900     05  FILLER                      PIC 9(07).
016000 01  Candidate-Date                  PIC 9(08).
016100 01  Candidate-Integer-Date          PIC 9(07).
016200 01  Candidate-Day-Of-Week           PIC 9(01).
016300 01  Business-Day-Switch             PIC X(01).
016400     88  Is-Business-Day             VALUE "Y".
016500     88  Not-Business-Day            VALUE "N".
016600
016700 01  Queue-Counters.
016800     05  History-Rows-Read           PIC 9(7) COMP.
016900     05  Checks-Tonight              PIC 9(7) COMP.
017000     05  Large-Queued                PIC 9(7) COMP.
017100     05  Dual-Queued                 PIC 9(7) COMP.
017200     05  Already-Queued              PIC 9(7) COMP.
017300     05  No-Master-Count             PIC 9(7) COMP.
017400     05  Queued-Total                PIC 9(09).
017500
017600 PROCEDURE DIVISION.
017700
017800 0000-MAINLINE.
017900     CALL "BatchStepTimer" USING "STEP011D", "S"
018000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
018100     PERFORM 2000-SCREEN-CHECK THRU 2000-SCREEN-CHECK-EXIT
018200         UNTIL Tranhist-EOF
018300     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
018400     CALL "BatchStepTimer" USING "STEP011D", "E"
018500     STOP RUN.
018600
018700 1000-INITIALIZE.
018800     OPEN INPUT TRANHIST
018900     OPEN INPUT ACCTMSTR
019000     OPEN I-O SIGQ
019100     OPEN INPUT HOLCAL
019200     MOVE ZERO TO History-Rows-Read
019300                  Checks-Tonight
019400                  Large-Queued
019500                  Dual-Queued
019600                  Already-Queued
019700                  No-Master-Count
019800                  Queued-Total
019900
020000     OPEN INPUT RUNCTLIN
020100     IF Runctlin-OK
020200         READ RUNCTLIN
020300             AT END
020400                 SET Runctlin-Not-Found TO TRUE
020500         END-READ
020600     END-IF
020700     IF Runctlin-OK
020800         MOVE RI-BUSINESS-DATE TO Business-Date
020900         CLOSE RUNCTLIN
021000     ELSE
021100         ACCEPT Business-Date FROM DATE YYYYMMDD
021200     END-IF
021300*> The trace stamp's day half is the business date's day
021400*> number cut to five digits; tonight's checks carry it.
021500     COMPUTE Full-Day-Number =
021600         FUNCTION INTEGER-OF-DATE(Business-Date)
021700     COMPUTE Tonight-Day-Number =
021800         FUNCTION MOD(Full-Day-Number, 100000)
021900
022000     OPEN INPUT ANLPARM
022100     IF Anlparm-OK
022200         READ ANLPARM
022300             AT END
022400                 CONTINUE
022500             NOT AT END
022600                 IF AN-COMMERCIAL-PREFIX NOT = SPACES
022700                     MOVE AN-COMMERCIAL-PREFIX
022800                         TO Commercial-Prefix
022900                 END-IF
023000         END-READ
023100         CLOSE ANLPARM
023200     END-IF
023300
023400*> Without SIGPARM every product takes the shop default; without
023500*> SIGCARD no account is known to need two signatures.
023600     OPEN INPUT SIGPARM
023700     IF Sigparm-OK
023800         SET Sigparm-Is-Open TO TRUE
023900     ELSE
024000         SET Sigparm-Is-Absent TO TRUE
024100     END-IF
024200     OPEN INPUT SIGCARD
024300     IF Sigcard-OK
024400         SET Sigcard-Is-Open TO TRUE
024500     ELSE
024600         SET Sigcard-Is-Absent TO TRUE
024700     END-IF
024800
024900     DISPLAY "SIGNATURE-VERIFICATION QUEUE - " Business-Date
025000     DISPLAY "CONFIRM OR REJECT IN SIGNATUREREVIEWSESSION BY THE"
025100     DISPLAY "DEADLINE SHOWN; UNREVIEWED ITEMS GO TO THE BRANCH"
025200     DISPLAY "EXCEPTION REPORT."
025300     DISPLAY "=================================================="
025400     READ TRANHIST
025500         AT END
025600             SET Tranhist-EOF TO TRUE
025700     END-READ.
025800 1000-INITIALIZE-EXIT.
025900     EXIT.
026000
026100 2000-SCREEN-CHECK.
026200     ADD 1 TO History-Rows-Read
026300     IF NOT HT-WITHDRAWAL
026400         OR HT-SERIAL-NUMBER = SPACES
026500         OR HT-SERIAL-NUMBER = ZEROS
026600         GO TO 2000-READ-NEXT
026700     END-IF
026800     MOVE HT-TRACE-ID TO Trace-Work
026900     IF Trace-Day-Number NOT = Tonight-Day-Number
027000         GO TO 2000-READ-NEXT
027100     END-IF
027200     ADD 1 TO Checks-Tonight
027300
027400     MOVE HT-ACCOUNT-NUMBER TO MF-ACCOUNT-NUMBER
027500     READ ACCTMSTR
027600         INVALID KEY
027700             ADD 1 TO No-Master-Count
027800             GO TO 2000-READ-NEXT
027900     END-READ
028000     PERFORM 2100-PRODUCT-RULE THRU 2100-PRODUCT-RULE-EXIT
028100
028200     MOVE SPACE TO Queue-Reason
028300     IF HT-TRANS-AMOUNT > Large-Item-Amount
028400         MOVE "L" TO Queue-Reason
028500     END-IF
028600     IF MF-PRODUCT-CODE (1:2) = Commercial-Prefix
028700         AND Sigcard-Is-Open
028800         MOVE MF-ACCOUNT-NUMBER TO SN-ACCOUNT-NUMBER
028900         READ SIGCARD
029000             INVALID KEY
029100                 CONTINUE
029200             NOT INVALID KEY
029300                 IF SN-DUAL-SIGNATURE
029400                     IF Queue-Reason = "L"
029500                         MOVE "B" TO Queue-Reason
029600                     ELSE
029700                         MOVE "D" TO Queue-Reason
029800                     END-IF
029900                 END-IF
030000         END-READ
030100     END-IF
030200     IF Queue-Reason = SPACE
030300         GO TO 2000-READ-NEXT
030400     END-IF
030500     PERFORM 2300-QUEUE-CHECK THRU 2300-QUEUE-CHECK-EXIT.
030600
030700 2000-READ-NEXT.
030800     READ TRANHIST
030900         AT END
031000             SET Tranhist-EOF TO TRUE
031100     END-READ.
031200 2000-SCREEN-CHECK-EXIT.
031300     EXIT.
031400
031500*****************************************************************
031600*    THE PRODUCT'S OWN SIGPARM ROW, ELSE THE "****" ROW, ELSE   *
031700*    THE SHOP DEFAULTS; A ZERO FIELD ON A ROW TAKES ITS DEFAULT.*
031800*****************************************************************
031900 2100-PRODUCT-RULE.
032000     MOVE Default-Large-Item-Amount TO Large-Item-Amount
032100     MOVE Default-Return-Days TO Return-Days
032200     IF Sigparm-Is-Absent
032300         GO TO 2100-PRODUCT-RULE-EXIT
032400     END-IF
032500     MOVE MF-PRODUCT-CODE TO VR-PRODUCT-CODE
032600     READ SIGPARM
032700         INVALID KEY
032800             MOVE Default-Parm-Key TO VR-PRODUCT-CODE
032900             READ SIGPARM
033000                 INVALID KEY
033100                     GO TO 2100-PRODUCT-RULE-EXIT
033200             END-READ
033300     END-READ
033400     IF VR-LARGE-ITEM-AMOUNT NUMERIC
033500         AND VR-LARGE-ITEM-AMOUNT > ZERO
033600         MOVE VR-LARGE-ITEM-AMOUNT TO Large-Item-Amount
033700     END-IF
033800     IF VR-RETURN-DAYS NUMERIC
033900         AND VR-RETURN-DAYS > ZERO
034000         MOVE VR-RETURN-DAYS TO Return-Days
034100     END-IF.
034200 2100-PRODUCT-RULE-EXIT.
034300     EXIT.
034400
034500*****************************************************************
034600*    THE DEADLINE IS COUNTED IN BUSINESS DAYS FROM TONIGHT; A   *
034700*    WEEKEND OR HOLCAL HOLIDAY DOES NOT COUNT.                  *
034800*****************************************************************
034900 2200-STAMP-DEADLINE.
035000     MOVE Business-Date TO Candidate-Date
035100     PERFORM 2210-NEXT-BUSINESS-DAY
035200         THRU 2210-NEXT-BUSINESS-DAY-EXIT
035300         VARYING Days-Rolled FROM 1 BY 1
035400         UNTIL Days-Rolled > Return-Days
035500     MOVE Candidate-Date TO VQ-DEADLINE-DATE.
035600 2200-STAMP-DEADLINE-EXIT.
035700     EXIT.
035800
035900 2210-NEXT-BUSINESS-DAY.
036000     COMPUTE Candidate-Integer-Date =
036100         FUNCTION INTEGER-OF-DATE(Candidate-Date) + 1
036200     MOVE FUNCTION DATE-OF-INTEGER(Candidate-Integer-Date)
036300         TO Candidate-Date
036400     SET Not-Business-Day TO TRUE
036500     PERFORM 2220-CHECK-CANDIDATE-DATE
036600         THRU 2220-CHECK-CANDIDATE-DATE-EXIT
036700         UNTIL Is-Business-Day.
036800 2210-NEXT-BUSINESS-DAY-EXIT.
036900     EXIT.
037000
037100 2220-CHECK-CANDIDATE-DATE.
037200     COMPUTE Candidate-Integer-Date =
037300         FUNCTION INTEGER-OF-DATE(Candidate-Date)
037400     COMPUTE Candidate-Day-Of-Week =
037500         FUNCTION MOD(Candidate-Integer-Date, 7)
037600     MOVE Candidate-Date TO HC-HOLIDAY-DATE
037700     READ HOLCAL
037800         INVALID KEY
037900             CONTINUE
038000     END-READ
038100     IF Candidate-Day-Of-Week = 6 OR Candidate-Day-Of-Week = 0
038200             OR Holcal-OK
038300         COMPUTE Candidate-Integer-Date =
038400             Candidate-Integer-Date + 1
038500         MOVE FUNCTION DATE-OF-INTEGER(Candidate-Integer-Date)
038600             TO Candidate-Date
038700     ELSE
038800         SET Is-Business-Day TO TRUE
038900     END-IF.
039000 2220-CHECK-CANDIDATE-DATE-EXIT.
039100     EXIT.
039200
039300*> A check the queue already holds (a rerun of the night) keeps
039400*> its row and whatever review it has had.
039500 2300-QUEUE-CHECK.
039600     MOVE SPACES TO VQ-SIGNATURE-QUEUE-RECORD
039700     MOVE HT-TRACE-ID TO VQ-TRACE-ID
039800     MOVE HT-ACCOUNT-NUMBER TO VQ-ACCOUNT-NUMBER
039900     MOVE MF-BRANCH-CODE TO VQ-BRANCH-CODE
040000     MOVE MF-PRODUCT-CODE TO VQ-PRODUCT-CODE
040100     MOVE HT-SERIAL-NUMBER TO VQ-SERIAL-NUMBER
040200     MOVE HT-TRANS-AMOUNT TO VQ-CHECK-AMOUNT
040300     MOVE HT-TRANS-DATE TO VQ-PAID-DATE
040400     MOVE Business-Date TO VQ-QUEUED-DATE
040500     PERFORM 2200-STAMP-DEADLINE THRU 2200-STAMP-DEADLINE-EXIT
040600     MOVE Queue-Reason TO VQ-QUEUE-REASON
040700     SET VQ-AWAITING-REVIEW TO TRUE
040800     MOVE ZERO TO VQ-REVIEW-DATE
040900                  VQ-CLOSED-DATE
041000     WRITE VQ-SIGNATURE-QUEUE-RECORD
041100         INVALID KEY
041200             ADD 1 TO Already-Queued
041300             GO TO 2300-QUEUE-CHECK-EXIT
041400     END-WRITE
041500     IF VQ-LARGE-ITEM
041600         ADD 1 TO Large-Queued
041700     ELSE
041800         ADD 1 TO Dual-Queued
041900     END-IF
042000     ADD VQ-CHECK-AMOUNT TO Queued-Total
042100     DISPLAY "  TRACE " VQ-TRACE-ID
042200         "  ACCT " VQ-ACCOUNT-NUMBER
042300         "  BR " VQ-BRANCH-CODE
042400         "  CHECK " VQ-SERIAL-NUMBER
042500         "  AMT " VQ-CHECK-AMOUNT
042600         "  " VQ-QUEUE-REASON
042700         "  DUE " VQ-DEADLINE-DATE.
042800 2300-QUEUE-CHECK-EXIT.
042900     EXIT.
043000
043100 9000-TERMINATE.
043200     CLOSE TRANHIST
043300     CLOSE ACCTMSTR
043400     CLOSE SIGQ
043500     CLOSE HOLCAL
043600     IF Sigparm-Is-Open
043700         CLOSE SIGPARM
043800     END-IF
043900     IF Sigcard-Is-Open
044000         CLOSE SIGCARD
044100     END-IF
044200     IF Large-Queued = ZERO AND Dual-Queued = ZERO
044300         DISPLAY "  (NO CHECKS QUEUED TONIGHT)"
044400     END-IF
044500     DISPLAY " "
044600     DISPLAY "REASON L = OVER THE LARGE-ITEM AMOUNT, D = TWO"
044700     DISPLAY "SIGNATURES REQUIRED, B = BOTH"
044800     DISPLAY "History rows read       - " History-Rows-Read
044900     DISPLAY "Checks paid tonight     - " Checks-Tonight
045000     DISPLAY "Queued: large item      - " Large-Queued
045100     DISPLAY "Queued: two signatures  - " Dual-Queued
045200     DISPLAY "Dollars queued          - " Queued-Total
045300     DISPLAY "Already on the queue    - " Already-Queued
045400     DISPLAY "Not on the master       - " No-Master-Count.
045500 9000-TERMINATE-EXIT.
045600     EXIT.
