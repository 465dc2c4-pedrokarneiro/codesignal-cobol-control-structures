000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    NsfDecisionRelease.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-09-23.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    NSFDECISIONRELEASE                                         *
001100*                                                               *
001200*    NIGHTLY STEP AHEAD OF THE TRACE-ID STAMP. WORKS THE NSF    *
001300*    PAY/RETURN DECISION QUEUE OFF:                             *
001400*      - AN ITEM STILL AWAITING DECISION WHOSE DEADLINE HAS     *
001500*        ARRIVED IS DECIDED BY THE NSFPARM RULE (PAID WHEN THE  *
001600*        OVERDRAFT LINE COVERS THE OVERDRAW, OR WHEN THE TRUST  *
001700*        SCORE AND OVERDRAW ARE WITHIN THE PARM LIMITS;         *
001800*        RETURNED OTHERWISE).                                   *
001900*      - A PAID ITEM IS WRITTEN BACK, ON ITS OWN TRACE, TO THE  *
002000*        NSFPAID FILE CONCATENATED INTO TONIGHT'S DAILY-TRANS   *
002100*        STREAM; THE POST FINDS IT RELEASED AND POSTS IT        *
002200*        WITHOUT THE SPENDABLE-FUNDS EDITS.                     *
002300*      - A RETURNED ITEM IS WRITTEN TO THE NSFRTN FILE IN THE   *
002400*        RETITEM LAYOUT, MARKED AS ONE OF OUR OWN PAYING ITEMS, *
002500*        SO RETURNEDITEMPROCESSING CHARGES THE RETURNED-ITEM    *
002600*        FEE.                                                   *
002700*    RELEASED ROWS ARE KEPT FOR THE RETENTION WINDOW SO A       *
002800*    LATE QUESTION CAN STILL BE ANSWERED, THEN PURGED.          *
002900*                                                               *
003000*    MODIFICATION HISTORY                                      *
003100*    ------------------------------------------------------    *
003200*    DATE       INIT  DESCRIPTION                              *
003300*    ---------  ----  -----------------------------------      *
003400*    2026-09-23  RLB  ORIGINAL.                                *
003500*                                                               *
003600*****************************************************************
003700
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT NSFQ ASSIGN TO "NSFQ"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS NQ-TRACE-ID
004500         FILE STATUS IS Nsfq-File-Status.
004600
004700     SELECT NSFPARM ASSIGN TO "NSFPARM"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS Nsfparm-File-Status.
005000
005100     SELECT NSFPAID ASSIGN TO "NSFPAID"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS Nsfpaid-File-Status.
005400
005500     SELECT NSFRTN ASSIGN TO "NSFRTN"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS Nsfrtn-File-Status.
005800
005900     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS Runctlin-File-Status.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  NSFQ.
006600     COPY NSFQ.
006700
006800 FD  NSFPARM.
006900     COPY NSFPARM.
007000
007100 FD  NSFPAID.
007200     COPY DAILYTRN.
007300
007400 FD  NSFRTN.
007500     COPY RETITEM.
007600
007700 FD  RUNCTLIN.
007800     COPY RUNCTL REPLACING
007900         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
008000         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
008100         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
008200         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.
008300
008400 WORKING-STORAGE SECTION.
008500 01  Nsfq-File-Status                PIC XX.
008600     88  Nsfq-OK                     VALUE "00".
008700     88  Nsfq-EOF                    VALUE "10".
008800 01  Nsfparm-File-Status             PIC XX.
008900     88  Nsfparm-OK                  VALUE "00".
009000 01  Nsfpaid-File-Status             PIC XX.
009100     88  Nsfpaid-OK                  VALUE "00".
009200 01  Nsfrtn-File-Status              PIC XX.
009300     88  Nsfrtn-OK                   VALUE "00".
009400 01  Runctlin-File-Status            PIC XX.
009500     88  Runctlin-OK                 VALUE "00".
009600     88  Runctlin-Not-Found          VALUE "35".
009700
009800*    SHOP DEFAULTS FOR THE DEADLINE RULE WHEN THE NSF PARM
009900*    FILE IS MISSING OR A FIELD IS ZERO.
010000 77  Default-Pay-Score               PIC 9(01) VALUE 7.
010100 77  Default-Pay-Limit               PIC 9(07) VALUE 250.
010200*    CALENDAR DAYS A RELEASED ROW STAYS ON THE QUEUE.
010300 77  Release-Retention-Days          PIC 9(03) VALUE 30.
010400 01  Pay-Score                       PIC 9(01).
010500 01  Pay-Limit                       PIC 9(07).
010600
010700 01  Business-Date                   PIC 9(08).
010800 01  Business-Integer-Date           PIC 9(07).
010900 01  Released-Integer-Date           PIC 9(07).
011000 01  Item-Image-Date                 PIC 9(08).
011100
011200 01  Release-Counters.
011300     05  Rows-Read                   PIC 9(7) COMP.
011400     05  Rule-Paid                   PIC 9(7) COMP.
011500     05  Rule-Returned               PIC 9(7) COMP.
011600     05  Items-Paid                  PIC 9(7) COMP.
011700     05  Items-Returned              PIC 9(7) COMP.
011800     05  Items-Waiting               PIC 9(7) COMP.
011900     05  Rows-Purged                 PIC 9(7) COMP.
012000     05  Paid-Total                  PIC 9(09).
012100     05  Returned-Total              PIC 9(09).
012200
012300 COPY FILETRLR.
012400 01  Trailer-Record-Count            PIC 9(07).
012500 01  Trailer-Hash-Total              PIC 9(11).
012600 01  Trailer-Date                    PIC 9(08).
012700
012800 PROCEDURE DIVISION.
012900
013000 0000-MAINLINE.
013100     CALL "BatchStepTimer" USING "STEP004I", "S"
013200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
013300     PERFORM 2000-RELEASE-ITEM THRU 2000-RELEASE-ITEM-EXIT
013400         UNTIL Nsfq-EOF
013500     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
013600     CALL "BatchStepTimer" USING "STEP004I", "E"
013700     STOP RUN.
013800
013900 1000-INITIALIZE.
014000     OPEN I-O NSFQ
014100     OPEN OUTPUT NSFPAID
014200     OPEN OUTPUT NSFRTN
014300     MOVE ZERO TO Rows-Read
014400                  Rule-Paid
014500                  Rule-Returned
014600                  Items-Paid
014700                  Items-Returned
014800                  Items-Waiting
014900                  Rows-Purged
015000                  Paid-Total
015100                  Returned-Total
015200     MOVE ZERO TO Trailer-Record-Count
015300                  Trailer-Hash-Total
015400
015500     OPEN INPUT RUNCTLIN
015600     IF Runctlin-OK
015700         READ RUNCTLIN
015800             AT END
015900                 SET Runctlin-Not-Found TO TRUE
016000         END-READ
016100     END-IF
016200     IF Runctlin-OK
016300         MOVE RI-BUSINESS-DATE TO Business-Date
016400         CLOSE RUNCTLIN
016500     ELSE
016600         ACCEPT Business-Date FROM DATE YYYYMMDD
016700     END-IF
016800     COMPUTE Business-Integer-Date =
016900         FUNCTION INTEGER-OF-DATE(Business-Date)
017000
017100     MOVE Default-Pay-Score TO Pay-Score
017200     MOVE Default-Pay-Limit TO Pay-Limit
017300     OPEN INPUT NSFPARM
017400     IF Nsfparm-OK
017500         READ NSFPARM
017600             AT END
017700                 CONTINUE
017800             NOT AT END
017900                 IF NF-DEFAULT-PAY-SCORE NUMERIC
018000                     AND NF-DEFAULT-PAY-SCORE > ZERO
018100                     MOVE NF-DEFAULT-PAY-SCORE TO Pay-Score
018200                 END-IF
018300                 IF NF-DEFAULT-PAY-LIMIT NUMERIC
018400                     AND NF-DEFAULT-PAY-LIMIT > ZERO
018500                     MOVE NF-DEFAULT-PAY-LIMIT TO Pay-Limit
018600                 END-IF
018700         END-READ
018800         CLOSE NSFPARM
018900     END-IF
019000
019100     DISPLAY "NSF DECISION RELEASE - " Business-Date
019200     READ NSFQ NEXT RECORD
019300         AT END
019400             SET Nsfq-EOF TO TRUE
019500     END-READ.
019600 1000-INITIALIZE-EXIT.
019700     EXIT.
019800
019900 2000-RELEASE-ITEM.
020000     ADD 1 TO Rows-Read
020100     IF NQ-PAID-RELEASED OR NQ-RETURN-RELEASED
020200         PERFORM 2400-PURGE-RELEASED
020300             THRU 2400-PURGE-RELEASED-EXIT
020400         GO TO 2000-READ-NEXT
020500     END-IF
020600     IF NQ-AWAITING-DECISION
020700         IF NQ-DEADLINE-DATE = ZERO
020800             OR NQ-DEADLINE-DATE > Business-Date
020900             ADD 1 TO Items-Waiting
021000             GO TO 2000-READ-NEXT
021100         END-IF
021200         PERFORM 2100-APPLY-RULE THRU 2100-APPLY-RULE-EXIT
021300     END-IF
021400     IF NQ-DECIDED-PAY
021500         PERFORM 2200-RELEASE-PAID THRU 2200-RELEASE-PAID-EXIT
021600     ELSE
021700         PERFORM 2300-RELEASE-RETURN
021800             THRU 2300-RELEASE-RETURN-EXIT
021900     END-IF
022000     MOVE Business-Date TO NQ-RELEASED-DATE
022100     REWRITE NQ-NSF-QUEUE-RECORD.
022200
022300 2000-READ-NEXT.
022400     READ NSFQ NEXT RECORD
022500         AT END
022600             SET Nsfq-EOF TO TRUE
022700     END-READ.
022800 2000-RELEASE-ITEM-EXIT.
022900     EXIT.
023000
023100*****************************************************************
023200*    THE DEADLINE RULE. THE OVERDRAFT LINE COVERING THE WHOLE   *
023300*    OVERDRAW PAYS THE ITEM OUTRIGHT; OTHERWISE A CUSTOMER WITH *
023400*    A TRUST SCORE AT OR ABOVE THE PARM SCORE IS PAID FOR AN    *
023500*    OVERDRAW UP TO THE PARM LIMIT. EVERYTHING ELSE RETURNS.    *
023600*****************************************************************
023700 2100-APPLY-RULE.
023800     IF NQ-LINE-AVAILABLE >= NQ-OVERDRAW-AMOUNT
023900         OR (NQ-TRUST-SCORE >= Pay-Score
024000             AND NQ-OVERDRAW-AMOUNT <= Pay-Limit)
024100         SET NQ-DECIDED-PAY TO TRUE
024200         ADD 1 TO Rule-Paid
024300     ELSE
024400         SET NQ-DECIDED-RETURN TO TRUE
024500         ADD 1 TO Rule-Returned
024600     END-IF
024700     MOVE "*RULE*" TO NQ-DECIDED-BY
024800     MOVE Business-Date TO NQ-DECISION-DATE.
024900 2100-APPLY-RULE-EXIT.
025000     EXIT.
025100
025200*> The item goes back into the stream exactly as the post saw it,
025300*> trace and all - the post recognises the trace as released.
025400 2200-RELEASE-PAID.
025500     MOVE NQ-ITEM-IMAGE TO TR-DAILYTRN-RECORD
025600     WRITE TR-DAILYTRN-RECORD
025700     ADD 1 TO Trailer-Record-Count
025800     ADD TR-TRANS-AMOUNT TO Trailer-Hash-Total
025900     ADD 1 TO Items-Paid
026000     ADD NQ-ITEM-AMOUNT TO Paid-Total
026100     SET NQ-PAID-RELEASED TO TRUE
026200     DISPLAY "  PAID     " NQ-TRACE-ID "  " NQ-ACCOUNT-NUMBER
026300         "  " NQ-ITEM-AMOUNT "  BY " NQ-DECIDED-BY.
026400 2200-RELEASE-PAID-EXIT.
026500     EXIT.
026600
026700 2300-RELEASE-RETURN.
026800     MOVE NQ-ITEM-IMAGE TO TR-DAILYTRN-RECORD
026900     MOVE ZERO TO Item-Image-Date
027000     IF TR-TRANS-DATE NUMERIC
027100         MOVE TR-TRANS-DATE TO Item-Image-Date
027200     END-IF
027300     MOVE SPACES TO RT-RETURNED-ITEM-RECORD
027400     MOVE NQ-ACCOUNT-NUMBER TO RT-ACCOUNT-NUMBER
027500     MOVE Item-Image-Date TO RT-ORIG-TRANS-DATE
027600     MOVE NQ-ITEM-AMOUNT TO RT-TRANS-AMOUNT
027700     IF NQ-DECIDED-BY = "*RULE*"
027800         MOVE "NSF RULE RETURN" TO RT-RETURN-REASON
027900     ELSE
028000         MOVE "NSF RETURNED UNPAID" TO RT-RETURN-REASON
028100     END-IF
028200     SET RT-RETURNED-PAYING-ITEM TO TRUE
028300     WRITE RT-RETURNED-ITEM-RECORD
028400     ADD 1 TO Items-Returned
028500     ADD NQ-ITEM-AMOUNT TO Returned-Total
028600     SET NQ-RETURN-RELEASED TO TRUE
028700     DISPLAY "  RETURNED " NQ-TRACE-ID "  " NQ-ACCOUNT-NUMBER
028800         "  " NQ-ITEM-AMOUNT "  BY " NQ-DECIDED-BY.
028900 2300-RELEASE-RETURN-EXIT.
029000     EXIT.
029100
029200*> A row released on an earlier night is kept for the retention
029300*> window, then dropped; an unusable release date is kept.
029400 2400-PURGE-RELEASED.
029500     IF NQ-RELEASED-DATE NOT NUMERIC
029600         OR NQ-RELEASED-DATE = ZERO
029700         GO TO 2400-PURGE-RELEASED-EXIT
029800     END-IF
029900     COMPUTE Released-Integer-Date =
030000         FUNCTION INTEGER-OF-DATE(NQ-RELEASED-DATE)
030100     IF Business-Integer-Date - Released-Integer-Date
030200         > Release-Retention-Days
030300         DELETE NSFQ RECORD
030400         ADD 1 TO Rows-Purged
030500     END-IF.
030600 2400-PURGE-RELEASED-EXIT.
030700     EXIT.
030800
030900 9000-TERMINATE.
031000     CLOSE NSFQ
031100*> The shop-standard trailer closes the file so the consumer
031200*> can prove nothing was truncated in transit.
031300     MOVE "*TRAILER" TO FT-TRAILER-TAG
031400     MOVE Trailer-Record-Count TO FT-RECORD-COUNT
031500     MOVE Trailer-Hash-Total TO FT-HASH-TOTAL
031600     ACCEPT Trailer-Date FROM DATE YYYYMMDD
031700     MOVE Trailer-Date TO FT-CREATE-DATE
031800     MOVE SPACES TO TR-DAILYTRN-RECORD
031900     MOVE FT-FILE-TRAILER-RECORD TO TR-DAILYTRN-RECORD (1:34)
032000     WRITE TR-DAILYTRN-RECORD
032100     CLOSE NSFPAID
032200     CLOSE NSFRTN
032300     DISPLAY " "
032400     DISPLAY "NSF DECISION RELEASE SUMMARY"
032500     DISPLAY "Queue rows read       - " Rows-Read
032600     DISPLAY "Decided by rule: pay  - " Rule-Paid
032700     DISPLAY "Decided by rule: rtn  - " Rule-Returned
032800     DISPLAY "Paid into tonight     - " Items-Paid
032900         "  $" Paid-Total
033000     DISPLAY "Returned unpaid       - " Items-Returned
033100         "  $" Returned-Total
033200     DISPLAY "Still awaiting        - " Items-Waiting
033300     DISPLAY "Released rows purged  - " Rows-Purged.
033400 9000-TERMINATE-EXIT.
033500     EXIT.
