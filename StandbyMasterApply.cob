000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    StandbyMasterApply.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    STANDBYMASTERAPPLY                                         *
001100*                                                               *
001200*    RUNS AT THE RECOVERY SITE (DRAPPLY) AS EACH SHIPMENT CUT   *
001300*    BY STANDBYSHIPMENTEXTRACT ARRIVES, AND BRINGS THE STANDBY  *
001400*    MASTERS UP TO ITS SHIP STAMP:                              *
001500*      - A JOURNAL ROW FOR A MASTER FIELD SETS THAT FIELD ON    *
001600*        THE STANDBY ACCTMSTR TO ITS AFTER IMAGE. THRESHOLD     *
001700*        OVERRIDE AND HOLD RELEASE ROWS NEED NOTHING - THOSE    *
001800*        FILES ARRIVE WHOLE. ANY OTHER FIELD IS NOT HELD AT THE *
001900*        RECOVERY SITE AND IS COUNTED, NOT APPLIED;             *
002000*      - A HISTORY ROW IS ADDED TO THE STANDBY TRNHIST AND ITS  *
002100*        BALANCE-AFTER BECOMES THE STANDBY BALANCE. A ROW       *
002200*        ALREADY ON THE STANDBY WAS APPLIED BY AN EARLIER       *
002300*        SHIPMENT AND IS SKIPPED, SO RE-SENDING IS HARMLESS;    *
002400*      - THE HOLDS AND ACCTOVR ROWS REBUILD THOSE STANDBY       *
002500*        FILES (DEFINED REUSE SO OUTPUT EMPTIES THEM).          *
002600*    A SHIPMENT NOT NEWER THAN THE LAST ONE APPLIED IS LEFT     *
002700*    ALONE WITH RC=4. A SHIPMENT FOR A DIFFERENT SEED, OR ONE   *
002800*    WHOSE ROW COUNTS DO NOT TIE TO ITS CONTROL ROW, ENDS RC=8  *
002900*    WITHOUT MOVING THE RECOVERY POINT. A SEED SHIPMENT ONLY    *
003000*    RESTARTS SBYSTAT - THE MASTERS CAME ACROSS BY COPY.        *
003100*    SBYSTAT KEEPS THE RECOVERY POINT AND THE PRIMARY FIGURES   *
003200*    FOR STANDBYRECONCILE.                                      *
003300*                                                               *
003400*    MODIFICATION HISTORY                                      *
003500*    ------------------------------------------------------    *
003600*    DATE       INIT  DESCRIPTION                              *
003700*    ---------  ----  -----------------------------------      *
003800*    2026-10-15  RLB  ORIGINAL.                                *
003900*                                                               *
004000*****************************************************************
004100
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT SBYSHIP ASSIGN TO "SBYSHIP"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS Sbyship-File-Status.
004800
004900     SELECT SBYSTAT ASSIGN TO "SBYSTAT"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS Sbystat-File-Status.
005200
005300     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS MF-ACCOUNT-NUMBER
005700         FILE STATUS IS Acctmstr-File-Status.
005800
005900     SELECT TRANHIST ASSIGN TO "TRANHIST"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS HT-HISTORY-KEY
006300         FILE STATUS IS Tranhist-File-Status.
006400
006500     SELECT HOLDS ASSIGN TO "HOLDS"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS SEQUENTIAL
006800         RECORD KEY IS HD-HOLD-KEY
006900         FILE STATUS IS Holds-File-Status.
007000
007100     SELECT ACCTOVR ASSIGN TO "ACCTOVR"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS SEQUENTIAL
007400         RECORD KEY IS AO-ACCOUNT-NUMBER
007500         FILE STATUS IS Acctovr-File-Status.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  SBYSHIP.
008000     COPY SBYSHIP.
008100
008200 FD  SBYSTAT.
008300     COPY SBYSTAT.
008400
008500 FD  ACCTMSTR.
008600     COPY ACCTMSTR.
008700
008800 FD  TRANHIST.
008900     COPY TRNHIST.
009000
009100 FD  HOLDS.
009200     COPY HOLDS.
009300
009400 FD  ACCTOVR.
009500     COPY ACCTOVR.
009600
009700 WORKING-STORAGE SECTION.
009800 01  Sbyship-File-Status             PIC XX.
009900     88  Sbyship-OK                  VALUE "00".
010000     88  Sbyship-EOF                 VALUE "10".
010100 01  Sbystat-File-Status             PIC XX.
010200     88  Sbystat-OK                  VALUE "00".
010300     88  Sbystat-Not-Found           VALUE "35".
010400 01  Acctmstr-File-Status            PIC XX.
010500     88  Acctmstr-OK                 VALUE "00".
010600 01  Tranhist-File-Status            PIC XX.
010700     88  Tranhist-OK                 VALUE "00".
010800 01  Holds-File-Status               PIC XX.
010900 01  Acctovr-File-Status             PIC XX.
011000
011100*    THE JOURNAL ROW IS UNPACKED HERE FROM THE SHIPMENT IMAGE.
011200     COPY MSTRJRNL.
011300
011400 01  Shipment-Switch                 PIC X(01).
011500     88  Shipment-Is-Good            VALUE "G".
011600     88  Shipment-Is-Stale           VALUE "S".
011700     88  Shipment-Is-Bad             VALUE "B".
011800 01  Control-Switch                  PIC X(01).
011900     88  Control-Row-Seen            VALUE "Y".
012000     88  Control-Row-Missing         VALUE "N".
012100 01  Masters-Switch                  PIC X(01).
012200     88  Masters-Are-Open            VALUE "Y".
012300     88  Masters-Are-Closed          VALUE "N".
012400
012500 01  Apply-Date                      PIC 9(08).
012600 01  Apply-Time                      PIC 9(08).
012700 01  Ship-Stamp.
012800     05  Ship-Date                   PIC 9(08).
012900     05  Ship-Time                   PIC 9(08).
013000 01  Applied-Stamp.
013100     05  Applied-Date                PIC 9(08).
013200     05  Applied-Time                PIC 9(08).
013300 01  Ship-Seed-Date                  PIC 9(08).
013400 01  Ship-Mode                       PIC X(01).
013500     88  Seed-Shipment               VALUE "S".
013600
013700 77  Not-Held-Show-Limit             PIC 9(02) COMP VALUE 20.
013800
013900 01  Amount-Edit                     PIC -(6)9.99.
014000
014100 01  Apply-Counters.
014200     05  Journal-Read                PIC 9(7) COMP.
014300     05  History-Read                PIC 9(7) COMP.
014400     05  Hold-Read                   PIC 9(7) COMP.
014500     05  Override-Read               PIC 9(7) COMP.
014600     05  Journal-Applied             PIC 9(7) COMP.
014700     05  Journal-By-Refresh          PIC 9(7) COMP.
014800     05  Journal-Not-Held            PIC 9(7) COMP.
014900     05  History-Applied             PIC 9(7) COMP.
015000     05  History-Already-Held        PIC 9(7) COMP.
015100     05  Accounts-Missing            PIC 9(7) COMP.
015200     05  Unknown-Rows                PIC 9(7) COMP.
015300
015400 PROCEDURE DIVISION.
015500
015600 0000-MAINLINE.
015700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
015800     IF Shipment-Is-Good
015900         PERFORM 2000-APPLY-ROW THRU 2000-APPLY-ROW-EXIT
016000             UNTIL Sbyship-EOF OR Control-Row-Seen
016100     END-IF
016200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
016300     IF Shipment-Is-Bad
016400         MOVE 8 TO RETURN-CODE
016500     END-IF
016600     IF Shipment-Is-Stale
016700         MOVE 4 TO RETURN-CODE
016800     END-IF
016900     STOP RUN.
017000
017100 1000-INITIALIZE.
017200     ACCEPT Apply-Date FROM DATE YYYYMMDD
017300     ACCEPT Apply-Time FROM TIME
017400     INITIALIZE Apply-Counters
017500     SET Shipment-Is-Good TO TRUE
017600     SET Control-Row-Missing TO TRUE
017700     SET Masters-Are-Closed TO TRUE
017800
017900     OPEN INPUT SBYSTAT
018000     IF Sbystat-OK
018100         READ SBYSTAT
018200             AT END
018300                 INITIALIZE XT-STANDBY-STATUS-RECORD
018400         END-READ
018500         CLOSE SBYSTAT
018600     ELSE
018700         INITIALIZE XT-STANDBY-STATUS-RECORD
018800     END-IF
018900     MOVE XT-LAST-SHIP-DATE TO Applied-Date
019000     MOVE XT-LAST-SHIP-TIME TO Applied-Time
019100
019200     OPEN INPUT SBYSHIP
019300     IF Sbyship-OK
019400         PERFORM 2900-READ-SHIPMENT THRU 2900-READ-SHIPMENT-EXIT
019500     END-IF
019600     IF NOT Sbyship-OK OR NOT XS-Header-Row
019700         SET Shipment-Is-Bad TO TRUE
019800         DISPLAY "** SHIPMENT MISSING OR HAS NO HEADER ROW **"
019900         GO TO 1000-INITIALIZE-EXIT
020000     END-IF
020100     MOVE XS-SHIP-DATE TO Ship-Date
020200     MOVE XS-SHIP-TIME TO Ship-Time
020300     MOVE XS-SEED-BUSINESS-DATE TO Ship-Seed-Date
020400     MOVE XS-SHIP-MODE TO Ship-Mode
020500     DISPLAY "STANDBY APPLY - SHIPMENT OF " Ship-Date " "
020600         Ship-Time " SEED " Ship-Seed-Date
020700         " MODE " Ship-Mode
020800
020900     IF Seed-Shipment
021000         GO TO 1000-INITIALIZE-EXIT
021100     END-IF
021200     IF Ship-Stamp NOT > Applied-Stamp
021300         SET Shipment-Is-Stale TO TRUE
021400         DISPLAY "Shipment is not newer than the last applied ("
021500             Applied-Date " " Applied-Time ") - left alone."
021600         GO TO 1000-INITIALIZE-EXIT
021700     END-IF
021800     IF Ship-Seed-Date NOT = XT-SEED-BUSINESS-DATE
021900         SET Shipment-Is-Bad TO TRUE
022000         DISPLAY "** SHIPMENT IS FOR SEED " Ship-Seed-Date
022100             " BUT THE STANDBY IS SEEDED AS OF "
022200             XT-SEED-BUSINESS-DATE " **"
022300         GO TO 1000-INITIALIZE-EXIT
022400     END-IF
022500
022600     OPEN I-O ACCTMSTR
022700     OPEN I-O TRANHIST
022800     OPEN OUTPUT HOLDS
022900     OPEN OUTPUT ACCTOVR
023000     SET Masters-Are-Open TO TRUE.
023100 1000-INITIALIZE-EXIT.
023200     EXIT.
023300
023400*****************************************************************
023500*    ONE SHIPMENT ROW. THE CONTROL ROW ENDS THE SHIPMENT.       *
023600*****************************************************************
023700 2000-APPLY-ROW.
023800     PERFORM 2900-READ-SHIPMENT THRU 2900-READ-SHIPMENT-EXIT
023900     IF Sbyship-EOF
024000         GO TO 2000-APPLY-ROW-EXIT
024100     END-IF
024200     EVALUATE TRUE
024300         WHEN XS-Journal-Row
024400             ADD 1 TO Journal-Read
024500             IF NOT Seed-Shipment
024600                 PERFORM 3000-APPLY-JOURNAL
024700                     THRU 3000-APPLY-JOURNAL-EXIT
024800             END-IF
024900         WHEN XS-History-Row
025000             ADD 1 TO History-Read
025100             IF NOT Seed-Shipment
025200                 PERFORM 4000-APPLY-HISTORY
025300                     THRU 4000-APPLY-HISTORY-EXIT
025400             END-IF
025500         WHEN XS-Hold-Row
025600             ADD 1 TO Hold-Read
025700             IF NOT Seed-Shipment
025800                 MOVE XS-ROW-IMAGE TO HD-HOLD-RECORD
025900                 WRITE HD-HOLD-RECORD
026000             END-IF
026100         WHEN XS-Override-Row
026200             ADD 1 TO Override-Read
026300             IF NOT Seed-Shipment
026400                 MOVE XS-ROW-IMAGE TO AO-ACCOUNT-OVERRIDE-RECORD
026500                 WRITE AO-ACCOUNT-OVERRIDE-RECORD
026600             END-IF
026700         WHEN XS-Control-Row
026800             SET Control-Row-Seen TO TRUE
026900         WHEN OTHER
027000             ADD 1 TO Unknown-Rows
027100     END-EVALUATE.
027200 2000-APPLY-ROW-EXIT.
027300     EXIT.
027400
027500 2900-READ-SHIPMENT.
027600     READ SBYSHIP
027700         AT END
027800             SET Sbyship-EOF TO TRUE
027900     END-READ.
028000 2900-READ-SHIPMENT-EXIT.
028100     EXIT.
028200
028300*****************************************************************
028400*    A JOURNALED MASTER FIELD TAKES ITS AFTER IMAGE. AMOUNTS    *
028500*    WERE JOURNALED EDITED AND ARE DE-EDITED BACK.              *
028600*****************************************************************
028700 3000-APPLY-JOURNAL.
028800     MOVE XS-ROW-IMAGE TO MJ-MASTER-JOURNAL-RECORD
028900     IF MJ-FIELD-NAME = "AO-MINIMUM-BALANCE"
029000         OR MJ-FIELD-NAME = "HD-HOLD-RELEASE"
029100         ADD 1 TO Journal-By-Refresh
029200         GO TO 3000-APPLY-JOURNAL-EXIT
029300     END-IF
029400     IF MJ-FIELD-NAME NOT = "MF-PRODUCT-CODE"
029500         AND MJ-FIELD-NAME NOT = "MF-BRANCH-CODE"
029600         AND MJ-FIELD-NAME NOT = "MF-MINIMUM-BALANCE"
029700         AND MJ-FIELD-NAME NOT = "MF-ACCOUNT-STATUS"
029800         AND MJ-FIELD-NAME NOT = "MF-DORMANCY-FLAG"
029900         ADD 1 TO Journal-Not-Held
030000         IF Journal-Not-Held <= Not-Held-Show-Limit
030100             DISPLAY MJ-ACCOUNT-NUMBER ": " MJ-FIELD-NAME
030200                 " is not held at the recovery site."
030300         END-IF
030400         GO TO 3000-APPLY-JOURNAL-EXIT
030500     END-IF
030600
030700     MOVE MJ-ACCOUNT-NUMBER TO MF-ACCOUNT-NUMBER
030800     READ ACCTMSTR
030900         INVALID KEY
031000             ADD 1 TO Accounts-Missing
031100             DISPLAY MJ-ACCOUNT-NUMBER
031200                 ": ** NOT ON THE STANDBY MASTER - "
031300                 MJ-FIELD-NAME " NOT APPLIED **"
031400             GO TO 3000-APPLY-JOURNAL-EXIT
031500     END-READ
031600     EVALUATE MJ-FIELD-NAME
031700         WHEN "MF-PRODUCT-CODE"
031800             MOVE MJ-AFTER-IMAGE TO MF-PRODUCT-CODE
031900         WHEN "MF-BRANCH-CODE"
032000             MOVE MJ-AFTER-IMAGE TO MF-BRANCH-CODE
032100         WHEN "MF-MINIMUM-BALANCE"
032200             MOVE MJ-AFTER-IMAGE (1:10) TO Amount-Edit
032300             MOVE Amount-Edit TO MF-MINIMUM-BALANCE
032400         WHEN "MF-ACCOUNT-STATUS"
032500             MOVE MJ-AFTER-IMAGE TO MF-ACCOUNT-STATUS
032600         WHEN "MF-DORMANCY-FLAG"
032700             MOVE MJ-AFTER-IMAGE TO MF-DORMANCY-FLAG
032800     END-EVALUATE
032900     REWRITE MF-ACCTMSTR-RECORD
033000     ADD 1 TO Journal-Applied.
033100 3000-APPLY-JOURNAL-EXIT.
033200     EXIT.
033300
033400*****************************************************************
033500*    A POSTING NOT YET ON THE STANDBY HISTORY IS ADDED AND SETS *
033600*    THE STANDBY BALANCE. THE SHIPMENT RUNS IN HISTORY KEY      *
033700*    ORDER, SO AN ACCOUNT'S LAST ROW LEAVES ITS LATEST BALANCE. *
033800*****************************************************************
033900 4000-APPLY-HISTORY.
034000     MOVE XS-ROW-IMAGE TO HT-TRANS-HISTORY-RECORD
034100     WRITE HT-TRANS-HISTORY-RECORD
034200         INVALID KEY
034300             ADD 1 TO History-Already-Held
034400             GO TO 4000-APPLY-HISTORY-EXIT
034500     END-WRITE
034600     ADD 1 TO History-Applied
034700     MOVE HT-ACCOUNT-NUMBER TO MF-ACCOUNT-NUMBER
034800     READ ACCTMSTR
034900         INVALID KEY
035000             ADD 1 TO Accounts-Missing
035100             DISPLAY HT-ACCOUNT-NUMBER
035200                 ": ** NOT ON THE STANDBY MASTER - POSTING OF "
035300                 HT-TRANS-DATE " NOT BALANCED IN **"
035400             GO TO 4000-APPLY-HISTORY-EXIT
035500     END-READ
035600     MOVE HT-BALANCE-AFTER TO MF-ACCOUNT-BALANCE
035700     IF HT-TRANS-DATE > MF-LAST-ACTIVITY-DATE
035800         MOVE HT-TRANS-DATE TO MF-LAST-ACTIVITY-DATE
035900     END-IF
036000     REWRITE MF-ACCTMSTR-RECORD.
036100 4000-APPLY-HISTORY-EXIT.
036200     EXIT.
036300
036400*****************************************************************
036500*    THE SHIPMENT MUST END WITH ITS CONTROL ROW AND EVERY ROW   *
036600*    COUNT MUST TIE TO IT BEFORE THE RECOVERY POINT MOVES.      *
036700*****************************************************************
036800 9000-TERMINATE.
036900     IF Masters-Are-Open
037000         CLOSE ACCTMSTR
037100         CLOSE TRANHIST
037200         CLOSE HOLDS
037300         CLOSE ACCTOVR
037400     END-IF
037500     IF NOT Shipment-Is-Good
037600         CLOSE SBYSHIP
037700         GO TO 9000-TERMINATE-EXIT
037800     END-IF
037900     CLOSE SBYSHIP
038000
038100     IF Control-Row-Missing
038200         SET Shipment-Is-Bad TO TRUE
038300         DISPLAY "** SHIPMENT HAS NO CONTROL ROW - TRUNCATED **"
038400     ELSE
038500         IF XS-JOURNAL-ROWS NOT = Journal-Read
038600             OR XS-HISTORY-ROWS NOT = History-Read
038700             OR XS-HOLD-ROWS NOT = Hold-Read
038800             OR XS-OVERRIDE-ROWS NOT = Override-Read
038900             OR Unknown-Rows > 0
039000             SET Shipment-Is-Bad TO TRUE
039100             DISPLAY "** SHIPMENT ROWS DO NOT TIE TO ITS"
039200                 " CONTROL ROW **"
039300         END-IF
039400     END-IF
039500
039600     DISPLAY " "
039700     DISPLAY "Journal rows read       - " Journal-Read
039800     DISPLAY "  applied to master     - " Journal-Applied
039900     DISPLAY "  carried by refresh    - " Journal-By-Refresh
040000     DISPLAY "  not held at standby   - " Journal-Not-Held
040100     DISPLAY "History rows read       - " History-Read
040200     DISPLAY "  applied               - " History-Applied
040300     DISPLAY "  already on standby    - " History-Already-Held
040400     DISPLAY "Hold rows loaded        - " Hold-Read
040500     DISPLAY "Override rows loaded    - " Override-Read
040600     DISPLAY "Accounts not on standby - " Accounts-Missing
040700     DISPLAY "Unrecognised rows       - " Unknown-Rows
040800
040900     IF Shipment-Is-Bad
041000         DISPLAY "** RECOVERY POINT NOT MOVED - STILL "
041100             Applied-Date " " Applied-Time " **"
041200         GO TO 9000-TERMINATE-EXIT
041300     END-IF
041400
041500     IF Seed-Shipment
041600         INITIALIZE XT-STANDBY-STATUS-RECORD
041700         MOVE Ship-Seed-Date TO XT-SEED-BUSINESS-DATE
041800     ELSE
041900         ADD 1 TO XT-SHIPMENTS-SINCE-SEED
042000         ADD History-Applied TO XT-HISTORY-APPLIED
042100         ADD Journal-Applied TO XT-JOURNAL-APPLIED
042200         ADD Journal-Not-Held TO XT-JOURNAL-NOT-HELD
042300         ADD Accounts-Missing TO XT-ACCOUNTS-MISSING
042400     END-IF
042500     MOVE Ship-Date TO XT-LAST-SHIP-DATE
042600     MOVE Ship-Time TO XT-LAST-SHIP-TIME
042700     MOVE Apply-Date TO XT-APPLY-DATE
042800     MOVE Apply-Time TO XT-APPLY-TIME
042900     MOVE XS-PRIMARY-ACCOUNTS TO XT-PRIMARY-ACCOUNTS
043000     MOVE XS-PRIMARY-BALANCE TO XT-PRIMARY-BALANCE
043100     MOVE XS-CLOSE-DATE TO XT-CLOSE-DATE
043200     MOVE XS-CLOSE-TOTAL TO XT-CLOSE-TOTAL
043300     OPEN OUTPUT SBYSTAT
043400     WRITE XT-STANDBY-STATUS-RECORD
043500     CLOSE SBYSTAT
043600     DISPLAY "RECOVERY POINT NOW " Ship-Date " " Ship-Time.
043700 9000-TERMINATE-EXIT.
043800     EXIT.
