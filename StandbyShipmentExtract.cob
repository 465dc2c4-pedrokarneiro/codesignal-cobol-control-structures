000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    StandbyShipmentExtract.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    STANDBYSHIPMENTEXTRACT                                     *
001100*                                                               *
001200*    CUTS THE NEXT SHIPMENT FOR THE WARM-STANDBY MASTERS AT THE *
001300*    RECOVERY SITE. RUN BY DRSHIP ON A SCHEDULE THROUGH THE     *
001400*    DAY. EACH SHIPMENT (SBYSHIP) CARRIES:                      *
001500*      - EVERY MSTRJRNL ROW STAMPED AFTER THE LAST SHIPMENT AND *
001600*        NO LATER THAN THIS ONE'S SHIP STAMP;                   *
001700*      - EVERY TRNHIST ROW DATED AFTER THE BUSINESS DATE THE    *
001800*        STANDBY WAS SEEDED AS OF - THE DAY'S POSTINGS SO FAR.  *
001900*        THE WHOLE DAY TRAVELS EACH TIME; THE APPLY SKIPS ROWS  *
002000*        IT ALREADY HOLDS, SO A LOST SHIPMENT COSTS NOTHING;    *
002100*      - THE WHOLE HOLDS AND ACCTOVR FILES, WHICH ARE SMALL AND *
002200*        REPLACE THE STANDBY COPIES OUTRIGHT;                   *
002300*      - A CONTROL ROW WITH THE ROW COUNTS, THE PRIMARY         *
002400*        MASTER'S ACCOUNT COUNT AND BALANCE SUM AT SHIP TIME    *
002500*        AND THE LAST CLOSE'S CTLTOT.                           *
002600*    SBYCTL KEEPS THE LAST SHIP STAMP AND THE SEED DATE.        *
002700*                                                               *
002800*    WITH THE SBYSEED DD PRESENT THE RUN IS THE NIGHTLY RE-SEED *
002900*    FOLLOWING ACCTBAT'S COPY OF THE MASTERS TO THE RECOVERY    *
003000*    SITE: NO ROWS SHIP, SBYCTL RESTARTS FROM THIS STAMP AND    *
003100*    THE NIGHT'S BUSINESS DATE, AND THE HEADER AND CONTROL ROWS *
003200*    TELL THE RECOVERY SITE WHAT THE FRESH COPY MUST PROVE TO.  *
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
004500     SELECT SBYCTL ASSIGN TO "SBYCTL"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS Sbyctl-File-Status.
004800
004900     SELECT SBYSEED ASSIGN TO "SBYSEED"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS Sbyseed-File-Status.
005200
005300     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS Runctlin-File-Status.
005600
005700     SELECT MSTRJRNL ASSIGN TO "MSTRJRNL"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS Mstrjrnl-File-Status.
006000
006100     SELECT TRANHIST ASSIGN TO "TRANHIST"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS SEQUENTIAL
006400         RECORD KEY IS HT-HISTORY-KEY
006500         FILE STATUS IS Tranhist-File-Status.
006600
006700     SELECT HOLDS ASSIGN TO "HOLDS"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS SEQUENTIAL
007000         RECORD KEY IS HD-HOLD-KEY
007100         FILE STATUS IS Holds-File-Status.
007200
007300     SELECT ACCTOVR ASSIGN TO "ACCTOVR"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS SEQUENTIAL
007600         RECORD KEY IS AO-ACCOUNT-NUMBER
007700         FILE STATUS IS Acctovr-File-Status.
007800
007900     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS SEQUENTIAL
008200         RECORD KEY IS MF-ACCOUNT-NUMBER
008300         FILE STATUS IS Acctmstr-File-Status.
008400
008500     SELECT CTLTOTIN ASSIGN TO "CTLTOTIN"
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS Ctltotin-File-Status.
008800
008900     SELECT SBYSHIP ASSIGN TO "SBYSHIP"
009000         ORGANIZATION IS SEQUENTIAL
009100         FILE STATUS IS Sbyship-File-Status.
009200
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  SBYCTL.
009600     COPY SBYCTL.
009700
009800 FD  SBYSEED.
009900 01  Sbyseed-Record                  PIC X(80).
010000
010100 FD  RUNCTLIN.
010200     COPY RUNCTL REPLACING
010300         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
010400         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
010500         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
010600         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.
010700
010800 FD  MSTRJRNL.
010900     COPY MSTRJRNL.
011000
011100 FD  TRANHIST.
011200     COPY TRNHIST.
011300
011400 FD  HOLDS.
011500     COPY HOLDS.
011600
011700 FD  ACCTOVR.
011800     COPY ACCTOVR.
011900
012000 FD  ACCTMSTR.
012100     COPY ACCTMSTR.
012200
012300 FD  CTLTOTIN.
012400     COPY CTLTOT REPLACING
012500         ==CT-CONTROL-TOTAL-RECORD==
012600             BY ==CTI-CONTROL-TOTAL-RECORD==
012700         ==CT-CONTROL-DATE== BY ==CTI-CONTROL-DATE==
012800         ==CT-CONTROL-TOTAL== BY ==CTI-CONTROL-TOTAL==.
012900
013000 FD  SBYSHIP.
013100     COPY SBYSHIP.
013200
013300 WORKING-STORAGE SECTION.
013400 01  Sbyctl-File-Status              PIC XX.
013500     88  Sbyctl-OK                   VALUE "00".
013600     88  Sbyctl-Not-Found            VALUE "35".
013700 01  Sbyseed-File-Status             PIC XX.
013800     88  Sbyseed-OK                  VALUE "00".
013900 01  Runctlin-File-Status            PIC XX.
014000     88  Runctlin-OK                 VALUE "00".
014100     88  Runctlin-Not-Found          VALUE "35".
014200 01  Mstrjrnl-File-Status            PIC XX.
014300     88  Mstrjrnl-OK                 VALUE "00".
014400     88  Mstrjrnl-EOF                VALUE "10".
014500 01  Tranhist-File-Status            PIC XX.
014600     88  Tranhist-OK                 VALUE "00".
014700     88  Tranhist-EOF                VALUE "10".
014800 01  Holds-File-Status               PIC XX.
014900     88  Holds-OK                    VALUE "00".
015000     88  Holds-EOF                   VALUE "10".
015100 01  Acctovr-File-Status             PIC XX.
015200     88  Acctovr-OK                  VALUE "00".
015300     88  Acctovr-EOF                 VALUE "10".
015400 01  Acctmstr-File-Status            PIC XX.
015500     88  Acctmstr-OK                 VALUE "00".
015600     88  Acctmstr-EOF                VALUE "10".
015700 01  Ctltotin-File-Status            PIC XX.
015800     88  Ctltotin-OK                 VALUE "00".
015900     88  Ctltotin-Not-Found          VALUE "35".
016000 01  Sbyship-File-Status             PIC XX.
016100
016200 01  Ship-Mode-Switch                PIC X(01).
016300     88  Seed-Run                    VALUE "S".
016400     88  Update-Run                  VALUE "U".
016500
016600*    STAMPS ARE DATE THEN HHMMSSCC SO THEY COMPARE AS ONE KEY.
016700 01  Ship-Stamp.
016800     05  Ship-Date                   PIC 9(08).
016900     05  Ship-Time                   PIC 9(08).
017000 01  From-Stamp.
017100     05  From-Date                   PIC 9(08).
017200     05  From-Time                   PIC 9(08).
017300 01  Row-Stamp.
017400     05  Row-Date                    PIC 9(08).
017500     05  Row-Time                    PIC 9(08).
017600 01  Seed-Business-Date              PIC 9(08).
017700 01  Shipments-Since-Seed            PIC 9(04).
017800
017900 01  Row-Sequence                    PIC 9(7) COMP.
018000 01  Ship-Counters.
018100     05  Journal-Rows                PIC 9(7) COMP.
018200     05  History-Rows                PIC 9(7) COMP.
018300     05  Hold-Rows                   PIC 9(7) COMP.
018400     05  Override-Rows               PIC 9(7) COMP.
018500     05  Primary-Accounts            PIC 9(7) COMP.
018600     05  Primary-Balance             PIC S9(9)V99.
018700 01  Close-Date                      PIC 9(08).
018800 01  Close-Total                     PIC S9(9)V99.
018900 01  Edited-Total                    PIC -(9)9.99.
019000
019100 PROCEDURE DIVISION.
019200
019300 0000-MAINLINE.
019400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
019500     IF Update-Run
019600         PERFORM 2000-SHIP-JOURNAL THRU 2000-SHIP-JOURNAL-EXIT
019700         PERFORM 3000-SHIP-HISTORY THRU 3000-SHIP-HISTORY-EXIT
019800         PERFORM 4000-SHIP-HOLDS THRU 4000-SHIP-HOLDS-EXIT
019900         PERFORM 4500-SHIP-OVERRIDES
020000             THRU 4500-SHIP-OVERRIDES-EXIT
020100     END-IF
020200     PERFORM 5000-PRIMARY-TOTALS THRU 5000-PRIMARY-TOTALS-EXIT
020300     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
020400     STOP RUN.
020500
020600*****************************************************************
020700*    THE SHIP STAMP IS TAKEN FIRST; ANYTHING JOURNALED WHILE    *
020800*    THIS RUN READS GOES OUT WITH THE NEXT SHIPMENT.            *
020900*****************************************************************
021000 1000-INITIALIZE.
021100     ACCEPT Ship-Date FROM DATE YYYYMMDD
021200     ACCEPT Ship-Time FROM TIME
021300     MOVE ZERO TO Row-Sequence
021400                  Journal-Rows
021500                  History-Rows
021600                  Hold-Rows
021700                  Override-Rows
021800                  Primary-Accounts
021900                  Primary-Balance
022000                  Close-Date
022100                  Close-Total
022200                  From-Date
022300                  From-Time
022400                  Seed-Business-Date
022500                  Shipments-Since-Seed
022600
022700*>   An SBYSEED DD announces the nightly re-seed.
022800     SET Update-Run TO TRUE
022900     OPEN INPUT SBYSEED
023000     IF Sbyseed-OK
023100         SET Seed-Run TO TRUE
023200         CLOSE SBYSEED
023300     END-IF
023400
023500     OPEN INPUT SBYCTL
023600     IF Sbyctl-OK
023700         READ SBYCTL
023800             AT END
023900                 SET Sbyctl-Not-Found TO TRUE
024000         END-READ
024100     END-IF
024200     IF Sbyctl-OK
024300         MOVE XH-LAST-SHIP-DATE TO From-Date
024400         MOVE XH-LAST-SHIP-TIME TO From-Time
024500         MOVE XH-SEED-BUSINESS-DATE TO Seed-Business-Date
024600         MOVE XH-SHIPMENTS-SINCE-SEED TO Shipments-Since-Seed
024700         CLOSE SBYCTL
024800     ELSE
024900         IF Update-Run
025000             DISPLAY "** NO SHIPPING CONTROL - SHIPPING THE"
025100                 " WHOLE JOURNAL AND HISTORY **"
025200         END-IF
025300     END-IF
025400
025500     IF Seed-Run
025600         PERFORM 1100-SEED-DATE THRU 1100-SEED-DATE-EXIT
025700         MOVE ZERO TO Shipments-Since-Seed
025800     ELSE
025900         ADD 1 TO Shipments-Since-Seed
026000     END-IF
026100
026200     OPEN OUTPUT SBYSHIP
026300     MOVE SPACES TO XS-STANDBY-SHIP-RECORD
026400     SET XS-Header-Row TO TRUE
026500     MOVE Ship-Date TO XS-SHIP-DATE
026600     MOVE Ship-Time TO XS-SHIP-TIME
026700     MOVE From-Date TO XS-FROM-DATE
026800     MOVE From-Time TO XS-FROM-TIME
026900     MOVE Seed-Business-Date TO XS-SEED-BUSINESS-DATE
027000     MOVE Ship-Mode-Switch TO XS-SHIP-MODE
027100     PERFORM 8000-WRITE-ROW THRU 8000-WRITE-ROW-EXIT
027200     IF Seed-Run
027300         DISPLAY "STANDBY SEED SHIPMENT - " Ship-Date " "
027400             Ship-Time " AS OF " Seed-Business-Date
027500     ELSE
027600         DISPLAY "STANDBY SHIPMENT " Shipments-Since-Seed
027700             " - " Ship-Date " " Ship-Time
027800             " SINCE " From-Date " " From-Time
027900     END-IF.
028000 1000-INITIALIZE-EXIT.
028100     EXIT.
028200
028300*>   The re-seed copies the masters as the night left them, so
028400*>   the night's business date is the seed date.
028500 1100-SEED-DATE.
028600     OPEN INPUT RUNCTLIN
028700     IF Runctlin-OK
028800         READ RUNCTLIN
028900             AT END
029000                 SET Runctlin-Not-Found TO TRUE
029100         END-READ
029200     END-IF
029300     IF Runctlin-OK
029400         MOVE RI-BUSINESS-DATE TO Seed-Business-Date
029500         CLOSE RUNCTLIN
029600     ELSE
029700         ACCEPT Seed-Business-Date FROM DATE YYYYMMDD
029800     END-IF.
029900 1100-SEED-DATE-EXIT.
030000     EXIT.
030100
030200*****************************************************************
030300*    JOURNAL ROWS STAMPED AFTER THE LAST SHIPMENT AND NO LATER  *
030400*    THAN THIS ONE.                                             *
030500*****************************************************************
030600 2000-SHIP-JOURNAL.
030700     OPEN INPUT MSTRJRNL
030800     IF NOT Mstrjrnl-OK
030900         DISPLAY "No master change journal to ship."
031000         GO TO 2000-SHIP-JOURNAL-EXIT
031100     END-IF
031200     PERFORM 2100-READ-JOURNAL THRU 2100-READ-JOURNAL-EXIT
031300     PERFORM 2200-CHECK-JOURNAL THRU 2200-CHECK-JOURNAL-EXIT
031400         UNTIL Mstrjrnl-EOF
031500     CLOSE MSTRJRNL.
031600 2000-SHIP-JOURNAL-EXIT.
031700     EXIT.
031800
031900 2100-READ-JOURNAL.
032000     READ MSTRJRNL
032100         AT END
032200             SET Mstrjrnl-EOF TO TRUE
032300     END-READ.
032400 2100-READ-JOURNAL-EXIT.
032500     EXIT.
032600
032700 2200-CHECK-JOURNAL.
032800     MOVE MJ-CHANGE-DATE TO Row-Date
032900     MOVE MJ-CHANGE-TIME TO Row-Time
033000     IF Row-Stamp > From-Stamp
033100         AND Row-Stamp NOT > Ship-Stamp
033200         MOVE SPACES TO XS-STANDBY-SHIP-RECORD
033300         SET XS-Journal-Row TO TRUE
033400         MOVE MJ-MASTER-JOURNAL-RECORD TO XS-ROW-IMAGE
033500         PERFORM 8000-WRITE-ROW THRU 8000-WRITE-ROW-EXIT
033600         ADD 1 TO Journal-Rows
033700     END-IF
033800     PERFORM 2100-READ-JOURNAL THRU 2100-READ-JOURNAL-EXIT.
033900 2200-CHECK-JOURNAL-EXIT.
034000     EXIT.
034100
034200*****************************************************************
034300*    THE DAY'S POSTINGS - EVERY HISTORY ROW DATED AFTER THE     *
034400*    SEED DATE. THE FILE IS KEYED BY ACCOUNT FIRST, SO IT IS    *
034500*    READ THROUGH.                                              *
034600*****************************************************************
034700 3000-SHIP-HISTORY.
034800     OPEN INPUT TRANHIST
034900     IF NOT Tranhist-OK
035000         DISPLAY "** TRANSACTION HISTORY NOT AVAILABLE **"
035100         GO TO 3000-SHIP-HISTORY-EXIT
035200     END-IF
035300     PERFORM 3100-READ-HISTORY THRU 3100-READ-HISTORY-EXIT
035400     PERFORM 3200-CHECK-HISTORY THRU 3200-CHECK-HISTORY-EXIT
035500         UNTIL Tranhist-EOF
035600     CLOSE TRANHIST.
035700 3000-SHIP-HISTORY-EXIT.
035800     EXIT.
035900
036000 3100-READ-HISTORY.
036100     READ TRANHIST
036200         AT END
036300             SET Tranhist-EOF TO TRUE
036400     END-READ.
036500 3100-READ-HISTORY-EXIT.
036600     EXIT.
036700
036800 3200-CHECK-HISTORY.
036900     IF HT-TRANS-DATE > Seed-Business-Date
037000         MOVE SPACES TO XS-STANDBY-SHIP-RECORD
037100         SET XS-History-Row TO TRUE
037200         MOVE HT-TRANS-HISTORY-RECORD TO XS-ROW-IMAGE
037300         PERFORM 8000-WRITE-ROW THRU 8000-WRITE-ROW-EXIT
037400         ADD 1 TO History-Rows
037500     END-IF
037600     PERFORM 3100-READ-HISTORY THRU 3100-READ-HISTORY-EXIT.
037700 3200-CHECK-HISTORY-EXIT.
037800     EXIT.
037900
038000 4000-SHIP-HOLDS.
038100     OPEN INPUT HOLDS
038200     IF NOT Holds-OK
038300         DISPLAY "** HOLDS FILE NOT AVAILABLE **"
038400         GO TO 4000-SHIP-HOLDS-EXIT
038500     END-IF
038600     PERFORM 4100-READ-HOLD THRU 4100-READ-HOLD-EXIT
038700     PERFORM 4200-SHIP-HOLD THRU 4200-SHIP-HOLD-EXIT
038800         UNTIL Holds-EOF
038900     CLOSE HOLDS.
039000 4000-SHIP-HOLDS-EXIT.
039100     EXIT.
039200
039300 4100-READ-HOLD.
039400     READ HOLDS
039500         AT END
039600             SET Holds-EOF TO TRUE
039700     END-READ.
039800 4100-READ-HOLD-EXIT.
039900     EXIT.
040000
040100 4200-SHIP-HOLD.
040200     MOVE SPACES TO XS-STANDBY-SHIP-RECORD
040300     SET XS-Hold-Row TO TRUE
040400     MOVE HD-HOLD-RECORD TO XS-ROW-IMAGE
040500     PERFORM 8000-WRITE-ROW THRU 8000-WRITE-ROW-EXIT
040600     ADD 1 TO Hold-Rows
040700     PERFORM 4100-READ-HOLD THRU 4100-READ-HOLD-EXIT.
040800 4200-SHIP-HOLD-EXIT.
040900     EXIT.
041000
041100 4500-SHIP-OVERRIDES.
041200     OPEN INPUT ACCTOVR
041300     IF NOT Acctovr-OK
041400         DISPLAY "** OVERRIDE FILE NOT AVAILABLE **"
041500         GO TO 4500-SHIP-OVERRIDES-EXIT
041600     END-IF
041700     PERFORM 4600-READ-OVERRIDE THRU 4600-READ-OVERRIDE-EXIT
041800     PERFORM 4700-SHIP-OVERRIDE THRU 4700-SHIP-OVERRIDE-EXIT
041900         UNTIL Acctovr-EOF
042000     CLOSE ACCTOVR.
042100 4500-SHIP-OVERRIDES-EXIT.
042200     EXIT.
042300
042400 4600-READ-OVERRIDE.
042500     READ ACCTOVR
042600         AT END
042700             SET Acctovr-EOF TO TRUE
042800     END-READ.
042900 4600-READ-OVERRIDE-EXIT.
043000     EXIT.
043100
043200 4700-SHIP-OVERRIDE.
043300     MOVE SPACES TO XS-STANDBY-SHIP-RECORD
043400     SET XS-Override-Row TO TRUE
043500     MOVE AO-ACCOUNT-OVERRIDE-RECORD TO XS-ROW-IMAGE
043600     PERFORM 8000-WRITE-ROW THRU 8000-WRITE-ROW-EXIT
043700     ADD 1 TO Override-Rows
043800     PERFORM 4600-READ-OVERRIDE THRU 4600-READ-OVERRIDE-EXIT.
043900 4700-SHIP-OVERRIDE-EXIT.
044000     EXIT.
044100
044200*****************************************************************
044300*    THE PRIMARY'S OWN FIGURES FOR THE RECOVERY SITE TO PROVE   *
044400*    AGAINST - ACCOUNT COUNT AND BALANCE SUM NOW, SUMMED THE    *
044500*    WAY THE CLOSE SUMS CTLTOT, AND THE LAST CLOSE'S CTLTOT.    *
044600*****************************************************************
044700 5000-PRIMARY-TOTALS.
044800     OPEN INPUT ACCTMSTR
044900     IF Acctmstr-OK
045000         PERFORM 5100-READ-MASTER THRU 5100-READ-MASTER-EXIT
045100         PERFORM 5200-SUM-MASTER THRU 5200-SUM-MASTER-EXIT
045200             UNTIL Acctmstr-EOF
045300         CLOSE ACCTMSTR
045400     ELSE
045500         DISPLAY "** ACCOUNT MASTER NOT AVAILABLE **"
045600     END-IF
045700
045800     OPEN INPUT CTLTOTIN
045900     IF Ctltotin-OK
046000         READ CTLTOTIN
046100             AT END
046200                 SET Ctltotin-Not-Found TO TRUE
046300         END-READ
046400     END-IF
046500     IF Ctltotin-OK
046600         MOVE CTI-CONTROL-DATE TO Close-Date
046700         MOVE CTI-CONTROL-TOTAL TO Close-Total
046800         CLOSE CTLTOTIN
046900     ELSE
047000         DISPLAY "** NO CONTROL TOTAL TO SHIP **"
047100     END-IF.
047200 5000-PRIMARY-TOTALS-EXIT.
047300     EXIT.
047400
047500 5100-READ-MASTER.
047600     READ ACCTMSTR
047700         AT END
047800             SET Acctmstr-EOF TO TRUE
047900     END-READ.
048000 5100-READ-MASTER-EXIT.
048100     EXIT.
048200
048300 5200-SUM-MASTER.
048400     ADD 1 TO Primary-Accounts
048500     ADD MF-ACCOUNT-BALANCE TO Primary-Balance
048600     PERFORM 5100-READ-MASTER THRU 5100-READ-MASTER-EXIT.
048700 5200-SUM-MASTER-EXIT.
048800     EXIT.
048900
049000 8000-WRITE-ROW.
049100     ADD 1 TO Row-Sequence
049200     MOVE Row-Sequence TO XS-ROW-SEQUENCE
049300     WRITE XS-STANDBY-SHIP-RECORD.
049400 8000-WRITE-ROW-EXIT.
049500     EXIT.
049600
049700*****************************************************************
049800*    CLOSE THE SHIPMENT WITH ITS CONTROL ROW AND MOVE THE       *
049900*    SHIPPING CONTROL UP TO THIS STAMP.                         *
050000*****************************************************************
050100 9000-TERMINATE.
050200     MOVE SPACES TO XS-STANDBY-SHIP-RECORD
050300     SET XS-Control-Row TO TRUE
050400     MOVE Journal-Rows TO XS-JOURNAL-ROWS
050500     MOVE History-Rows TO XS-HISTORY-ROWS
050600     MOVE Hold-Rows TO XS-HOLD-ROWS
050700     MOVE Override-Rows TO XS-OVERRIDE-ROWS
050800     MOVE Primary-Accounts TO XS-PRIMARY-ACCOUNTS
050900     MOVE Primary-Balance TO XS-PRIMARY-BALANCE
051000     MOVE Close-Date TO XS-CLOSE-DATE
051100     MOVE Close-Total TO XS-CLOSE-TOTAL
051200     PERFORM 8000-WRITE-ROW THRU 8000-WRITE-ROW-EXIT
051300     CLOSE SBYSHIP
051400
051500     OPEN OUTPUT SBYCTL
051600     MOVE SPACES TO XH-SHIP-CONTROL-RECORD
051700     MOVE Ship-Date TO XH-LAST-SHIP-DATE
051800     MOVE Ship-Time TO XH-LAST-SHIP-TIME
051900     MOVE Seed-Business-Date TO XH-SEED-BUSINESS-DATE
052000     MOVE Shipments-Since-Seed TO XH-SHIPMENTS-SINCE-SEED
052100     WRITE XH-SHIP-CONTROL-RECORD
052200     CLOSE SBYCTL
052300
052400     DISPLAY " "
052500     DISPLAY "Journal rows shipped   - " Journal-Rows
052600     DISPLAY "History rows shipped   - " History-Rows
052700     DISPLAY "Hold rows shipped      - " Hold-Rows
052800     DISPLAY "Override rows shipped  - " Override-Rows
052900     DISPLAY "Primary accounts       - " Primary-Accounts
053000     MOVE Primary-Balance TO Edited-Total
053100     DISPLAY "Primary balance sum    - " Edited-Total
053200     MOVE Close-Total TO Edited-Total
053300     DISPLAY "Close total of " Close-Date " - " Edited-Total.
053400 9000-TERMINATE-EXIT.
053500     EXIT.
