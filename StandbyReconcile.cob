000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    StandbyReconcile.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    STANDBYRECONCILE                                           *
001100*                                                               *
001200*    PROVES THE STANDBY ACCOUNT MASTER AT THE RECOVERY SITE.    *
001300*    RUNS AFTER EACH STANDBYMASTERAPPLY AND ON DEMAND. COUNTS   *
001400*    AND SUMS THE STANDBY MASTER THE WAY THE CLOSE SUMS CTLTOT  *
001500*    AND TIES BOTH FIGURES TO THE PRIMARY'S, AS SHIPPED AT THE  *
001600*    RECOVERY POINT IN SBYSTAT. STRAIGHT AFTER A RE-SEED THE    *
001700*    SUM MUST ALSO EQUAL THE LAST CLOSE'S CTLTOT ITSELF; LATER   *
001800*    IN THE DAY THE MOVEMENT SINCE THAT CLOSE IS SHOWN.         *
001900*    EITHER FAILING TO TIE ENDS RC=8.                           *
002000*                                                               *
002100*    THE LAG - MINUTES FROM THE RECOVERY POINT TO NOW - IS THE  *
002200*    RECOVERY-POINT FIGURE FOR THE AUDITORS. A TIED STANDBY     *
002300*    MORE THAN LAG-WARNING-MINUTES BEHIND ENDS RC=4 SO THE      *
002400*    SCHEDULER FLAGS A STALLED SHIPPING CYCLE. EVERY RUN IS     *
002500*    LOGGED ON SBYRECN.                                         *
002600*                                                               *
002700*    MODIFICATION HISTORY                                      *
002800*    ------------------------------------------------------    *
002900*    DATE       INIT  DESCRIPTION                              *
003000*    ---------  ----  -----------------------------------      *
003100*    2026-10-15  RLB  ORIGINAL.                                *
003200*                                                               *
003300*****************************************************************
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT SBYSTAT ASSIGN TO "SBYSTAT"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS Sbystat-File-Status.
004100
004200     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS MF-ACCOUNT-NUMBER
004600         FILE STATUS IS Acctmstr-File-Status.
004700
004800     SELECT SBYRECN ASSIGN TO "SBYRECN"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS Sbyrecn-File-Status.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  SBYSTAT.
005500     COPY SBYSTAT.
005600
005700 FD  ACCTMSTR.
005800     COPY ACCTMSTR.
005900
006000 FD  SBYRECN.
006100     COPY SBYRECN.
006200
006300 WORKING-STORAGE SECTION.
006400 01  Sbystat-File-Status             PIC XX.
006500     88  Sbystat-OK                  VALUE "00".
006600     88  Sbystat-Not-Found           VALUE "35".
006700 01  Acctmstr-File-Status            PIC XX.
006800     88  Acctmstr-OK                 VALUE "00".
006900     88  Acctmstr-EOF                VALUE "10".
007000 01  Sbyrecn-File-Status             PIC XX.
007100
007200 77  Lag-Warning-Minutes             PIC 9(05) COMP VALUE 60.
007300
007400 01  Recon-Date                      PIC 9(08).
007500 01  Recon-Time                      PIC 9(08).
007600 01  Recon-Time-Parts REDEFINES Recon-Time.
007700     05  Recon-Hour                  PIC 9(02).
007800     05  Recon-Minute                PIC 9(02).
007900     05  FILLER                      PIC 9(04).
008000 01  Point-Time                      PIC 9(08).
008100 01  Point-Time-Parts REDEFINES Point-Time.
008200     05  Point-Hour                  PIC 9(02).
008300     05  Point-Minute                PIC 9(02).
008400     05  FILLER                      PIC 9(04).
008500 01  Recon-Minute-Of-Epoch           PIC 9(11) COMP.
008600 01  Point-Minute-Of-Epoch           PIC 9(11) COMP.
008700 01  Lag-Minutes                     PIC 9(07).
008800
008900 01  Break-Count                     PIC 9(3) COMP.
009000 01  Recon-Counters.
009100     05  Standby-Accounts            PIC 9(7) COMP.
009200     05  Standby-Balance             PIC S9(9)V99.
009300     05  Movement-Since-Close        PIC S9(9)V99.
009400 01  Edited-Total                    PIC -(9)9.99.
009500 01  Edited-Total-2                  PIC -(9)9.99.
009600
009700 PROCEDURE DIVISION.
009800
009900 0000-MAINLINE.
010000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
010100     IF Break-Count = 0
010200         PERFORM 2000-SUM-STANDBY THRU 2000-SUM-STANDBY-EXIT
010300         PERFORM 3000-TIE-TO-PRIMARY
010400             THRU 3000-TIE-TO-PRIMARY-EXIT
010500         PERFORM 4000-MEASURE-LAG THRU 4000-MEASURE-LAG-EXIT
010600     END-IF
010700     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
010800     IF Break-Count > 0
010900         MOVE 8 TO RETURN-CODE
011000     ELSE
011100         IF Lag-Minutes > Lag-Warning-Minutes
011200             MOVE 4 TO RETURN-CODE
011300         END-IF
011400     END-IF
011500     STOP RUN.
011600
011700 1000-INITIALIZE.
011800     ACCEPT Recon-Date FROM DATE YYYYMMDD
011900     ACCEPT Recon-Time FROM TIME
012000     INITIALIZE Recon-Counters
012100     MOVE ZERO TO Break-Count
012200                  Lag-Minutes
012300     DISPLAY "STANDBY RECONCILIATION - " Recon-Date " "
012400         Recon-Time
012500
012600     OPEN INPUT SBYSTAT
012700     IF Sbystat-OK
012800         READ SBYSTAT
012900             AT END
013000                 SET Sbystat-Not-Found TO TRUE
013100         END-READ
013200         CLOSE SBYSTAT
013300     END-IF
013400     IF NOT Sbystat-OK
013500         INITIALIZE XT-STANDBY-STATUS-RECORD
013600         ADD 1 TO Break-Count
013700         DISPLAY "** NO STANDBY STATUS - NOTHING HAS BEEN"
013800             " APPLIED SINCE THE LAST SEED **"
013900         GO TO 1000-INITIALIZE-EXIT
014000     END-IF
014100     DISPLAY "Recovery point " XT-LAST-SHIP-DATE " "
014200         XT-LAST-SHIP-TIME ", applied " XT-APPLY-DATE " "
014300         XT-APPLY-TIME ", " XT-SHIPMENTS-SINCE-SEED
014400         " shipment(s) since the seed of "
014500         XT-SEED-BUSINESS-DATE.
014600 1000-INITIALIZE-EXIT.
014700     EXIT.
014800
014900 2000-SUM-STANDBY.
015000     OPEN INPUT ACCTMSTR
015100     IF NOT Acctmstr-OK
015200         ADD 1 TO Break-Count
015300         DISPLAY "** STANDBY ACCOUNT MASTER NOT AVAILABLE **"
015400         GO TO 2000-SUM-STANDBY-EXIT
015500     END-IF
015600     PERFORM 2100-READ-MASTER THRU 2100-READ-MASTER-EXIT
015700     PERFORM 2200-ADD-MASTER THRU 2200-ADD-MASTER-EXIT
015800         UNTIL Acctmstr-EOF
015900     CLOSE ACCTMSTR.
016000 2000-SUM-STANDBY-EXIT.
016100     EXIT.
016200
016300 2100-READ-MASTER.
016400     READ ACCTMSTR
016500         AT END
016600             SET Acctmstr-EOF TO TRUE
016700     END-READ.
016800 2100-READ-MASTER-EXIT.
016900     EXIT.
017000
017100 2200-ADD-MASTER.
017200     ADD 1 TO Standby-Accounts
017300     ADD MF-ACCOUNT-BALANCE TO Standby-Balance
017400     PERFORM 2100-READ-MASTER THRU 2100-READ-MASTER-EXIT.
017500 2200-ADD-MASTER-EXIT.
017600     EXIT.
017700
017800*****************************************************************
017900*    THE STANDBY MUST MATCH THE PRIMARY AS SHIPPED. A FRESH     *
018000*    SEED HAS HAD NO POSTINGS SINCE THE CLOSE, SO IT MUST ALSO  *
018100*    EQUAL THAT CLOSE'S CTLTOT EXACTLY.                         *
018200*****************************************************************
018300 3000-TIE-TO-PRIMARY.
018400     DISPLAY "Standby accounts " Standby-Accounts
018500         "  primary accounts " XT-PRIMARY-ACCOUNTS
018600     IF Standby-Accounts NOT = XT-PRIMARY-ACCOUNTS
018700         ADD 1 TO Break-Count
018800         DISPLAY "** STANDBY RECORD COUNT DOES NOT TIE **"
018900     END-IF
019000
019100     MOVE Standby-Balance TO Edited-Total
019200     MOVE XT-PRIMARY-BALANCE TO Edited-Total-2
019300     DISPLAY "Standby balance sum " Edited-Total
019400         "  primary " Edited-Total-2
019500     IF Standby-Balance NOT = XT-PRIMARY-BALANCE
019600         ADD 1 TO Break-Count
019700         DISPLAY "** STANDBY BALANCE SUM DOES NOT TIE TO THE"
019800             " PRIMARY **"
019900     END-IF
020000
020100     MOVE XT-CLOSE-TOTAL TO Edited-Total
020200     COMPUTE Movement-Since-Close =
020300         XT-PRIMARY-BALANCE - XT-CLOSE-TOTAL
020400     MOVE Movement-Since-Close TO Edited-Total-2
020500     DISPLAY "Control total of " XT-CLOSE-DATE " "
020600         Edited-Total "  movement since " Edited-Total-2
020700     IF XT-SHIPMENTS-SINCE-SEED = 0
020800         AND Standby-Balance NOT = XT-CLOSE-TOTAL
020900         ADD 1 TO Break-Count
021000         DISPLAY "** RE-SEEDED STANDBY DOES NOT TIE TO THE"
021100             " CONTROL TOTAL **"
021200     END-IF.
021300 3000-TIE-TO-PRIMARY-EXIT.
021400     EXIT.
021500
021600*****************************************************************
021700*    LAG IN WHOLE MINUTES FROM THE RECOVERY POINT TO NOW.       *
021800*****************************************************************
021900 4000-MEASURE-LAG.
022000     MOVE XT-LAST-SHIP-TIME TO Point-Time
022100     COMPUTE Recon-Minute-Of-Epoch =
022200         FUNCTION INTEGER-OF-DATE(Recon-Date) * 1440
022300         + Recon-Hour * 60 + Recon-Minute
022400     COMPUTE Point-Minute-Of-Epoch =
022500         FUNCTION INTEGER-OF-DATE(XT-LAST-SHIP-DATE) * 1440
022600         + Point-Hour * 60 + Point-Minute
022700     IF Recon-Minute-Of-Epoch > Point-Minute-Of-Epoch
022800         COMPUTE Lag-Minutes =
022900             Recon-Minute-Of-Epoch - Point-Minute-Of-Epoch
023000     END-IF
023100     DISPLAY "STANDBY IS " Lag-Minutes
023200         " MINUTE(S) BEHIND THE PRIMARY"
023300     IF Lag-Minutes > Lag-Warning-Minutes
023400         DISPLAY "** LAG EXCEEDS " Lag-Warning-Minutes
023500             " MINUTES - CHECK THE SHIPPING CYCLE **"
023600     END-IF.
023700 4000-MEASURE-LAG-EXIT.
023800     EXIT.
023900
024000 9000-TERMINATE.
024100     MOVE SPACES TO XV-STANDBY-RECON-RECORD
024200     MOVE Recon-Date TO XV-RECON-DATE
024300     MOVE Recon-Time TO XV-RECON-TIME
024400     MOVE XT-LAST-SHIP-DATE TO XV-RECOVERY-POINT-DATE
024500     MOVE XT-LAST-SHIP-TIME TO XV-RECOVERY-POINT-TIME
024600     MOVE Lag-Minutes TO XV-LAG-MINUTES
024700     MOVE Standby-Accounts TO XV-STANDBY-ACCOUNTS
024800     MOVE XT-PRIMARY-ACCOUNTS TO XV-PRIMARY-ACCOUNTS
024900     MOVE Standby-Balance TO XV-STANDBY-BALANCE
025000     MOVE XT-PRIMARY-BALANCE TO XV-PRIMARY-BALANCE
025100     IF Break-Count = 0
025200         SET XV-Recon-Tied TO TRUE
025300     ELSE
025400         SET XV-Recon-Broken TO TRUE
025500     END-IF
025600     OPEN EXTEND SBYRECN
025700     WRITE XV-STANDBY-RECON-RECORD
025800     CLOSE SBYRECN
025900     DISPLAY " "
026000     IF Break-Count = 0
026100         DISPLAY "STANDBY TIES TO THE PRIMARY AT THE RECOVERY"
026200             " POINT."
026300     ELSE
026400         DISPLAY "** STANDBY DOES NOT TIE - " Break-Count
026500             " BREAK(S) - DO NOT DECLARE IT RECOVERABLE **"
026600     END-IF.
026700 9000-TERMINATE-EXIT.
026800     EXIT.
