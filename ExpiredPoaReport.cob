000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ExpiredPoaReport.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    EXPIREDPOAREPORT                                           *
001100*                                                               *
001200*    MONTHLY LIST OF POWERS OF ATTORNEY THAT HAVE RUN OUT.      *
001300*    WALKS CUSTROLE FOR POA AGENT (P) ROWS WHOSE EXPIRY DATE    *
001400*    IS SET AND HAS PASSED, AND PRINTS THE ACCOUNT, ITS         *
001500*    BRANCH, THE AGENT AND THE AGENT'S NAME FROM CUSTADDR WITH  *
001600*    THE EFFECTIVE AND EXPIRY DATES, SO THE BRANCH CAN OBTAIN   *
001700*    A RENEWED POWER OR REMOVE THE AGENT THROUGH ROLETRAN. A    *
001800*    DURABLE POWER (ZERO EXPIRY) NEVER APPEARS. THE REPORT      *
001900*    CHANGES NOTHING.                                           *
002000*                                                               *
002100*    MODIFICATION HISTORY                                      *
002200*    ------------------------------------------------------    *
002300*    DATE       INIT  DESCRIPTION                              *
002400*    ---------  ----  -----------------------------------      *
002500*    2026-10-15  RLB  ORIGINAL.                                *
002600*                                                               *
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CUSTROLE ASSIGN TO "CUSTROLE"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS RO-ROLE-KEY
003600         FILE STATUS IS Custrole-File-Status.
003700
003800     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS MF-ACCOUNT-NUMBER
004200         FILE STATUS IS Acctmstr-File-Status.
004300
004400     SELECT CUSTADDR ASSIGN TO "CUSTADDR"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS NA-CUSTOMER-NUMBER
004800         FILE STATUS IS Custaddr-File-Status.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  CUSTROLE.
005300     COPY CUSTROLE.
005400
005500 FD  ACCTMSTR.
005600     COPY ACCTMSTR.
005700
005800 FD  CUSTADDR.
005900     COPY CUSTADDR.
006000
006100 WORKING-STORAGE SECTION.
006200 01  Custrole-File-Status            PIC XX.
006300     88  Custrole-OK                 VALUE "00".
006400     88  Custrole-EOF                VALUE "10".
006500 01  Acctmstr-File-Status            PIC XX.
006600     88  Acctmstr-OK                 VALUE "00".
006700 01  Custaddr-File-Status            PIC XX.
006800     88  Custaddr-OK                 VALUE "00".
006900
007000 01  Run-Date                        PIC 9(08).
007100 01  Sweep-Done-Switch               PIC X(01).
007200     88  Sweep-Is-Done               VALUE "Y".
007300     88  Sweep-Is-Active             VALUE "N".
007400 01  Agent-Name                      PIC X(30).
007500 01  Account-Branch                  PIC X(04).
007600
007700 01  Report-Counters.
007800     05  Roles-Read                  PIC 9(7) COMP.
007900     05  Poa-Rows-Read               PIC 9(7) COMP.
008000     05  Durable-Powers              PIC 9(7) COMP.
008100     05  Powers-Expired              PIC 9(7) COMP.
008200
008300 PROCEDURE DIVISION.
008400
008500 0000-MAINLINE.
008600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
008700     PERFORM 2000-SWEEP-ROLE THRU 2000-SWEEP-ROLE-EXIT
008800         UNTIL Sweep-Is-Done
008900     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
009000     STOP RUN.
009100
009200 1000-INITIALIZE.
009300     OPEN INPUT CUSTROLE
009400     OPEN INPUT ACCTMSTR
009500     OPEN INPUT CUSTADDR
009600     MOVE 0 TO Roles-Read
009700     MOVE 0 TO Poa-Rows-Read
009800     MOVE 0 TO Durable-Powers
009900     MOVE 0 TO Powers-Expired
010000     ACCEPT Run-Date FROM DATE YYYYMMDD
010100     DISPLAY "EXPIRED POWER OF ATTORNEY REPORT - " Run-Date
010200     DISPLAY "ACCOUNT     BRANCH  AGENT       NAME"
010300         "                            EFFECTIVE  EXPIRED"
010400     DISPLAY "==========  ======  ==========  "
010500         "==============================  "
010600         "=========  ========"
010700     MOVE LOW-VALUES TO RO-ROLE-KEY
010800     SET Sweep-Is-Active TO TRUE
010900     START CUSTROLE KEY IS NOT LESS THAN RO-ROLE-KEY
011000         INVALID KEY
011100             SET Sweep-Is-Done TO TRUE
011200     END-START.
011300 1000-INITIALIZE-EXIT.
011400     EXIT.
011500
011600 2000-SWEEP-ROLE.
011700     READ CUSTROLE NEXT RECORD
011800         AT END
011900             SET Sweep-Is-Done TO TRUE
012000             GO TO 2000-SWEEP-ROLE-EXIT
012100     END-READ
012200     ADD 1 TO Roles-Read
012300     IF NOT RO-ROLE-POA-AGENT
012400         GO TO 2000-SWEEP-ROLE-EXIT
012500     END-IF
012600     ADD 1 TO Poa-Rows-Read
012700*> A durable power runs until it is revoked - nothing lapses.
012800     IF RO-POA-EXPIRY-DATE NOT NUMERIC
012900         OR RO-POA-EXPIRY-DATE = ZERO
013000         ADD 1 TO Durable-Powers
013100         GO TO 2000-SWEEP-ROLE-EXIT
013200     END-IF
013300     IF RO-POA-EXPIRY-DATE NOT < Run-Date
013400         GO TO 2000-SWEEP-ROLE-EXIT
013500     END-IF
013600     PERFORM 3000-PRINT-EXPIRED THRU 3000-PRINT-EXPIRED-EXIT.
013700 2000-SWEEP-ROLE-EXIT.
013800     EXIT.
013900
014000*****************************************************************
014100*    ONE LINE PER LAPSED POWER. A MISSING ACCOUNT OR ADDRESS    *
014200*    ROW STILL PRINTS - THE BRANCH NEEDS TO KNOW ABOUT THE      *
014300*    AGENT EITHER WAY.                                          *
014400*****************************************************************
014500 3000-PRINT-EXPIRED.
014600     ADD 1 TO Powers-Expired
014700     MOVE RO-ACCOUNT-NUMBER TO MF-ACCOUNT-NUMBER
014800     READ ACCTMSTR
014900         INVALID KEY
015000             MOVE "????" TO Account-Branch
015100         NOT INVALID KEY
015200             MOVE MF-BRANCH-CODE TO Account-Branch
015300     END-READ
015400     MOVE RO-CUSTOMER-NUMBER TO NA-CUSTOMER-NUMBER
015500     READ CUSTADDR
015600         INVALID KEY
015700             MOVE "** NO NAME ON FILE **" TO Agent-Name
015800         NOT INVALID KEY
015900             MOVE NA-CUSTOMER-NAME TO Agent-Name
016000     END-READ
016100     DISPLAY RO-ACCOUNT-NUMBER "  " Account-Branch "    "
016200         RO-CUSTOMER-NUMBER "  " Agent-Name "  "
016300         RO-POA-EFFECTIVE-DATE "   " RO-POA-EXPIRY-DATE.
016400 3000-PRINT-EXPIRED-EXIT.
016500     EXIT.
016600
016700 9000-TERMINATE.
016800     CLOSE CUSTROLE
016900     CLOSE ACCTMSTR
017000     CLOSE CUSTADDR
017100     DISPLAY " "
017200     DISPLAY "EXPIRED POA SUMMARY"
017300     DISPLAY "Role rows read      - " Roles-Read
017400     DISPLAY "POA agents on file  - " Poa-Rows-Read
017500     DISPLAY "Durable powers      - " Durable-Powers
017600     DISPLAY "Powers expired      - " Powers-Expired.
017700 9000-TERMINATE-EXIT.
017800     EXIT.
