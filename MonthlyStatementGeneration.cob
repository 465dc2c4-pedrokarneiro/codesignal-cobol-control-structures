000800*                                                               *
000900*    MONTHLYSTATEMENTGENERATION                                 *
001000*                                                               *
001100*    CYCLE-END CUSTOMER STATEMENT RUN, EVERY BUSINESS NIGHT.    *
001200*    AN ACCOUNT IS STATEMENTED WHEN ITS STMTCYC CYCLE HAS       *
001300*    CLOSED SINCE ITS LAST STATEMENT. READS THE CYCLE-TO-DATE   *
001350*    TRANSACTION FILE                                           *
001400*    (CYCTRANS - EACH NIGHT'S POSTED DAILY-TRANS, APPENDED BY   *
001500*    THE ACCTBAT CAPTURE STEP AND SORTED BY ACCOUNT AND DATE    *
001600*    AHEAD OF THIS STEP) AND THE CYCLE'S GL POSTING ENTRIES     *
002999*                     BALANCE PAIRS, ONE DETAIL PER ITEM WITH   *
002999*                     SERIAL, CODE AND TRACE, AND A FILETRLR    *
002999*                     TRAILER PER ACCOUNT.                      *
003000*    2026-10-15  RLB  STAGGERED CYCLES: THE RUN IS NIGHTLY AND  *
003001*                     STATEMENTS ONLY THE ACCOUNTS WHOSE OWN    *
003002*                     STMTCYC CYCLE HAS CLOSED UNSTATEMENTED,   *
003003*                     OVER THAT CYCLE'S DATES, IN PLACE OF THE  *
003004*                     ONE SCHEDCTL WINDOW FOR EVERY ACCOUNT.    *
003005*                     ITEMS NOT YET STATEMENTED ARE CARRIED     *
003006*                     FORWARD ON CYCKEEP FOR THE NEXT CYCLE.    *
003007*    2026-10-15  RLB  CUSTROLE NOW KEYS ON ACCOUNT, ROLE AND    *
003008*                     CUSTOMER AND IS READ DYNAMICALLY; UP TO   *
003009*                     THREE JOINT OWNERS PRINT AS AND LINES     *
003010*                     UNDER THE ADDRESSEE. SIGNERS AND POA      *
003011*                     AGENTS DO NOT.                            *
003012*                                                               *
003100*****************************************************************

003200 ENVIRONMENT DIVISION.
004400         RECORD KEY IS MF-ACCOUNT-NUMBER
004500         FILE STATUS IS Acctmstr-File-Status.

004600     SELECT STMTCYC ASSIGN TO "STMTCYC"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS YC-ACCOUNT-NUMBER
005000         FILE STATUS IS Stmtcyc-File-Status.

005001     SELECT CYCKEEP ASSIGN TO "CYCKEEP"
005002         ORGANIZATION IS SEQUENTIAL
005003         FILE STATUS IS Cyckeep-File-Status.

005004     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
005005         ORGANIZATION IS SEQUENTIAL
005006         FILE STATUS IS Runctlin-File-Status.

005010     SELECT STMTPREF ASSIGN TO "STMTPREF"
005020         ORGANIZATION IS INDEXED

005096     SELECT CUSTROLE ASSIGN TO "CUSTROLE"
005096         ORGANIZATION IS INDEXED
005096         ACCESS MODE IS DYNAMIC
005096         RECORD KEY IS RO-ROLE-KEY
005096         FILE STATUS IS Custrole-File-Status.

005700 FD  ACCTMSTR.
005800     COPY ACCTMSTR.

005900 FD  STMTCYC.
006000     COPY STMTCYC.

006001 FD  CYCKEEP.
006002 01  CK-CYCLE-KEEP-RECORD            PIC X(68).

006003 FD  RUNCTLIN.
006004     COPY RUNCTL REPLACING
006005         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
006006         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
006007         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
006008         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.

006010 FD  STMTPREF.
006020     COPY STMTPREF.
006900     88  Acctmstr-OK                 VALUE "00".
007000     88  Acctmstr-EOF                VALUE "10".

007100 01  Stmtcyc-File-Status             PIC XX.
007200     88  Stmtcyc-OK                  VALUE "00".
007300     88  Stmtcyc-Not-On-File         VALUE "23".
007301 01  Cyckeep-File-Status             PIC XX.
007302     88  Cyckeep-OK                  VALUE "00".
007303 01  Runctlin-File-Status            PIC XX.
007304     88  Runctlin-OK                 VALUE "00".
007305     88  Runctlin-Not-Found          VALUE "35".
007306 01  Cycle-Row-Switch                PIC X(01).
007307     88  Cycle-Row-Found             VALUE "Y".
007308     88  Cycle-Row-Missing           VALUE "N".
007309 01  Statement-Due-Switch            PIC X(01).
007310     88  Statement-Is-Due            VALUE "Y".
007311     88  Statement-Not-Due           VALUE "N".
007312*    ITEMS DATED AFTER THIS ARE STILL TO BE STATEMENTED AND
007313*    ARE CARRIED FORWARD ON CYCKEEP.
007314 01  Keep-After-Date                 PIC 9(08).

007315 01  Stmtpref-File-Status            PIC XX.
007320     88  Stmtpref-OK                 VALUE "00".
007330     88  Stmtpref-Not-On-File        VALUE "23".
007340     88  Stmtpref-Not-Found          VALUE "35".
007405 01  Bad-Address-Switch              PIC X(01).
007406     88  Address-Is-Bad              VALUE "Y".
007407     88  Address-Is-Usable           VALUE "N".
007408 01  Mail-Customer-Number            PIC X(10).
007409 01  Role-Scan-Switch                PIC X(01).
007410     88  Role-Scan-Is-Done           VALUE "Y".
007411     88  Role-Scan-Is-Active         VALUE "N".
007412 01  Joint-Owner-Count               PIC 9(02) COMP.
007413 01  Joint-Owner-Sub                 PIC 9(02) COMP.
007414 01  Joint-Owner-Table.
007415     05  Joint-Owner-Name            PIC X(30) OCCURS 3 TIMES.
007396 01  Delivery-Code                   PIC X(01).
007397     88  Deliver-Paper               VALUE "P".
007398     88  Deliver-Electronic          VALUE "E".
007412 01  Uncollected-Total               PIC S9(7)V99.
007413 01  Collected-Balance               PIC S9(9)V99.

007700 01  Run-Date                        PIC 9(08).
008200 01  Cycle-Start-Date                PIC 9(08).
008700 01  Cycle-End-Date                  PIC 9(08).

009200*    The cycle's items for one account are gathered here before
009300*    printing, so the opening balance can be computed and shown
011530     05  Paper-Suppressed            PIC 9(7) COMP.
011532     05  Bad-Address-Suppressed      PIC 9(7) COMP.
011534     05  Recon-Exports               PIC 9(7) COMP.
011536     05  Cycles-Statemented          PIC 9(7) COMP.
011538     05  Items-Carried               PIC 9(7) COMP.

011540*    The e-statement stream bookkeeping: where the next
011550*    electronic statement starts and how many lines it spans,
012930                  Paper-Suppressed
012932                  Bad-Address-Suppressed
012934                  Recon-Exports
012936                  Cycles-Statemented
012938                  Items-Carried
012940                  Estmt-File-Offset
012950     OPEN OUTPUT ESTMIDX
012955     OPEN OUTPUT ESTMTCN
013005         OPEN OUTPUT RECNEXT
013006     END-IF

013000*> Each account's window comes from its own STMTCYC cycle;
013100*> the run date is the business date the cycles closed on.
013200     OPEN I-O STMTCYC
013300     OPEN OUTPUT CYCKEEP
013400     OPEN INPUT RUNCTLIN
013500     IF Runctlin-OK
013600         READ RUNCTLIN
013700             AT END
013800                 SET Runctlin-Not-Found TO TRUE
013900         END-READ
014000     END-IF
014100     IF Runctlin-OK
014200         MOVE RI-BUSINESS-DATE TO Run-Date
014300         CLOSE RUNCTLIN
014400     ELSE
014500         ACCEPT Run-Date FROM DATE YYYYMMDD
014600     END-IF

014700     DISPLAY "CUSTOMER STATEMENTS - CYCLES CLOSED THROUGH "
014800         Run-Date

015400     READ CYCTRANS
015500         AT END
017400     MOVE ZERO TO Item-Count
017500                  Gl-Item-Count
017600                  Cycle-Net-Amount
017650     PERFORM 2050-GET-CYCLE THRU 2050-GET-CYCLE-EXIT
017700     PERFORM 2100-GATHER-TRANS THRU 2100-GATHER-TRANS-EXIT
017800         UNTIL Cyctrans-EOF
017900             OR TR-ACCOUNT-NUMBER > MF-ACCOUNT-NUMBER
018000     PERFORM 2200-GATHER-GL THRU 2200-GATHER-GL-EXIT
018100         UNTIL Glcycle-EOF
018200             OR GL-ACCOUNT-NUMBER > MF-ACCOUNT-NUMBER
018220     IF Statement-Not-Due
018240         GO TO 2000-READ-NEXT
018260     END-IF
018280     ADD 1 TO Cycles-Statemented
018300     PERFORM 2250-GET-PREFERENCE THRU 2250-GET-PREFERENCE-EXIT
018302     PERFORM 2260-GET-NAME-ADDRESS
018304         THRU 2260-GET-NAME-ADDRESS-EXIT
018407                     THRU 2800-WRITE-RECON-EXTRACT-EXIT
018408         END-READ
018409     END-IF
018419     MOVE Cycle-End-Date TO YC-STATEMENT-CYCLE-END
018429     REWRITE YC-STATEMENT-CYCLE-RECORD
018439         INVALID KEY
018449             DISPLAY MF-ACCOUNT-NUMBER
018459                 ": Cycle not marked statemented, status "
018469                 Stmtcyc-File-Status
018479     END-REWRITE.

018489 2000-READ-NEXT.
018400     READ ACCTMSTR
018500         AT END
018600             SET Acctmstr-EOF TO TRUE
018800 2000-STATEMENT-ACCOUNT-EXIT.
018900     EXIT.

018902*****************************************************************
018904*    A STATEMENT IS DUE WHEN THE ACCOUNT'S CYCLE HAS CLOSED     *
018906*    SINCE ITS LAST STATEMENT; IT COVERS THE DAY AFTER THE      *
018908*    PRIOR CYCLE END THROUGH THE LAST ONE. AN ACCOUNT WITH NO   *
018910*    CYCLE ROW YET (OPENED TONIGHT) KEEPS ALL ITS ITEMS.        *
018912*****************************************************************
018914 2050-GET-CYCLE.
018916     SET Statement-Not-Due TO TRUE
018918     MOVE ZERO TO Keep-After-Date
018920                  Cycle-Start-Date
018922                  Cycle-End-Date
018924     MOVE MF-ACCOUNT-NUMBER TO YC-ACCOUNT-NUMBER
018926     READ STMTCYC
018928         INVALID KEY
018930             SET Cycle-Row-Missing TO TRUE
018932             GO TO 2050-GET-CYCLE-EXIT
018934     END-READ
018936     SET Cycle-Row-Found TO TRUE
018938     MOVE YC-STATEMENT-CYCLE-END TO Keep-After-Date
018940     IF YC-LAST-CYCLE-END NOT > YC-STATEMENT-CYCLE-END
018942         OR YC-PRIOR-CYCLE-END = ZERO
018944         GO TO 2050-GET-CYCLE-EXIT
018946     END-IF
018948     SET Statement-Is-Due TO TRUE
018950     COMPUTE Cycle-Start-Date = FUNCTION DATE-OF-INTEGER
018952         (FUNCTION INTEGER-OF-DATE(YC-PRIOR-CYCLE-END) + 1)
018954     MOVE YC-LAST-CYCLE-END TO Cycle-End-Date
018956                               Keep-After-Date.
018958 2050-GET-CYCLE-EXIT.
018960     EXIT.

019000 2100-GATHER-TRANS.
019100*> Items for accounts ahead of the master are impossible on a
019200*> sorted pair of files; items behind it belong to an account no
021300                 ": Statement item limit reached; item dropped."
021400         END-IF
021500     END-IF
021510*> Anything later than the account's statemented cycles goes
021520*> forward to the next cycle's run.
021530     IF TR-ACCOUNT-NUMBER = MF-ACCOUNT-NUMBER
021540         AND TR-TRANS-DATE > Keep-After-Date
021550         WRITE CK-CYCLE-KEEP-RECORD FROM TR-DAILYTRN-RECORD
021560         ADD 1 TO Items-Carried
021570     END-IF
021600     READ CYCTRANS
021700         AT END
021800             SET Cyctrans-EOF TO TRUE
025295 2260-GET-NAME-ADDRESS.
025296     SET Name-Was-Not-Found TO TRUE
025297     SET Address-Is-Usable TO TRUE
025298*> A custodial account's mail goes to the custodian, not the
025299*> minor - the role link outranks the relationship link.
025300     MOVE ZERO TO Joint-Owner-Count
025301     MOVE MF-ACCOUNT-NUMBER TO RO-ACCOUNT-NUMBER
025302     SET RO-ROLE-CUSTODIAN TO TRUE
025303     MOVE LOW-VALUES TO RO-CUSTOMER-NUMBER
025304     START CUSTROLE KEY IS NOT LESS THAN RO-ROLE-KEY
025305         INVALID KEY
025306             GO TO 2260-GET-OWNER
025307     END-START
025308     READ CUSTROLE NEXT RECORD
025309         AT END
025310             GO TO 2260-GET-OWNER
025311     END-READ
025312     IF RO-ACCOUNT-NUMBER = MF-ACCOUNT-NUMBER
025313         AND RO-ROLE-CUSTODIAN
025314         MOVE RO-CUSTOMER-NUMBER TO Mail-Customer-Number
025315         GO TO 2260-READ-ADDRESS
025316     END-IF.
025317 2260-GET-OWNER.
025318     MOVE MF-ACCOUNT-NUMBER TO RL-ACCOUNT-NUMBER
025319     READ CUSTREL
025320         INVALID KEY
025321             GO TO 2260-GET-NAME-ADDRESS-EXIT
025322     END-READ
025323     MOVE RL-CUSTOMER-NUMBER TO Mail-Customer-Number.
025324
025325 2260-READ-ADDRESS.
025326*> Joint owners print under the addressee, so their names are
025327*> gathered before the addressee's row is read into CUSTADDR.
025328     PERFORM 2270-GATHER-JOINT-OWNERS
025329         THRU 2270-GATHER-JOINT-OWNERS-EXIT
025330     MOVE Mail-Customer-Number TO NA-CUSTOMER-NUMBER
025331     READ CUSTADDR
025332         INVALID KEY
025333             GO TO 2260-GET-NAME-ADDRESS-EXIT
025334     END-READ
025335     SET Name-Was-Found TO TRUE
025336     IF NA-ADDRESS-BAD
025337         SET Address-Is-Bad TO TRUE
025338     END-IF.
025339 2260-GET-NAME-ADDRESS-EXIT.
025340     EXIT.

025341*    THE ACCOUNT'S JOINT-OWNER ROWS, UP TO THREE NAMES FOR THE
025342*    ADDRESS BLOCK. SIGNERS AND POA AGENTS ARE NOT OWNERS AND
025343*    NEVER APPEAR ON THE STATEMENT.
025344 2270-GATHER-JOINT-OWNERS.
025345     MOVE MF-ACCOUNT-NUMBER TO RO-ACCOUNT-NUMBER
025346     SET RO-ROLE-JOINT-OWNER TO TRUE
025347     MOVE LOW-VALUES TO RO-CUSTOMER-NUMBER
025348     SET Role-Scan-Is-Active TO TRUE
025349     START CUSTROLE KEY IS NOT LESS THAN RO-ROLE-KEY
025350         INVALID KEY
025351             SET Role-Scan-Is-Done TO TRUE
025352     END-START
025353     PERFORM 2280-NEXT-JOINT-OWNER
025354         THRU 2280-NEXT-JOINT-OWNER-EXIT
025355         UNTIL Role-Scan-Is-Done.
025356 2270-GATHER-JOINT-OWNERS-EXIT.
025357     EXIT.

025358 2280-NEXT-JOINT-OWNER.
025359     READ CUSTROLE NEXT RECORD
025360         AT END
025361             SET Role-Scan-Is-Done TO TRUE
025362             GO TO 2280-NEXT-JOINT-OWNER-EXIT
025363     END-READ
025364     IF RO-ACCOUNT-NUMBER NOT = MF-ACCOUNT-NUMBER
025365         OR NOT RO-ROLE-JOINT-OWNER
025366         OR Joint-Owner-Count NOT < 3
025367         SET Role-Scan-Is-Done TO TRUE
025368         GO TO 2280-NEXT-JOINT-OWNER-EXIT
025369     END-IF
025370     IF RO-CUSTOMER-NUMBER = Mail-Customer-Number
025371         GO TO 2280-NEXT-JOINT-OWNER-EXIT
025372     END-IF
025373     MOVE RO-CUSTOMER-NUMBER TO NA-CUSTOMER-NUMBER
025374     READ CUSTADDR
025375         INVALID KEY
025376             GO TO 2280-NEXT-JOINT-OWNER-EXIT
025377     END-READ
025378     ADD 1 TO Joint-Owner-Count
025379     MOVE NA-CUSTOMER-NAME
025380         TO Joint-Owner-Name (Joint-Owner-Count).
025381 2280-NEXT-JOINT-OWNER-EXIT.
025382     EXIT.

025200 2300-PRINT-STATEMENT.
025300     COMPUTE Opening-Balance =
025800         "  PRODUCT " MF-PRODUCT-CODE
025810     IF Name-Was-Found
025820         DISPLAY "  " NA-CUSTOMER-NAME
025822         PERFORM 2310-PRINT-JOINT-OWNER
025824             THRU 2310-PRINT-JOINT-OWNER-EXIT
025826             VARYING Joint-Owner-Sub FROM 1 BY 1
025828             UNTIL Joint-Owner-Sub > Joint-Owner-Count
025830         DISPLAY "  " NA-STREET-ADDRESS
025840         DISPLAY "  " NA-CITY " " NA-STATE " " NA-POSTAL-CODE
025850     END-IF
027300 2300-PRINT-STATEMENT-EXIT.
027400     EXIT.

027420 2310-PRINT-JOINT-OWNER.
027440     DISPLAY "  AND " Joint-Owner-Name (Joint-Owner-Sub).
027460 2310-PRINT-JOINT-OWNER-EXIT.
027480     EXIT.

027500 2400-PRINT-ITEM.
027600     MOVE Item-Amount (Item-Sub) TO Edited-Amount
027700     IF Item-Type (Item-Sub) = "D"
030000     CLOSE CYCTRANS
030100     CLOSE GLCYCLE
030200     CLOSE ACCTMSTR
030204     CLOSE STMTCYC
030208     CLOSE CYCKEEP
030210     CLOSE ESTMIDX
030215     CLOSE ESTMTCN
030220     CLOSE HELDSTMT
030258     END-IF
030300     DISPLAY " "
030400     DISPLAY "STATEMENT RUN SUMMARY"
030420     DISPLAY "Cycles statemented    - " Cycles-Statemented
030440     DISPLAY "Items carried forward - " Items-Carried
030500     DISPLAY "Statements printed    - " Statements-Printed
030510     DISPLAY "E-statements indexed  - " Estatements-Indexed
030520     DISPLAY "Paper suppressed      - " Paper-Suppressed
