000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CollectionAgencyPlacement.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-13.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    COLLECTIONAGENCYPLACEMENT                                  *
001100*                                                               *
001200*    MONTH-END PLACEMENT OF CHARGED-OFF RECEIVABLES WITH THE    *
001300*    OUTSIDE COLLECTION AGENCIES. ONE PASS OF CHGRECV WRITES    *
001400*    THE AGYPLACE FILE THE AGENCIES ARE SENT:                   *
001500*                                                               *
001600*      - AN ACCOUNT IN HOUSE (NEVER PLACED, OR RECALLED AS      *
001700*        WORKED OUT) GOES TO AN ACTIVE AGYPARM AGENCY OF THE    *
001800*        NEXT TIER - PRIMARY FIRST, THEN SECONDARY, THEN        *
001900*        TERTIARY - ONCE ITS CHARGE-OFF IS OLD ENOUGH AND       *
002000*        ENOUGH IS STILL OUTSTANDING. SEVERAL AGENCIES ON ONE   *
002100*        TIER ARE DEALT THE RUN'S ACCOUNTS IN TURN. THE         *
002200*        PLACEMENT CARRIES THE DEBTOR'S NAME AND ADDRESS.       *
002300*      - A CUSTOMER UNDER A BANKRUPTCY STAY                     *
002400*        (BANKRUPTCYSTAYCHECK) IS NOT PLACED WHILE THE STAY     *
002500*        LASTS; A DECEASED CUSTOMER'S ACCOUNT IS HELD IN HOUSE  *
002600*        FOR THE ESTATE CLAIM.                                  *
002700*      - AN ACCOUNT ALREADY PLACED WHOSE OUTSTANDING BALANCE    *
002800*        HAS MOVED SINCE THE AGENCY WAS LAST TOLD - THE         *
002900*        CUSTOMER PAID THE BANK DIRECT - GETS A BALANCE ADVICE; *
003000*        A ZERO ADVICE CLOSES THE PLACEMENT AND SETTLES THE     *
003100*        RECEIVABLE.                                            *
003200*                                                               *
003300*    THE FILE CLOSES WITH THE SHOP-STANDARD FILETRLR TRAILER.   *
003400*    A MISSING AGYPARM STILL SENDS THE BALANCE ADVICES BUT      *
003500*    PLACES NOTHING NEW.                                        *
003600*                                                               *
003700*    MODIFICATION HISTORY                                      *
003800*    ------------------------------------------------------    *
003900*    DATE       INIT  DESCRIPTION                              *
004000*    ---------  ----  -----------------------------------      *
004100*    2026-10-13  RLB  ORIGINAL.                                *
004200*                                                               *
004300*****************************************************************
004400
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT CHGRECV ASSIGN TO "CHGRECV"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS CP-ACCOUNT-NUMBER
005200         FILE STATUS IS Chgrecv-File-Status.
005300
005400     SELECT AGYPARM ASSIGN TO "AGYPARM"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS Agyparm-File-Status.
005700
005800     SELECT AGYPLACE ASSIGN TO "AGYPLACE"
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS Agyplace-File-Status.
006100
006200     SELECT CUSTREL ASSIGN TO "CUSTREL"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS RANDOM
006500         RECORD KEY IS RL-ACCOUNT-NUMBER
006600         FILE STATUS IS Custrel-File-Status.
006700
006800     SELECT CUSTMSTR ASSIGN TO "CUSTMSTR"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS RANDOM
007100         RECORD KEY IS CM-CUSTOMER-NUMBER
007200         FILE STATUS IS Custmstr-File-Status.
007300
007400     SELECT CUSTADDR ASSIGN TO "CUSTADDR"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS RANDOM
007700         RECORD KEY IS NA-CUSTOMER-NUMBER
007800         FILE STATUS IS Custaddr-File-Status.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  CHGRECV.
008300     COPY CHGRECV.
008400
008500 FD  AGYPARM.
008600     COPY AGYPARM.
008700
008800 FD  AGYPLACE.
008900     COPY AGYPLACE.
009000
009100 FD  CUSTREL.
009200     COPY CUSTREL.
009300
009400 FD  CUSTMSTR.
009500     COPY CUSTMSTR.
009600
009700 FD  CUSTADDR.
009800     COPY CUSTADDR.
009900
010000 WORKING-STORAGE SECTION.
010100 01  Chgrecv-File-Status             PIC XX.
010200     88  Chgrecv-OK                  VALUE "00".
010300     88  Chgrecv-EOF                 VALUE "10".
010400 01  Agyparm-File-Status             PIC XX.
010500     88  Agyparm-OK                  VALUE "00".
010600     88  Agyparm-EOF                 VALUE "10".
010700 01  Agyplace-File-Status            PIC XX.
010800 01  Custrel-File-Status             PIC XX.
010900     88  Custrel-OK                  VALUE "00".
011000 01  Custmstr-File-Status            PIC XX.
011100     88  Custmstr-OK                 VALUE "00".
011200 01  Custaddr-File-Status            PIC XX.
011300     88  Custaddr-OK                 VALUE "00".
011400
011500 COPY FILETRLR.
011600 01  Run-Date                        PIC 9(08).
011700 01  Run-Integer-Date                PIC 9(07).
011800 01  Chargeoff-Integer-Date          PIC 9(07).
011900 01  Days-Since-Chargeoff            PIC S9(05) COMP.
012000 01  Outstanding-Amount              PIC S9(7)V99.
012100 01  Next-Tier                       PIC 9(01).
012200 01  Stay-Result                     PIC X(01).
012300     88  Stay-Is-Active              VALUE "Y".
012400     88  Stay-Not-Active             VALUE "N".
012500 01  Stay-Customer-Number            PIC X(10).
012600 01  Stay-Case-Number                PIC X(15).
012700
012800*    THE ACTIVE AGENCIES, WITH HOW MANY ACCOUNTS EACH HAS BEEN
012900*    DEALT THIS RUN SO A SHARED TIER IS SPLIT IN TURN.
013000 01  Agency-Table.
013100     05  Agency-Count                PIC 9(03) COMP.
013200     05  Agency-Entry OCCURS 50 TIMES.
013300         10  AT-AGENCY-ID            PIC X(04).
013400         10  AT-PLACEMENT-TIER       PIC 9(01).
013500         10  AT-MIN-PLACE-AMOUNT     PIC 9(5)V99.
013600         10  AT-MIN-AGE-DAYS         PIC 9(03).
013700         10  AT-DEALT-COUNT          PIC 9(07) COMP.
013800 01  Agency-Sub                      PIC 9(03) COMP.
013900 01  Agency-Found-Sub                PIC 9(03) COMP.
014000
014100 01  Placement-Counters.
014200     05  Receivables-Read            PIC 9(7) COMP.
014300     05  Placements-Written          PIC 9(7) COMP.
014400     05  Advices-Written             PIC 9(7) COMP.
014500     05  Placements-Closed           PIC 9(7) COMP.
014600     05  Skipped-Not-Due             PIC 9(7) COMP.
014700     05  Skipped-No-Agency           PIC 9(7) COMP.
014800     05  Skipped-Tiers-Used          PIC 9(7) COMP.
014900     05  Skipped-Stayed              PIC 9(7) COMP.
015000     05  Held-Deceased               PIC 9(7) COMP.
015100     05  Agencies-Dropped            PIC 9(7) COMP.
015200     05  Notices-Written             PIC 9(7) COMP.
015300     05  Placed-Total                PIC S9(9)V99 COMP.
015400     05  Trailer-Hash                PIC 9(11).
015500 01  Edited-Amount                   PIC -(7)9.99.
015600 01  Edited-Total                    PIC -(9)9.99.
015700
015800 PROCEDURE DIVISION.
015900
016000 0000-MAINLINE.
016100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
016200     PERFORM 2000-REVIEW-RECEIVABLE
016300         THRU 2000-REVIEW-RECEIVABLE-EXIT
016400         UNTIL Chgrecv-EOF
016500     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
016600     STOP RUN.
016700
016800 1000-INITIALIZE.
016900     INITIALIZE Placement-Counters
017000     MOVE 0 TO Agency-Count
017100     OPEN I-O CHGRECV
017200     IF NOT Chgrecv-OK
017300         DISPLAY "CHGRECV open failed - " Chgrecv-File-Status
017400         MOVE 16 TO RETURN-CODE
017500         STOP RUN
017600     END-IF
017700     OPEN OUTPUT AGYPLACE
017800     OPEN INPUT CUSTREL
017900     OPEN INPUT CUSTMSTR
018000     OPEN INPUT CUSTADDR
018100     ACCEPT Run-Date FROM DATE YYYYMMDD
018200     COMPUTE Run-Integer-Date =
018300         FUNCTION INTEGER-OF-DATE(Run-Date)
018400     DISPLAY "COLLECTION AGENCY PLACEMENT - " Run-Date
018500
018600     OPEN INPUT AGYPARM
018700     IF Agyparm-OK
018800         PERFORM 1100-LOAD-AGENCY THRU 1100-LOAD-AGENCY-EXIT
018900             UNTIL Agyparm-EOF
019000         CLOSE AGYPARM
019100     ELSE
019200         DISPLAY "No AGYPARM - balance advices only, no new"
019300             " placements."
019400     END-IF
019500
019600     READ CHGRECV
019700         AT END
019800             SET Chgrecv-EOF TO TRUE
019900     END-READ.
020000 1000-INITIALIZE-EXIT.
020100     EXIT.
020200
020300 1100-LOAD-AGENCY.
020400     READ AGYPARM
020500         AT END
020600             SET Agyparm-EOF TO TRUE
020700             GO TO 1100-LOAD-AGENCY-EXIT
020800     END-READ
020900     IF NOT AG-Agency-Active
021000         GO TO 1100-LOAD-AGENCY-EXIT
021100     END-IF
021200     IF AG-PLACEMENT-TIER < 1 OR AG-PLACEMENT-TIER > 3
021300         DISPLAY "AGYPARM " AG-AGENCY-ID
021400             " has no tier 1-3 - not placed with."
021500         GO TO 1100-LOAD-AGENCY-EXIT
021600     END-IF
021700     IF Agency-Count >= 50
021800         ADD 1 TO Agencies-Dropped
021900         GO TO 1100-LOAD-AGENCY-EXIT
022000     END-IF
022100     ADD 1 TO Agency-Count
022200     MOVE AG-AGENCY-ID TO AT-AGENCY-ID (Agency-Count)
022300     MOVE AG-PLACEMENT-TIER TO AT-PLACEMENT-TIER (Agency-Count)
022400     MOVE AG-MIN-PLACE-AMOUNT
022500         TO AT-MIN-PLACE-AMOUNT (Agency-Count)
022600     MOVE AG-MIN-AGE-DAYS TO AT-MIN-AGE-DAYS (Agency-Count)
022700     MOVE 0 TO AT-DEALT-COUNT (Agency-Count).
022800 1100-LOAD-AGENCY-EXIT.
022900     EXIT.
023000
023100 2000-REVIEW-RECEIVABLE.
023200     ADD 1 TO Receivables-Read
023300     COMPUTE Outstanding-Amount =
023400         CP-CHARGEOFF-AMOUNT - CP-RECOVERED-AMOUNT
023500     IF CP-Placed
023600         PERFORM 2100-ADVISE-BALANCE
023700             THRU 2100-ADVISE-BALANCE-EXIT
023800         GO TO 2000-READ-NEXT
023900     END-IF
024000     IF CP-In-House OR CP-Recalled
024100         PERFORM 2200-PLACE-ACCOUNT THRU 2200-PLACE-ACCOUNT-EXIT
024200     END-IF.
024300
024400 2000-READ-NEXT.
024500     READ CHGRECV
024600         AT END
024700             SET Chgrecv-EOF TO TRUE
024800     END-READ.
024900 2000-REVIEW-RECEIVABLE-EXIT.
025000     EXIT.
025100
025200*****************************************************************
025300*    A PLACED ACCOUNT THE CUSTOMER HAS PAID DOWN DIRECT: THE    *
025400*    AGENCY IS TOLD THE NEW BALANCE SO IT DOES NOT COLLECT      *
025500*    TWICE. PAID OUT, THE PLACEMENT IS CLOSED AS PAID IN FULL.  *
025600*****************************************************************
025700 2100-ADVISE-BALANCE.
025800     IF Outstanding-Amount < ZERO
025900         MOVE ZERO TO Outstanding-Amount
026000     END-IF
026100     IF Outstanding-Amount = CP-ADVISED-BALANCE
026200         GO TO 2100-ADVISE-BALANCE-EXIT
026300     END-IF
026400     MOVE SPACES TO AV-AGENCY-PLACEMENT-RECORD
026500     MOVE CP-ACCOUNT-NUMBER TO AV-ACCOUNT-NUMBER
026600     MOVE CP-AGENCY-ID (CP-PLACEMENT-COUNT) TO AV-AGENCY-ID
026700     SET AV-Balance-Advice TO TRUE
026800     MOVE CP-PLACEMENT-COUNT TO AV-PLACEMENT-TIER
026900     MOVE Run-Date TO AV-NOTICE-DATE
027000     MOVE CP-CHARGEOFF-DATE TO AV-CHARGEOFF-DATE
027100     MOVE CP-CHARGEOFF-AMOUNT TO AV-CHARGEOFF-AMOUNT
027200     MOVE Outstanding-Amount TO AV-BALANCE-DUE
027300     WRITE AV-AGENCY-PLACEMENT-RECORD
027400     ADD 1 TO Advices-Written
027500     ADD 1 TO Notices-Written
027600     ADD Outstanding-Amount TO Trailer-Hash
027700     MOVE Outstanding-Amount TO CP-ADVISED-BALANCE
027800     IF Outstanding-Amount = ZERO
027900         MOVE Run-Date TO CP-RECALLED-DATE (CP-PLACEMENT-COUNT)
028000         MOVE "PF" TO CP-RECALL-REASON (CP-PLACEMENT-COUNT)
028100         SET CP-Settled TO TRUE
028200         ADD 1 TO Placements-Closed
028300     END-IF
028400     REWRITE CP-CHARGEOFF-RECEIVABLE-RECORD
028500     MOVE Outstanding-Amount TO Edited-Amount
028600     DISPLAY CP-ACCOUNT-NUMBER ": Balance advice to "
028700         AV-AGENCY-ID " " Edited-Amount.
028800 2100-ADVISE-BALANCE-EXIT.
028900     EXIT.
029000
029100*****************************************************************
029200*    AN IN-HOUSE ACCOUNT GOES TO THE NEXT TIER'S AGENCY ONCE IT *
029300*    MEETS THAT AGENCY'S AGE AND AMOUNT FLOOR, UNLESS THE       *
029400*    CUSTOMER IS UNDER A STAY OR DECEASED.                      *
029500*****************************************************************
029600 2200-PLACE-ACCOUNT.
029700     IF Outstanding-Amount NOT > ZERO
029800         SET CP-Settled TO TRUE
029900         REWRITE CP-CHARGEOFF-RECEIVABLE-RECORD
030000         GO TO 2200-PLACE-ACCOUNT-EXIT
030100     END-IF
030200     IF CP-PLACEMENT-COUNT >= 3
030300         ADD 1 TO Skipped-Tiers-Used
030400         GO TO 2200-PLACE-ACCOUNT-EXIT
030500     END-IF
030600     COMPUTE Next-Tier = CP-PLACEMENT-COUNT + 1
030700     MOVE 0 TO Agency-Found-Sub
030800     PERFORM 2210-DEAL-AGENCY THRU 2210-DEAL-AGENCY-EXIT
030900         VARYING Agency-Sub FROM 1 BY 1
031000         UNTIL Agency-Sub > Agency-Count
031100     IF Agency-Found-Sub = 0
031200         ADD 1 TO Skipped-No-Agency
031300         GO TO 2200-PLACE-ACCOUNT-EXIT
031400     END-IF
031500     COMPUTE Chargeoff-Integer-Date =
031600         FUNCTION INTEGER-OF-DATE(CP-CHARGEOFF-DATE)
031700     COMPUTE Days-Since-Chargeoff =
031800         Run-Integer-Date - Chargeoff-Integer-Date
031900     IF Days-Since-Chargeoff
032000             < AT-MIN-AGE-DAYS (Agency-Found-Sub)
032100         OR Outstanding-Amount
032200             < AT-MIN-PLACE-AMOUNT (Agency-Found-Sub)
032300         ADD 1 TO Skipped-Not-Due
032400         GO TO 2200-PLACE-ACCOUNT-EXIT
032500     END-IF
032600
032700     CALL "BankruptcyStayCheck" USING CP-ACCOUNT-NUMBER,
032800         Stay-Result, Stay-Customer-Number, Stay-Case-Number
032900     IF Stay-Is-Active
033000         ADD 1 TO Skipped-Stayed
033100         DISPLAY CP-ACCOUNT-NUMBER ": Not placed - bankruptcy "
033200             Stay-Case-Number
033300         GO TO 2200-PLACE-ACCOUNT-EXIT
033400     END-IF
033500
033600     MOVE SPACES TO AV-AGENCY-PLACEMENT-RECORD
033700     MOVE CP-ACCOUNT-NUMBER TO RL-ACCOUNT-NUMBER
033800     READ CUSTREL
033900         INVALID KEY
034000             DISPLAY CP-ACCOUNT-NUMBER
034100                 ": No CUSTREL customer - placed unnamed."
034200             GO TO 2200-WRITE-PLACEMENT
034300     END-READ
034400     MOVE RL-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
034500     READ CUSTMSTR
034600         INVALID KEY
034700             CONTINUE
034800         NOT INVALID KEY
034900             IF CM-Customer-Deceased
035000                 SET CP-Held-In-House TO TRUE
035100                 REWRITE CP-CHARGEOFF-RECEIVABLE-RECORD
035200                 ADD 1 TO Held-Deceased
035300                 DISPLAY CP-ACCOUNT-NUMBER
035400                     ": Held in house - customer deceased."
035500                 GO TO 2200-PLACE-ACCOUNT-EXIT
035600             END-IF
035700     END-READ
035800     MOVE RL-CUSTOMER-NUMBER TO NA-CUSTOMER-NUMBER
035900     READ CUSTADDR
036000         INVALID KEY
036100             CONTINUE
036200         NOT INVALID KEY
036300             MOVE NA-CUSTOMER-NAME TO AV-CUSTOMER-NAME
036400             MOVE NA-STREET-ADDRESS TO AV-STREET-ADDRESS
036500             MOVE NA-CITY TO AV-CITY
036600             MOVE NA-STATE TO AV-STATE
036700             MOVE NA-POSTAL-CODE TO AV-POSTAL-CODE
036800             MOVE NA-PHONE-NUMBER TO AV-PHONE-NUMBER
036900     END-READ.
037000
037100 2200-WRITE-PLACEMENT.
037200     MOVE CP-ACCOUNT-NUMBER TO AV-ACCOUNT-NUMBER
037300     MOVE AT-AGENCY-ID (Agency-Found-Sub) TO AV-AGENCY-ID
037400     SET AV-New-Placement TO TRUE
037500     MOVE Next-Tier TO AV-PLACEMENT-TIER
037600     MOVE Run-Date TO AV-NOTICE-DATE
037700     MOVE CP-CHARGEOFF-DATE TO AV-CHARGEOFF-DATE
037800     MOVE CP-CHARGEOFF-AMOUNT TO AV-CHARGEOFF-AMOUNT
037900     MOVE Outstanding-Amount TO AV-BALANCE-DUE
038000     WRITE AV-AGENCY-PLACEMENT-RECORD
038100     ADD 1 TO AT-DEALT-COUNT (Agency-Found-Sub)
038200     ADD 1 TO Placements-Written
038300     ADD 1 TO Notices-Written
038400     ADD Outstanding-Amount TO Trailer-Hash
038500     ADD Outstanding-Amount TO Placed-Total
038600
038700     MOVE Next-Tier TO CP-PLACEMENT-COUNT
038800     MOVE AV-AGENCY-ID TO CP-AGENCY-ID (Next-Tier)
038900     MOVE Run-Date TO CP-PLACED-DATE (Next-Tier)
039000     MOVE Outstanding-Amount TO CP-PLACED-AMOUNT (Next-Tier)
039100     MOVE ZERO TO CP-AGENCY-RECOVERED (Next-Tier)
039200                  CP-AGENCY-COMMISSION (Next-Tier)
039300                  CP-RECALLED-DATE (Next-Tier)
039400     MOVE SPACES TO CP-RECALL-REASON (Next-Tier)
039500     MOVE Outstanding-Amount TO CP-ADVISED-BALANCE
039600     SET CP-Placed TO TRUE
039700     REWRITE CP-CHARGEOFF-RECEIVABLE-RECORD
039800     MOVE Outstanding-Amount TO Edited-Amount
039900     DISPLAY CP-ACCOUNT-NUMBER ": Placed with " AV-AGENCY-ID
040000         " tier " Next-Tier " " Edited-Amount.
040100 2200-PLACE-ACCOUNT-EXIT.
040200     EXIT.
040300
040400*> The tier's agency dealt the fewest accounts so far this run
040500*> takes the next one.
040600 2210-DEAL-AGENCY.
040700     IF AT-PLACEMENT-TIER (Agency-Sub) NOT = Next-Tier
040800         GO TO 2210-DEAL-AGENCY-EXIT
040900     END-IF
041000     IF Agency-Found-Sub = 0
041100         MOVE Agency-Sub TO Agency-Found-Sub
041200         GO TO 2210-DEAL-AGENCY-EXIT
041300     END-IF
041400     IF AT-DEALT-COUNT (Agency-Sub)
041500             < AT-DEALT-COUNT (Agency-Found-Sub)
041600         MOVE Agency-Sub TO Agency-Found-Sub
041700     END-IF.
041800 2210-DEAL-AGENCY-EXIT.
041900     EXIT.
042000
042100 9000-TERMINATE.
042200*> The shop-standard trailer in the record's first 34 bytes,
042300*> the same convention every interchange file keeps.
042400     MOVE "*TRAILER" TO FT-TRAILER-TAG
042500     MOVE Notices-Written TO FT-RECORD-COUNT
042600     MOVE Trailer-Hash TO FT-HASH-TOTAL
042700     MOVE Run-Date TO FT-CREATE-DATE
042800     MOVE SPACES TO AV-AGENCY-PLACEMENT-RECORD
042900     MOVE FT-FILE-TRAILER-RECORD
043000         TO AV-AGENCY-PLACEMENT-RECORD (1:34)
043100     WRITE AV-AGENCY-PLACEMENT-RECORD
043200     CLOSE CHGRECV
043300     CLOSE AGYPLACE
043400     CLOSE CUSTREL
043500     CLOSE CUSTMSTR
043600     CLOSE CUSTADDR
043700     DISPLAY " "
043800     DISPLAY "COLLECTION AGENCY PLACEMENT SUMMARY"
043900     DISPLAY "Receivables read   - " Receivables-Read
044000     DISPLAY "Placements written - " Placements-Written
044100     MOVE Placed-Total TO Edited-Total
044200     DISPLAY "Balance placed     - " Edited-Total
044300     DISPLAY "Balance advices    - " Advices-Written
044400     DISPLAY "Placements closed  - " Placements-Closed
044500     DISPLAY "Not yet due        - " Skipped-Not-Due
044600     DISPLAY "No agency for tier - " Skipped-No-Agency
044700     DISPLAY "All tiers used     - " Skipped-Tiers-Used
044800     DISPLAY "Bankruptcy stayed  - " Skipped-Stayed
044900     DISPLAY "Held - deceased    - " Held-Deceased
045000     IF Agencies-Dropped > 0
045100         DISPLAY "AGYPARM rows over the table - "
045200             Agencies-Dropped
045300     END-IF.
045400 9000-TERMINATE-EXIT.
045500     EXIT.
