000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    VaultShipmentEntry.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-13.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    VAULTSHIPMENTENTRY                                         *
001100*                                                               *
001200*    BRANCH CONSOLE TRANSACTION (TELLERDRAWERDECLARATION        *
001300*    MOLD). WHEN A CURRENCY SHIPMENT FROM THE FEDERAL RESERVE   *
001400*    IS RECEIVED, OR A RETURN IS HANDED TO THE CARRIER, THE     *
001500*    VAULT CUSTODIAN KEYS WHAT THE SIGNED MANIFEST SAYS - THE   *
001600*    DOLLARS IN EACH DENOMINATION GROUP - AND IT IS APPENDED    *
001700*    TO VLTSHIP. VAULTCASHFORECAST CARRIES THE SHIPMENTS INTO   *
001800*    THE BRANCH'S CASH POSITION AND MEASURES ITS LAST           *
001900*    RECOMMENDATION AGAINST THEM. A SUPERVISOR-LEVEL OPERATOR   *
002000*    IS REQUIRED. ENTER "DONE" AT THE OPERATOR PROMPT TO END    *
002100*    THE SESSION.                                               *
002200*                                                               *
002300*    MODIFICATION HISTORY                                      *
002400*    ------------------------------------------------------    *
002500*    DATE       INIT  DESCRIPTION                              *
002600*    ---------  ----  -----------------------------------      *
002700*    2026-10-13  RLB  ORIGINAL.                                *
002800*                                                               *
002900*****************************************************************
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT VLTSHIP ASSIGN TO "VLTSHIP"
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS Vltship-File-Status.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  VLTSHIP.
004100     COPY VLTSHIP.
004200
004300 WORKING-STORAGE SECTION.
004400 01  Vltship-File-Status             PIC XX.
004500     88  Vltship-OK                  VALUE "00".
004600
004700 77  Supervisor-Level                PIC 9(01) VALUE 2.
004800 01  Auth-Result                     PIC X(01).
004900     88  Operator-Authorized         VALUE "Y".
005000     88  Operator-Denied             VALUE "N".
005100 01  Entry-Operator-Id               PIC X(08).
005200 01  Entry-Branch-Code               PIC X(04).
005300 01  Entry-Shipment-Type             PIC X(01).
005400     88  Entry-Is-Order              VALUE "O".
005500     88  Entry-Is-Return             VALUE "R".
005600 01  Entry-Date-Text                 PIC X(08).
005700 01  Entry-Amount-Text               PIC X(09).
005800 01  Run-Date                        PIC 9(08).
005900 01  Group-Sub                       PIC 9(01) COMP.
006000 01  Amount-Error-Switch             PIC X(01).
006100     88  Amount-In-Error             VALUE "Y".
006200     88  Amount-Is-Clean             VALUE "N".
006300 01  Edited-Amount                   PIC ZZZ,ZZZ,ZZ9.
006400
006500*    PROMPT TEXT PER DENOMINATION GROUP, IN VLTLIMIT ORDER.
006600 01  Group-Prompt-Values.
006700     05  FILLER                      PIC X(20)
006800         VALUE "Hundreds           :".
006900     05  FILLER                      PIC X(20)
007000         VALUE "Fifties/twenties   :".
007100     05  FILLER                      PIC X(20)
007200         VALUE "Tens/fives/ones    :".
007300     05  FILLER                      PIC X(20)
007400         VALUE "Coin               :".
007500 01  Group-Prompt-Table REDEFINES Group-Prompt-Values.
007600     05  Group-Prompt                PIC X(20) OCCURS 4 TIMES.
007700
007800 01  Session-Ended-Switch            PIC X(01).
007900     88  Session-Has-Ended           VALUE "Y".
008000     88  Session-Is-Active           VALUE "N".
008100 01  Shipment-Counters.
008200     05  Shipments-Taken             PIC 9(5) COMP.
008300     05  Shipments-Refused           PIC 9(5) COMP.
008400
008500 PROCEDURE DIVISION.
008600
008700 0000-MAINLINE.
008800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
008900     PERFORM 2000-TAKE-SHIPMENT THRU 2000-TAKE-SHIPMENT-EXIT
009000         UNTIL Session-Has-Ended
009100     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
009200     STOP RUN.
009300
009400 1000-INITIALIZE.
009500     OPEN EXTEND VLTSHIP
009600     MOVE ZERO TO Shipments-Taken
009700                  Shipments-Refused
009800     ACCEPT Run-Date FROM DATE YYYYMMDD
009900     SET Session-Is-Active TO TRUE.
010000 1000-INITIALIZE-EXIT.
010100     EXIT.
010200
010300 2000-TAKE-SHIPMENT.
010400     DISPLAY "Operator ID (DONE to quit): " WITH NO ADVANCING
010500     ACCEPT Entry-Operator-Id FROM CONSOLE
010600     IF Entry-Operator-Id = "DONE"
010700         SET Session-Has-Ended TO TRUE
010800         GO TO 2000-TAKE-SHIPMENT-EXIT
010900     END-IF
011000*> The vault is under dual control; a supervisor signs for it.
011100     CALL "OperatorAuthorize" USING Entry-Operator-Id,
011200         Supervisor-Level, Auth-Result
011300     IF Operator-Denied
011400         ADD 1 TO Shipments-Refused
011500         DISPLAY Entry-Operator-Id
011600             ": Not authorized to record vault shipments."
011700         GO TO 2000-TAKE-SHIPMENT-EXIT
011800     END-IF
011900     MOVE SPACES TO VS-VAULT-SHIPMENT-RECORD
012000     DISPLAY "Branch code: " WITH NO ADVANCING
012100     ACCEPT Entry-Branch-Code FROM CONSOLE
012200     DISPLAY "O = order received, R = return shipped: "
012300         WITH NO ADVANCING
012400     ACCEPT Entry-Shipment-Type FROM CONSOLE
012500     IF NOT Entry-Is-Order AND NOT Entry-Is-Return
012600         ADD 1 TO Shipments-Refused
012700         DISPLAY "Shipment type must be O or R."
012800         GO TO 2000-TAKE-SHIPMENT-EXIT
012900     END-IF
013000     DISPLAY "Ship date YYYYMMDD (blank = today): "
013100         WITH NO ADVANCING
013200     ACCEPT Entry-Date-Text FROM CONSOLE
013300     IF Entry-Date-Text = SPACES
013400         MOVE Run-Date TO VS-SHIP-DATE
013500     ELSE
013600         IF Entry-Date-Text NOT NUMERIC
013700             ADD 1 TO Shipments-Refused
013800             DISPLAY "Ship date must be numeric."
013900             GO TO 2000-TAKE-SHIPMENT-EXIT
014000         END-IF
014100         MOVE Entry-Date-Text TO VS-SHIP-DATE
014200     END-IF
014300     IF VS-SHIP-DATE > Run-Date
014400         ADD 1 TO Shipments-Refused
014500         DISPLAY "A shipment cannot be recorded before it moves."
014600         GO TO 2000-TAKE-SHIPMENT-EXIT
014700     END-IF
014800     DISPLAY "Dollars by group (whole dollars, 9 digits):"
014900     SET Amount-Is-Clean TO TRUE
015000     MOVE ZERO TO VS-TOTAL-AMOUNT
015100     PERFORM 2100-TAKE-GROUP-AMOUNT
015200         THRU 2100-TAKE-GROUP-AMOUNT-EXIT
015300         VARYING Group-Sub FROM 1 BY 1
015400         UNTIL Group-Sub > 4
015500             OR Amount-In-Error
015600     IF Amount-In-Error
015700         ADD 1 TO Shipments-Refused
015800         DISPLAY "Group amounts must be numeric."
015900         GO TO 2000-TAKE-SHIPMENT-EXIT
016000     END-IF
016100     IF VS-TOTAL-AMOUNT = ZERO
016200         ADD 1 TO Shipments-Refused
016300         DISPLAY "A shipment must carry some currency."
016400         GO TO 2000-TAKE-SHIPMENT-EXIT
016500     END-IF
016600     MOVE Entry-Branch-Code TO VS-BRANCH-CODE
016700     MOVE Entry-Shipment-Type TO VS-SHIPMENT-TYPE
016800     MOVE Entry-Operator-Id TO VS-ENTERED-BY
016900     WRITE VS-VAULT-SHIPMENT-RECORD
017000     ADD 1 TO Shipments-Taken
017100     MOVE VS-TOTAL-AMOUNT TO Edited-Amount
017200     IF VS-Order-Received
017300         DISPLAY VS-BRANCH-CODE ": Order received, "
017400             Edited-Amount " recorded."
017500     ELSE
017600         DISPLAY VS-BRANCH-CODE ": Return shipped, "
017700             Edited-Amount " recorded."
017800     END-IF.
017900 2000-TAKE-SHIPMENT-EXIT.
018000     EXIT.
018100
018200 2100-TAKE-GROUP-AMOUNT.
018300     DISPLAY "  " Group-Prompt (Group-Sub) " "
018400         WITH NO ADVANCING
018500     ACCEPT Entry-Amount-Text FROM CONSOLE
018600     IF Entry-Amount-Text NOT NUMERIC
018700         SET Amount-In-Error TO TRUE
018800         GO TO 2100-TAKE-GROUP-AMOUNT-EXIT
018900     END-IF
019000     MOVE Entry-Amount-Text TO VS-GROUP-AMOUNT (Group-Sub)
019100     ADD VS-GROUP-AMOUNT (Group-Sub) TO VS-TOTAL-AMOUNT.
019200 2100-TAKE-GROUP-AMOUNT-EXIT.
019300     EXIT.
019400
019500 9000-TERMINATE.
019600     CLOSE VLTSHIP
019700     DISPLAY "Shipment session ended. Recorded "
019800         Shipments-Taken ", refused "
019900         Shipments-Refused ".".
020000 9000-TERMINATE-EXIT.
020100     EXIT.
