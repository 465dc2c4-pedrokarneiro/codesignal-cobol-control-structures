002300*    DATE       INIT  DESCRIPTION                              *
002400*    ---------  ----  -----------------------------------      *
002500*    2026-09-02  RLB  ORIGINAL.                                *
002501*    2026-10-13  RLB  EACH DRAWER'S MEMO CASH IN AND CASH OUT  *
002502*                     ARE TALLIED AND CARRIED ON DRWRHIST, AND *
002503*                     EVERY PROVED DRAWER NOW WRITES ITS       *
002504*                     HISTORY ROW (NOT ONLY AN OVER OR SHORT)  *
002505*                     FOR THE VAULT CASH FORECAST.             *
002600*                                                               *
002700*****************************************************************

007500         10  TL-TELLER-ID            PIC X(08).
007600         10  TL-BRANCH-CODE          PIC X(04).
007700         10  TL-MEMO-NET             PIC S9(9)V99.
007710         10  TL-CASH-IN              PIC S9(9)V99.
007720         10  TL-CASH-OUT             PIC S9(9)V99.
007800         10  TL-OPENING-CASH         PIC S9(9)V99.
007900         10  TL-COUNTED-CASH         PIC S9(9)V99.
008000         10  TL-DECLARED-FLAG        PIC X(01).
013500         IF MP-DEPOSIT
013600             ADD MP-TRANS-AMOUNT
013700                 TO TL-MEMO-NET (Teller-Found-Sub)
013710             ADD MP-TRANS-AMOUNT
013720                 TO TL-CASH-IN (Teller-Found-Sub)
013800         ELSE
013900             SUBTRACT MP-TRANS-AMOUNT
014000                 FROM TL-MEMO-NET (Teller-Found-Sub)
014010             ADD MP-TRANS-AMOUNT
014020                 TO TL-CASH-OUT (Teller-Found-Sub)
014100         END-IF
014200     END-IF
014300     READ MEMOTRN
024200         "  OVER/SHORT " Edited-Amount
024300         "  RUNNING " Edited-Prior
024400     IF Over-Short-Amount = ZERO
024500         GO TO 4100-WRITE-HISTORY
024600     END-IF
024700     IF Over-Short-Amount > ZERO
024800         ADD 1 TO Drawers-Over
025000         ADD 1 TO Drawers-Short
025100     END-IF
025200     PERFORM 4200-POST-OVER-SHORT
025300         THRU 4200-POST-OVER-SHORT-EXIT.

025310*> Every proved drawer leaves its day on the history - a clean
025320*> drawer's cash in and out feed the vault forecast too.
025330 4100-WRITE-HISTORY.
025340     MOVE SPACES TO DH-DRAWER-HISTORY-RECORD
025400     MOVE TL-TELLER-ID (Teller-Sub) TO DH-TELLER-ID
025500     MOVE TL-BRANCH-CODE (Teller-Sub) TO DH-BRANCH-CODE
025600     MOVE Run-Date TO DH-PROOF-DATE
025700     MOVE Over-Short-Amount TO DH-OVER-SHORT-AMOUNT
025710     MOVE TL-CASH-IN (Teller-Sub) TO DH-CASH-IN
025720     MOVE TL-CASH-OUT (Teller-Sub) TO DH-CASH-OUT
025800     WRITE DH-DRAWER-HISTORY-RECORD.
025900 4100-PROVE-ONE-EXIT.
026000     EXIT.
030600             MOVE Lookup-Branch-Code
030700                 TO TL-BRANCH-CODE (Teller-Found-Sub)
030800             MOVE ZERO TO TL-MEMO-NET (Teller-Found-Sub)
030810             MOVE ZERO TO TL-CASH-IN (Teller-Found-Sub)
030820             MOVE ZERO TO TL-CASH-OUT (Teller-Found-Sub)
030900             MOVE ZERO TO TL-OPENING-CASH (Teller-Found-Sub)
031000             MOVE ZERO TO TL-COUNTED-CASH (Teller-Found-Sub)
031100             MOVE "N" TO TL-DECLARED-FLAG (Teller-Found-Sub)
