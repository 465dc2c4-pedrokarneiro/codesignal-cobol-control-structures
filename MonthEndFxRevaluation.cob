002200*    DATE       INIT  DESCRIPTION                              *
002300*    ---------  ----  -----------------------------------      *
002400*    2026-08-22  RLB  ORIGINAL.                                *
002401*    2026-10-15  RLB  REFUSES TO REVALUE A MONTH ALREADY       *
002402*                     CLOSED OR ALREADY REVALUED               *
002403*                     (MONTHENDCLOSECONTROL, RC=12 - STEP033   *
002404*                     THEN KEEPS RATEPRV) AND REGISTERS ITS    *
002405*                     COMPLETION AND GL TOTALS ON CLOSECTL FOR *
002406*                     THE MONTH-END CLOSE CERTIFICATION.       *
002500*                                                               *
002600*****************************************************************

009800 01  Month-End-Switch                PIC X(01).
009900     88  Is-Month-End                VALUE "Y".
010000     88  Not-Month-End               VALUE "N".
010050     88  Month-End-Refused           VALUE "X".

010054*    THE RUN ANSWERS TO THE MONTH-END CLOSE CONTROL (CLOSECTL)
010058*    THROUGH MONTHENDCLOSECONTROL UNDER ITS STEP NAME.
010062 01  Close-Control-Request.
010066     05  Close-Action                PIC X(01).
010070     05  Close-Item-Count            PIC 9(09).
010074     05  Close-Debit-Total           PIC S9(11)V99.
010078     05  Close-Credit-Total          PIC S9(11)V99.
010082     05  Close-Result                PIC X(01).
010086         88  Close-Run-Allowed       VALUE "Y" "U".
010090         88  Close-Month-Closed      VALUE "C".
010094         88  Close-Step-Complete     VALUE "D".

010100 01  Base-Value-Now                  PIC S9(11)V99.
010200 01  Base-Value-Prior                PIC S9(11)V99.
010700     05  Accounts-Revalued           PIC 9(7) COMP.
010800     05  Accounts-Unpriced           PIC 9(7) COMP.
010900     05  Net-Gain-Loss               PIC S9(11)V99.
010950     05  Revaluation-Gl-Total        PIC S9(11)V99.
011000 01  Edited-Amount                   PIC -(9)9.99.

011100 PROCEDURE DIVISION.
012100                  Accounts-Revalued
012200                  Accounts-Unpriced
012300                  Net-Gain-Loss
012350                  Revaluation-Gl-Total
012400                  Prior-Count
012500*> The processing date is the shop business date from the run
012600*> control record, not the wall clock, so a catch-up run over a
015500         GO TO 1000-INITIALIZE-EXIT
015600     END-IF
015700     SET Is-Month-End TO TRUE
015705*> A month already closed, or already revalued, is refused -
015710*> the gain or loss must not post twice.
015715     MOVE "C" TO Close-Action
015720     MOVE ZERO TO Close-Item-Count
015725                  Close-Debit-Total
015730                  Close-Credit-Total
015735     CALL "MonthEndCloseControl" USING "STEP032", Posting-Date,
015740         Close-Action, Close-Item-Count, Close-Debit-Total,
015745         Close-Credit-Total, Close-Result
015750     IF NOT Close-Run-Allowed
015755         SET Month-End-Refused TO TRUE
015760         SET Acctmstr-EOF TO TRUE
015765         PERFORM 8600-DISPLAY-REFUSAL
015770             THRU 8600-DISPLAY-REFUSAL-EXIT
015775         GO TO 1000-INITIALIZE-EXIT
015780     END-IF
015800     OPEN INPUT ACCTMSTR
015900     OPEN INPUT CURRATE
016000     OPEN EXTEND GLPOST
024200         DISPLAY MF-ACCOUNT-NUMBER " " MF-CURRENCY-CODE
024300             " UNREALIZED LOSS " Edited-Amount
024400     END-IF
024450     ADD Gl-Amount TO Revaluation-Gl-Total
024500     MOVE Fx-Gain-Loss-Account TO GL-ACCOUNT-NUMBER
024600     MOVE Posting-Date TO GL-POSTING-DATE
024700     MOVE "FXRV" TO GL-TRANSACTION-CODE
027900 2100-SCAN-PRIOR-EXIT.
028000     EXIT.

028006*****************************************************************
028009*    THE REVALUATION REGISTERS ITS COMPLETION FOR THE MONTH.    *
028012*    EVERY GAIN OR LOSS POSTS AS A BALANCED PAIR, SO BOTH SIDES *
028015*    CARRY THE SUM OF THE AMOUNTS POSTED.                       *
028018*****************************************************************
028021 8500-REGISTER-CLOSE.
028024     MOVE "R" TO Close-Action
028027     MOVE Accounts-Revalued TO Close-Item-Count
028030     MOVE Revaluation-Gl-Total TO Close-Debit-Total
028033     MOVE Revaluation-Gl-Total TO Close-Credit-Total
028036     CALL "MonthEndCloseControl" USING "STEP032", Posting-Date,
028039         Close-Action, Close-Item-Count, Close-Debit-Total,
028042         Close-Credit-Total, Close-Result.
028045 8500-REGISTER-CLOSE-EXIT.
028048     EXIT.

028054*> The refusal is RC=12, so STEP033 keeps last month's rates.
028057 8600-DISPLAY-REFUSAL.
028060     IF Close-Month-Closed
028063         DISPLAY "MONTH " Posting-Date (1:6)
028066             " IS CLOSED - FX REVALUATION REFUSED."
028069     ELSE
028072         DISPLAY "FX ALREADY REVALUED FOR MONTH "
028075             Posting-Date (1:6) " - RUN REFUSED."
028078     END-IF
028081     DISPLAY "An officer must reopen the month first."
028084     MOVE 12 TO RETURN-CODE.
028087 8600-DISPLAY-REFUSAL-EXIT.
028090     EXIT.

028100 9000-TERMINATE.
028200     IF NOT Is-Month-End
028300         GO TO 9000-TERMINATE-EXIT
028400     END-IF
028500     CLOSE ACCTMSTR
028600     CLOSE CURRATE
028700     CLOSE GLPOST
028750     PERFORM 8500-REGISTER-CLOSE THRU 8500-REGISTER-CLOSE-EXIT
028800     MOVE Net-Gain-Loss TO Edited-Amount
028900     DISPLAY " "
029000     DISPLAY "FX REVALUATION SUMMARY"
