001500*    MASTER BALANCE AND THE GL FEED, ZEROES THE LEDGER ROW,     *
001600*    AND RE-CARRIES THE CONTROL TOTAL WITH THE INTEREST TOTAL   *
001700*    APPLIED, THE SAME GDG READ/WRITE SPLIT THE FEE AND         *
001740*    INTEREST STEPS USE. AN ATTORNEY TRUST (IOLTA) ACCOUNT'S    *
001780*    INTEREST IS NOT CREDITED - IT BELONGS TO THE STATE BAR     *
001820*    FOUNDATION AND GOES, LESS THE ALLOWABLE SERVICE CHARGE,    *
001860*    TO THE IOLTAREM REMITTANCE FILE AND THE PAYABLE GL.        *
001900*                                                               *
002000*    MODIFICATION HISTORY                                      *
002100*    ------------------------------------------------------    *
002760*                     YTDINT CARRIES PAID AND WITHHELD         *
002770*                     SEPARATELY. THE CONTROL TOTAL MOVES BY   *
002780*                     THE NET ONLY.                            *
002781*    2026-10-13  RLB  IOLTA (PRODUCT IOLT) INTEREST IS NO      *
002782*                     LONGER CREDITED TO THE ACCOUNT OR FOLDED *
002783*                     INTO YTDINT - IT IS WRITTEN TO THE       *
002784*                     IOLTAREM REMITTANCE FILE FOR THE STATE   *
002785*                     BAR FOUNDATION, LESS THE IOLT SERVICE    *
002786*                     CHARGE FROM THE FEE SCHEDULE, WITH THE   *
002787*                     GL SPLIT BETWEEN THE PAYABLE AND FEE     *
002788*                     INCOME.                                  *
002789*    2026-10-15  RLB  YI-PENALTY-FORFEITED IS ZEROED ON A NEW  *
002790*                     YTDINT ROW OR A NEW TAX YEAR.            *
002791*    2026-10-15  RLB  REFUSES TO SETTLE A MONTH ALREADY CLOSED *
002792*                     OR ALREADY SETTLED                       *
002793*                     (MONTHENDCLOSECONTROL, RC=12) AND        *
002794*                     REGISTERS ITS COMPLETION AND GL TOTALS   *
002795*                     ON CLOSECTL FOR THE MONTH-END CLOSE      *
002796*                     CERTIFICATION.                           *
002800*                                                               *
002900*****************************************************************

005040         RECORD KEY IS CM-CUSTOMER-NUMBER
005050         FILE STATUS IS Custmstr-File-Status.

005052     SELECT CUSTREL ASSIGN TO "CUSTREL"
005054         ORGANIZATION IS INDEXED
005056         ACCESS MODE IS RANDOM
005058         RECORD KEY IS RL-ACCOUNT-NUMBER
005060         FILE STATUS IS Custrel-File-Status.
005062
005064     SELECT CUSTADDR ASSIGN TO "CUSTADDR"
005066         ORGANIZATION IS INDEXED
005068         ACCESS MODE IS RANDOM
005070         RECORD KEY IS NA-CUSTOMER-NUMBER
005072         FILE STATUS IS Custaddr-File-Status.
005074
005076     SELECT ADBACCUM ASSIGN TO "ADBACCUM"
005078         ORGANIZATION IS INDEXED
005080         ACCESS MODE IS RANDOM
005082         RECORD KEY IS AB-ACCOUNT-NUMBER
005084         FILE STATUS IS Adbaccum-File-Status.
005086
005088     SELECT IOLTAREM ASSIGN TO "IOLTAREM"
005090         ORGANIZATION IS SEQUENTIAL
005092         FILE STATUS IS Ioltarem-File-Status.
005094
005100     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS Runctlin-File-Status.

006910 FD  CUSTMSTR.
006920     COPY CUSTMSTR.
006926
006932 FD  CUSTREL.
006938     COPY CUSTREL.
006944
006950 FD  CUSTADDR.
006956     COPY CUSTADDR.
006962
006968 FD  ADBACCUM.
006974     COPY ADBACCUM.
006980
006986 FD  IOLTAREM.
006992     COPY IOLTAREM.

007000 FD  RUNCTLIN.
007100     COPY RUNCTL REPLACING
009510 01  Custmstr-File-Status            PIC XX.
009520     88  Custmstr-OK                 VALUE "00".
009530     88  Custmstr-Not-On-File        VALUE "23".
009537 01  Custrel-File-Status             PIC XX.
009544     88  Custrel-OK                  VALUE "00".
009551 01  Custaddr-File-Status            PIC XX.
009558     88  Custaddr-OK                 VALUE "00".
009565 01  Adbaccum-File-Status            PIC XX.
009572     88  Adbaccum-OK                 VALUE "00".
009579 01  Ioltarem-File-Status            PIC XX.
009586     88  Ioltarem-OK                 VALUE "00".
009600 01  Runctlin-File-Status            PIC XX.
009700     88  Runctlin-OK                 VALUE "00".
009800     88  Runctlin-Not-Found          VALUE "35".
010800 01  Month-End-Switch                PIC X(01).
010900     88  Is-Month-End                VALUE "Y".
011000     88  Not-Month-End               VALUE "N".
011050     88  Month-End-Refused           VALUE "X".
011100 01  Adjusted-Control-Total          PIC S9(9)V99 COMP.
011106
011112*    IOLTA IS FLAGGED BY PRODUCT. ITS INTEREST IS OWED TO THE
011118*    STATE BAR FOUNDATION THROUGH THE REMITTANCE PAYABLE; THE
011124*    ALLOWABLE SERVICE CHARGE IS PRICED FROM THE FEE SCHEDULE.
011130 77  Iolta-Product-Code              PIC X(04) VALUE "IOLT".
011136 77  Iolta-Payable-Gl                PIC X(10) VALUE "GLIOLTAPAY".
011142 77  Iolta-Charge-Fee-Type           PIC X(04) VALUE "IOLT".
011148 01  Iolta-Charge-Amount             PIC S9(6)V99.
011154 01  Fee-Action                      PIC X(01).
011160 01  Fee-Schedule-Result             PIC X(01).
011166     88  Schedule-Fee-Chargeable     VALUE "Y".
011172     88  Schedule-Fee-Capped         VALUE "C".
011178     88  Schedule-Fee-Zeroed         VALUE "Z".
011184     88  Schedule-Fee-Missing        VALUE "N".

011185*    THE RUN ANSWERS TO THE MONTH-END CLOSE CONTROL (CLOSECTL)
011186*    THROUGH MONTHENDCLOSECONTROL UNDER ITS STEP NAME.
011187 01  Close-Control-Request.
011188     05  Close-Action                PIC X(01).
011189     05  Close-Item-Count            PIC 9(09).
011190     05  Close-Debit-Total           PIC S9(11)V99.
011191     05  Close-Credit-Total          PIC S9(11)V99.
011192     05  Close-Result                PIC X(01).
011193         88  Close-Run-Allowed       VALUE "Y" "U".
011194         88  Close-Month-Closed      VALUE "C".
011195         88  Close-Step-Complete     VALUE "D".

011200 01  Settlement-Counters.
011300     05  Ledger-Rows-Read            PIC 9(7) COMP.
011610     05  Net-Interest-Total          PIC S9(9)V99 COMP.
011620     05  Withheld-Total              PIC S9(9)V99 COMP.
011630     05  Accounts-Withheld           PIC 9(7) COMP.
011644     05  Iolta-Accounts-Remitted     PIC 9(7) COMP.
011658     05  Iolta-Gross-Total           PIC S9(9)V99 COMP.
011672     05  Iolta-Charges-Total         PIC S9(9)V99 COMP.
011686     05  Iolta-Net-Total             PIC S9(9)V99 COMP.

011700 01  Edited-Amount                   PIC -(7)9.99.

013310                  Net-Interest-Total
013320                  Withheld-Total
013330                  Accounts-Withheld
013344                  Iolta-Accounts-Remitted
013358                  Iolta-Gross-Total
013372                  Iolta-Charges-Total
013386                  Iolta-Net-Total
013400*> The processing date is the shop business date from the run
013500*> control record, not the wall clock, so a catch-up run works
013600*> the day it is actually posting.
016100         GO TO 1000-INITIALIZE-EXIT
016200     END-IF
016300     SET Is-Month-End TO TRUE
016305*> A month already closed, or a settlement already registered
016310*> for it, is refused - interest must not settle twice.
016315     MOVE "C" TO Close-Action
016320     MOVE ZERO TO Close-Item-Count
016325                  Close-Debit-Total
016330                  Close-Credit-Total
016335     CALL "MonthEndCloseControl" USING "STEP027", Posting-Date,
016340         Close-Action, Close-Item-Count, Close-Debit-Total,
016345         Close-Credit-Total, Close-Result
016350     IF NOT Close-Run-Allowed
016355         SET Month-End-Refused TO TRUE
016360         SET Accrldg-EOF TO TRUE
016365         PERFORM 8600-DISPLAY-REFUSAL
016370             THRU 8600-DISPLAY-REFUSAL-EXIT
016375         GO TO 1000-INITIALIZE-EXIT
016380     END-IF
016400     OPEN I-O ACCRLDG
016500     OPEN I-O ACCTMSTR
016600     OPEN I-O YTDINT
016650     OPEN INPUT CUSTMSTR
016660     OPEN INPUT CUSTREL
016670     OPEN INPUT CUSTADDR
016680     OPEN INPUT ADBACCUM
016690     OPEN EXTEND IOLTAREM
016700     OPEN EXTEND GLPOST
016800     DISPLAY "MONTH-END INTEREST SETTLEMENT - " Posting-Date
016900     READ ACCRLDG
018800                 ": Accrual for account not on master; kept."
018900             GO TO 2000-READ-NEXT
019000     END-READ
019002     IF MF-PRODUCT-CODE = Iolta-Product-Code
019004         PERFORM 2100-REMIT-IOLTA THRU 2100-REMIT-IOLTA-EXIT
019006         GO TO 2000-READ-NEXT
019008     END-IF

019010*> A customer flagged for backup withholding gets the net; the
019020*> withheld slice is owed to the taxing authority, not to the
023000 2000-SETTLE-ACCOUNT-EXIT.
023100     EXIT.

023101*****************************************************************
023102*    AN IOLTA ACCOUNT: THE MONTH'S INTEREST GOES TO THE STATE   *
023103*    BAR FOUNDATION, NOT THE FIRM. THE ALLOWABLE SERVICE CHARGE *
023104*    COMES OUT OF THE INTEREST - NEVER OUT OF THE CLIENTS'      *
023105*    FUNDS, SO NEVER MORE THAN THE INTEREST - AND THE NET IS    *
023106*    REMITTED. THE MASTER DOES NOT MOVE AND NOTHING FOLDS INTO  *
023107*    YTDINT: THE FIRM IS NOT TAXED ON THE FOUNDATION'S MONEY.   *
023108*****************************************************************
023109 2100-REMIT-IOLTA.
023110     MOVE "C" TO Fee-Action
023111     CALL "FeeScheduleLookup" USING MF-ACCOUNT-NUMBER,
023112         MF-PRODUCT-CODE, Iolta-Charge-Fee-Type, Posting-Date,
023113         Fee-Action, Iolta-Charge-Amount, Fee-Schedule-Result
023114     IF NOT Schedule-Fee-Chargeable
023115         MOVE ZERO TO Iolta-Charge-Amount
023116     END-IF
023117     IF Iolta-Charge-Amount > Settled-Interest
023118         MOVE Settled-Interest TO Iolta-Charge-Amount
023119     END-IF

023120     MOVE SPACES TO IL-IOLTA-REMITTANCE-RECORD
023121     MOVE AL-ACCOUNT-NUMBER TO IL-ACCOUNT-NUMBER
023122     MOVE "FIRM NOT ON FILE" TO IL-FIRM-NAME
023123     MOVE AL-ACCOUNT-NUMBER TO RL-ACCOUNT-NUMBER
023124     READ CUSTREL
023125         INVALID KEY
023126             MOVE SPACES TO RL-CUSTOMER-NUMBER
023127     END-READ
023128     MOVE RL-CUSTOMER-NUMBER TO IL-CUSTOMER-NUMBER
023129     MOVE RL-CUSTOMER-NUMBER TO NA-CUSTOMER-NUMBER
023130     READ CUSTADDR
023131         INVALID KEY
023132             CONTINUE
023133         NOT INVALID KEY
023134             MOVE NA-CUSTOMER-NAME TO IL-FIRM-NAME
023135             MOVE NA-STATE TO IL-FOUNDATION-STATE
023136     END-READ
023137     MOVE Posting-Date (1:6) TO IL-REMIT-PERIOD
023138     MOVE Posting-Date TO IL-POSTING-DATE
023139     MOVE ZERO TO IL-AVERAGE-BALANCE
023140                  IL-ANNUAL-RATE
023141*> STEP018 has already folded tonight's balance, so at month-end
023142*> the accumulator holds the whole month.
023143     MOVE AL-ACCOUNT-NUMBER TO AB-ACCOUNT-NUMBER
023144     READ ADBACCUM
023145         INVALID KEY
023146             MOVE ZERO TO AB-DAY-COUNT
023147     END-READ
023148     IF AB-DAY-COUNT > ZERO
023149         AND AB-ACCUM-MONTH = Posting-Date (1:6)
023150         COMPUTE IL-AVERAGE-BALANCE ROUNDED =
023151             AB-BALANCE-SUM / AB-DAY-COUNT
023152     END-IF
023153     IF IL-AVERAGE-BALANCE > ZERO
023154         COMPUTE IL-ANNUAL-RATE ROUNDED =
023155             Settled-Interest * 365
023156                 / AB-DAY-COUNT / IL-AVERAGE-BALANCE
023157             ON SIZE ERROR
023158                 MOVE ZERO TO IL-ANNUAL-RATE
023159         END-COMPUTE
023160     END-IF
023161     MOVE Settled-Interest TO IL-GROSS-INTEREST
023162     MOVE Iolta-Charge-Amount TO IL-CHARGES-DEDUCTED
023163     COMPUTE IL-NET-REMITTED =
023164         Settled-Interest - Iolta-Charge-Amount
023165     WRITE IL-IOLTA-REMITTANCE-RECORD

023166*> The gross expense, split between the foundation payable and
023167*> the fee income the charge earns.
023168     MOVE "GLINTEXP  " TO GL-ACCOUNT-NUMBER
023169     MOVE Posting-Date TO GL-POSTING-DATE
023170     MOVE "IOLR" TO GL-TRANSACTION-CODE
023171     SET GL-Is-Debit TO TRUE
023172     MOVE Settled-Interest TO GL-ENTRY-AMOUNT
023173     MOVE "MonthEndInterestSett" TO GL-SOURCE-PROGRAM
023174     MOVE ZERO TO GL-TRACE-ID
023175     WRITE GL-POST-RECORD
023176     IF IL-NET-REMITTED NOT = ZERO
023177         MOVE Iolta-Payable-Gl TO GL-ACCOUNT-NUMBER
023178         SET GL-Is-Credit TO TRUE
023179         MOVE IL-NET-REMITTED TO GL-ENTRY-AMOUNT
023180         WRITE GL-POST-RECORD
023181     END-IF
023182     IF Iolta-Charge-Amount NOT = ZERO
023183         MOVE "GLFEEINC  " TO GL-ACCOUNT-NUMBER
023184         MOVE "IOLC" TO GL-TRANSACTION-CODE
023185         SET GL-Is-Credit TO TRUE
023186         MOVE Iolta-Charge-Amount TO GL-ENTRY-AMOUNT
023187         WRITE GL-POST-RECORD
023188     END-IF

023189     SUBTRACT Settled-Interest FROM AL-ACCRUED-INTEREST
023190     REWRITE AL-ACCRUAL-LEDGER-RECORD
023191     ADD 1 TO Iolta-Accounts-Remitted
023192     ADD Settled-Interest TO Iolta-Gross-Total
023193     ADD Iolta-Charge-Amount TO Iolta-Charges-Total
023194     ADD IL-NET-REMITTED TO Iolta-Net-Total
023195     MOVE IL-NET-REMITTED TO Edited-Amount
023196     DISPLAY AL-ACCOUNT-NUMBER ": IOLTA interest remitted "
023197         Edited-Amount " (" IL-FOUNDATION-STATE ")".
023198 2100-REMIT-IOLTA-EXIT.
023199     EXIT.

023200*> A new tax year starts the account's total over; the January
023300*> extract runs before the first settlement of the new year.
023400 2200-FOLD-YTD.
023900             MOVE Posting-Date (1:4) TO YI-TAX-YEAR
024000             MOVE Settled-Interest TO YI-INTEREST-PAID
024010             MOVE Withheld-Interest TO YI-TAX-WITHHELD
024020             MOVE ZERO TO YI-PENALTY-FORFEITED
024100             WRITE YI-YTD-INTEREST-RECORD
024200             GO TO 2200-FOLD-YTD-EXIT
024300     END-READ
024500         MOVE Posting-Date (1:4) TO YI-TAX-YEAR
024600         MOVE Settled-Interest TO YI-INTEREST-PAID
024610         MOVE Withheld-Interest TO YI-TAX-WITHHELD
024620         MOVE ZERO TO YI-PENALTY-FORFEITED
024700     ELSE
024800         ADD Settled-Interest TO YI-INTEREST-PAID
024810         ADD Withheld-Interest TO YI-TAX-WITHHELD
028300 8000-ADJUST-CONTROL-TOTAL-EXIT.
028400     EXIT.

028406*****************************************************************
028409*    THE SETTLEMENT REGISTERS ITS COMPLETION FOR THE MONTH. ITS *
028412*    GL IS ALWAYS A BALANCED PAIR - THE GROSS EXPENSE DEBIT     *
028415*    AGAINST THE NET, WITHHELD, REMITTED AND CHARGE CREDITS -   *
028418*    SO BOTH SIDES CARRY THE GROSS SETTLED, IOLTA INCLUDED.     *
028421*****************************************************************
028424 8500-REGISTER-CLOSE.
028427     MOVE "R" TO Close-Action
028430     COMPUTE Close-Item-Count =
028433         Accounts-Settled + Iolta-Accounts-Remitted
028436     COMPUTE Close-Debit-Total =
028439         Interest-Total + Iolta-Gross-Total
028442     MOVE Close-Debit-Total TO Close-Credit-Total
028445     CALL "MonthEndCloseControl" USING "STEP027", Posting-Date,
028448         Close-Action, Close-Item-Count, Close-Debit-Total,
028451         Close-Credit-Total, Close-Result.
028454 8500-REGISTER-CLOSE-EXIT.
028457     EXIT.

028463 8600-DISPLAY-REFUSAL.
028466     IF Close-Month-Closed
028469         DISPLAY "MONTH " Posting-Date (1:6)
028472             " IS CLOSED - INTEREST SETTLEMENT REFUSED."
028475     ELSE
028478         DISPLAY "INTEREST ALREADY SETTLED FOR MONTH "
028481             Posting-Date (1:6) " - RUN REFUSED."
028484     END-IF
028487     DISPLAY "An officer must reopen the month first."
028490     MOVE 12 TO RETURN-CODE.
028493 8600-DISPLAY-REFUSAL-EXIT.
028496     EXIT.

028500 9000-TERMINATE.
028600     IF NOT Is-Month-End
028700         GO TO 9000-TERMINATE-EXIT
028800     END-IF
028900     CLOSE ACCRLDG
029000     CLOSE ACCTMSTR
029100     CLOSE YTDINT
029150     CLOSE CUSTMSTR
029160     CLOSE CUSTREL
029170     CLOSE CUSTADDR
029180     CLOSE ADBACCUM
029190     CLOSE IOLTAREM
029200     CLOSE GLPOST
029250     PERFORM 8500-REGISTER-CLOSE THRU 8500-REGISTER-CLOSE-EXIT
029300     DISPLAY "Ledger rows read  - " Ledger-Rows-Read
029400     DISPLAY "Accounts settled  - " Accounts-Settled
029450     DISPLAY "Accounts withheld - " Accounts-Withheld
029460     DISPLAY "Withheld total    - " Withheld-Total
029475     DISPLAY "Rows skipped      - " Rows-Skipped
029490     DISPLAY "IOLTA remitted    - " Iolta-Accounts-Remitted
029505     MOVE Iolta-Gross-Total TO Edited-Amount
029520     DISPLAY "IOLTA gross       - " Edited-Amount
029535     MOVE Iolta-Charges-Total TO Edited-Amount
029550     DISPLAY "IOLTA charges     - " Edited-Amount
029565     MOVE Iolta-Net-Total TO Edited-Amount
029580     DISPLAY "IOLTA net payable - " Edited-Amount.
029600 9000-TERMINATE-EXIT.
029700     EXIT.
