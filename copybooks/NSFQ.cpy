      *****************************************************************
      *                                                               *
      *    NSFQ  --  NSF PAY/RETURN DECISION QUEUE RECORD             *
      *                                                               *
      *    KEYED BY THE ITEM TRACE ID. ONE ROW PER CHECK (SERIALED    *
      *    DEBIT) OR ACH DEBIT THE NIGHTLY POST PULLED OUT OF THE     *
      *    STREAM BECAUSE IT WOULD HAVE OVERDRAWN THE SPENDABLE       *
      *    BALANCE BY MORE THAN THE NSFPARM THRESHOLD. NQ-ITEM-IMAGE  *
      *    IS THE UNPOSTED DAILY-TRANS RECORD, TRACE AND ALL.         *
      *                                                               *
      *    LIFE CYCLE: THE POST WRITES THE ROW AWAITING DECISION (Q)  *
      *    WITH THE BALANCES IT SAW. THE SAME NIGHT                   *
      *    NSFDECISIONQUEUEREPORT STAMPS THE RETURN DEADLINE AND THE  *
      *    DECISION CONTEXT (TRUST SCORE, BALHIST TREND, RELCOVR      *
      *    COMBINED BALANCE, ODLINE HEADROOM) AND LISTS THE QUEUE.    *
      *    AN OFFICER DECIDES PAY (P) OR RETURN (R) THROUGH           *
      *    NSFDECISIONSESSION BY THE DEADLINE; AN ITEM STILL IN Q     *
      *    AT THE DEADLINE IS DECIDED BY RULE (NQ-DECIDED-BY          *
      *    "*RULE*"). NSFDECISIONRELEASE THEN SENDS A PAID ITEM BACK  *
      *    INTO THE POST ON ITS OWN TRACE (A) AND A RETURNED ONE TO   *
      *    RETURNEDITEMPROCESSING FOR THE RETURNED-ITEM FEE (X).      *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-09-23  RLB  ORIGINAL.                                *
      *    2026-10-13  RLB  NQ-ITEM-IMAGE FOLLOWS THE DAILYTRN       *
      *                     RECORD TO 68 BYTES (OUT OF FILLER).      *
      *                                                               *
      *****************************************************************
       01  NQ-NSF-QUEUE-RECORD.
           05  NQ-TRACE-ID                 PIC 9(12).
           05  NQ-ACCOUNT-NUMBER           PIC X(10).
           05  NQ-BRANCH-CODE              PIC X(04).
           05  NQ-ITEM-KIND                PIC X(01).
               88  NQ-ITEM-CHECK           VALUE "C".
               88  NQ-ITEM-ACH             VALUE "A".
           05  NQ-ITEM-IMAGE               PIC X(68).
           05  NQ-ITEM-AMOUNT              PIC 9(06).
           05  NQ-LEDGER-BALANCE           PIC S9(7)V99.
           05  NQ-AVAILABLE-BALANCE        PIC S9(7)V99.
           05  NQ-OVERDRAW-AMOUNT          PIC S9(7)V99.
           05  NQ-QUEUED-DATE              PIC 9(08).
           05  NQ-DEADLINE-DATE            PIC 9(08).
           05  NQ-TRUST-SCORE              PIC 9(01).
           05  NQ-BALANCE-TREND            PIC X(09).
           05  NQ-COMBINED-BALANCE         PIC S9(9)V99.
           05  NQ-LINE-AVAILABLE           PIC S9(7)V99.
           05  NQ-QUEUE-STATUS             PIC X(01).
               88  NQ-AWAITING-DECISION    VALUE "Q".
               88  NQ-DECIDED-PAY          VALUE "P".
               88  NQ-DECIDED-RETURN       VALUE "R".
               88  NQ-PAID-RELEASED        VALUE "A".
               88  NQ-RETURN-RELEASED      VALUE "X".
           05  NQ-DECIDED-BY               PIC X(08).
           05  NQ-DECISION-DATE            PIC 9(08).
           05  NQ-RELEASED-DATE            PIC 9(08).
           05  FILLER                      PIC X(06).
