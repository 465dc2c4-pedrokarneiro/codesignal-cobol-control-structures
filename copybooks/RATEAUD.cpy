      *****************************************************************
      *                                                               *
      *    RATEAUD  --  RATE SHEET MAKER-CHECKER AUDIT RECORD         *
      *                                                               *
      *    ONE ROW WRITTEN BY RATECHANGEAPPROVAL FOR EVERY PENDING    *
      *    RATE SHEET CHANGE IT DECIDES, WITH BOTH NAMES. IA-         *
      *    EFFECTIVE-DATE IS THE DATE THE ROW WENT ONTO RATESHT,      *
      *    WHICH FOR A REDUCTION MAY BE LATER THAN THE DATE ASKED FOR *
      *    (IA-REQUESTED-DATE); IA-NOTICES-WRITTEN COUNTS THE         *
      *    CHANGE-IN-TERMS NOTICES THE DECISION PRODUCED.             *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-10  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  IA-RATE-AUDIT-RECORD.
           05  IA-PRODUCT-CODE             PIC X(04).
           05  IA-REQUESTED-DATE           PIC 9(08).
           05  IA-EFFECTIVE-DATE           PIC 9(08).
           05  IA-CALC-METHOD              PIC X(01).
           05  IA-TIER-COUNT               PIC 9(01).
           05  IA-TIER OCCURS 5 TIMES.
               10  IA-TIER-FLOOR           PIC 9(7)V99.
               10  IA-TIER-RATE            PIC 9V9(6).
           05  IA-REQUESTED-BY             PIC X(08).
           05  IA-APPROVED-BY              PIC X(08).
           05  IA-DECISION                 PIC X(01).
               88  IA-DECISION-APPROVED    VALUE "A".
               88  IA-DECISION-REJECTED    VALUE "R".
           05  IA-REDUCTION-FLAG           PIC X(01).
           05  IA-NOTICES-WRITTEN          PIC 9(07).
           05  IA-RUN-DATE                 PIC 9(08).
           05  IA-RUN-TIME                 PIC 9(08).
           05  FILLER                      PIC X(02).
