      *                     SPACE IS THE ORDINARY INTEREST RECORD,   *
      *                     "R" IS THE SEPARATE RETIREMENT           *
      *                     REPORTING RECORD. SAME LENGTH.           *
      *    2026-10-15  RLB  ADDED TX-PENALTY-FORFEITED (OUT OF       *
      *                     FILLER) - THE YEAR'S EARLY-WITHDRAWAL    *
      *                     PENALTIES, FILED AS FORFEITED INTEREST.  *
      *                     SAME LENGTH.                             *
      *    2026-10-15  RLB  ADDED TX-OWNERSHIP-CODE - J WHEN THE     *
      *                     ACCOUNT HAS CUSTROLE JOINT OWNERS, M     *
      *                     WHEN THE PAYEE IS THE MINOR ON A         *
      *                     CUSTODIAL ACCOUNT, SPACE OTHERWISE.      *
      *                     RECORD GREW 50 -> 51 BYTES.              *
      *                                                               *
      *****************************************************************
       01  TX-TAX-EXTRACT-RECORD.
           05  TX-TAX-WITHHELD             PIC S9(7)V99.
           05  TX-RECORD-CLASS             PIC X(01).
               88  TX-RETIREMENT-RECORD    VALUE "R".
           05  TX-PENALTY-FORFEITED        PIC S9(5)V99.
           05  TX-OWNERSHIP-CODE           PIC X(01).
               88  TX-JOINT-ACCOUNT        VALUE "J".
               88  TX-CUSTODIAL-ACCOUNT    VALUE "M".
