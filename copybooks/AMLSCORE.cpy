      *****************************************************************
      *                                                               *
      *    AMLSCORE  --  AML RISK SCORING TABLE RECORD                *
      *                                                               *
      *    KEYED BY FACTOR TYPE AND VALUE. COMPLIANCE OWNS THE        *
      *    POINTS; AMLRISKRATING READS THEM, SO A WEIGHT CHANGES      *
      *    WITHOUT A RECOMPILE. TYPES:                                *
      *      O  OCCUPATION/BUSINESS TYPE CODE   POINTS FOR THE CODE   *
      *      G  COUNTRY CODE                    POINTS FOR THE CODE   *
      *      P  PRODUCT CODE                    POINTS FOR THE CODE;  *
      *                                         THE CUSTOMER SCORES   *
      *                                         THEIR RISKIEST PRODUCT*
      *      W  "HIT"  POINTS PER LARGE WIRE HIT (LARGETRANSACTION-   *
      *                REPORT)                                        *
      *      C  "HIT"  POINTS PER CASH HIT (LARGETRANSACTIONREPORT    *
      *                OR CASHSTRUCTURINGDETECTION)                   *
      *      F  "HIT"  POINTS PER OTHER FRAUDALT ALERT                *
      *      R  "M" / "H"  LOWEST SCORE RATED MEDIUM / HIGH           *
      *    A CODE NOT ON THE TABLE TAKES THE PROGRAM'S DEFAULT.       *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-13  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  KS-AML-SCORE-RECORD.
           05  KS-SCORE-KEY.
               10  KS-FACTOR-TYPE          PIC X(01).
                   88  KS-Type-Occupation  VALUE "O".
                   88  KS-Type-Geography   VALUE "G".
                   88  KS-Type-Product     VALUE "P".
                   88  KS-Type-Wire        VALUE "W".
                   88  KS-Type-Cash        VALUE "C".
                   88  KS-Type-Alert       VALUE "F".
                   88  KS-Type-Rating-Band VALUE "R".
               10  KS-FACTOR-VALUE         PIC X(10).
           05  KS-POINTS                   PIC 9(03).
           05  KS-DESCRIPTION              PIC X(30).
           05  FILLER                      PIC X(06).
