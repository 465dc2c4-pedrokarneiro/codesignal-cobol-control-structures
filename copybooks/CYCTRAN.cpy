      *****************************************************************
      *                                                               *
      *    CYCTRAN  --  STATEMENT CYCLE MAINTENANCE REQUEST           *
      *                                                               *
      *    ONE ROW PER REQUEST FOR STATEMENTCYCLEMAINTENANCE. ACTION  *
      *    M MOVES THE ACCOUNT TO THE CYCLE DAY IN KR-CYCLE-DAY (01   *
      *    THROUGH 31); ACTION R DROPS A KEYED CYCLE AND RETURNS THE  *
      *    ACCOUNT TO WHATEVER CYCRULE ASSIGNS. THE CYCLE IN PROGRESS *
      *    RUNS TO THE FIRST NEW CYCLE DAY AFTER THE REQUEST.         *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  KR-CYCLE-REQUEST-RECORD.
           05  KR-ACCOUNT-NUMBER           PIC X(10).
           05  KR-ACTION-CODE              PIC X(01).
               88  KR-Action-Move          VALUE "M".
               88  KR-Action-Rule          VALUE "R".
           05  KR-CYCLE-DAY                PIC 9(02).
           05  KR-REQUESTED-BY             PIC X(08).
           05  FILLER                      PIC X(19).
