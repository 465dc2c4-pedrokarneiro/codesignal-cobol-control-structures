      *****************************************************************
      *                                                               *
      *    CLOSEAUD  --  MONTH-END CLOSE STATUS AUDIT RECORD          *
      *                                                               *
      *    ONE ROW PER CHANGE TO A MONTH'S CLOSE STATUS ON CLOSECTL:  *
      *    C WHEN MONTHENDCLOSECERTIFICATION CERTIFIES AND CLOSES THE *
      *    MONTH, R WHEN AN OFFICER REOPENS IT THROUGH                *
      *    MONTHENDREOPEN. A REOPEN NAMES THE STEP RELEASED FOR A     *
      *    RERUN (BLANK FOR EVERY STEP) AND THE OFFICER'S REASON.     *
      *    WRITTEN EXTEND AND NEVER REWRITTEN.                        *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  MK-CLOSE-AUDIT-RECORD.
           05  MK-CLOSE-MONTH              PIC 9(06).
           05  MK-STEP-ID                  PIC X(07).
           05  MK-ACTION-CODE              PIC X(01).
               88  MK-MONTH-CERTIFIED      VALUE "C".
               88  MK-MONTH-REOPENED       VALUE "R".
           05  MK-STATUS-BEFORE            PIC X(01).
           05  MK-STATUS-AFTER             PIC X(01).
           05  MK-OPERATOR-ID              PIC X(08).
           05  MK-REASON                   PIC X(40).
           05  MK-AUDIT-DATE               PIC 9(08).
           05  MK-AUDIT-TIME               PIC 9(08).
           05  FILLER                      PIC X(10).
