      *    EARLY WITHDRAWALS TO SUSPENSE UNLESS KEYED WITH THE        *
      *    PENALTY CODE.                                              *
      *                                                               *
      *    TD-PENALTY-INVADE-FLAG "Y" MEANS THE DISCLOSURE LETS THE   *
      *    EARLY-WITHDRAWAL PENALTY INVADE PRINCIPAL; OTHERWISE IT    *
      *    IS CAPPED AT THE INTEREST EARNED IN THE CURRENT TERM.      *
      *    TD-PENALTY-SCAN-DATE IS THE LAST NIGHT THE PENALTY STEP    *
      *    LOOKED AT THE CERTIFICATE'S HISTORY.                       *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-08-22  RLB  ORIGINAL.                                *
      *    2026-10-15  RLB  ADDED TD-PENALTY-INVADE-FLAG AND         *
      *                     TD-PENALTY-SCAN-DATE (OUT OF FILLER)     *
      *                     FOR TIMEDEPOSITPENALTYASSESSMENT.        *
      *                     SAME LENGTH.                             *
      *                                                               *
      *****************************************************************
       01  TD-TERM-DEPOSIT-RECORD.
               88  TD-ROLL-AT-MATURITY     VALUE "R".
               88  TD-RELEASE-AT-MATURITY  VALUE "X".
           05  TD-LINKED-ACCOUNT           PIC X(10).
           05  TD-PENALTY-INVADE-FLAG      PIC X(01).
               88  TD-PENALTY-MAY-INVADE   VALUE "Y".
           05  TD-PENALTY-SCAN-DATE        PIC 9(08).
           05  FILLER                      PIC X(01).
