      *****************************************************************
      *                                                               *
      *    CPLIMIT  --  COURTESY PAY LIMIT RECORD                     *
      *                                                               *
      *    KEYED BY CY-ACCOUNT-NUMBER. ONE ROW PER CHECKING ACCOUNT   *
      *    WHOSE PRODUCT OFFERS COURTESY PAY, WRITTEN EACH MONTH END  *
      *    BY COURTESYPAYLIMITASSIGNMENT. CY-COURTESY-LIMIT IS THE    *
      *    WHOLE DOLLARS THE NIGHTLY POST MAY PAY PAST THE SPENDABLE  *
      *    BALANCE WITHOUT SUSPENDING OR QUEUEING THE DEBIT; ZERO     *
      *    MEANS NONE, WITH CY-REASON-CODE SAYING WHY.                *
      *    CY-LAST-GRANTED-LIMIT KEEPS THE LAST NON-ZERO LIMIT SO A   *
      *    LATER CHARGE-OFF CAN BE MEASURED AGAINST WHAT WAS GRANTED. *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  CY-COURTESY-LIMIT-RECORD.
           05  CY-ACCOUNT-NUMBER           PIC X(10).
           05  CY-COURTESY-LIMIT           PIC 9(05).
           05  CY-PRIOR-LIMIT              PIC 9(05).
           05  CY-LAST-GRANTED-LIMIT       PIC 9(05).
           05  CY-ASSIGNED-DATE            PIC 9(08).
           05  CY-REASON-CODE              PIC X(02).
               88  CY-Limit-Granted        VALUE "OK".
               88  CY-Account-Closed       VALUE "CL".
               88  CY-Product-Not-Offered  VALUE "NP".
               88  CY-Account-Dormant      VALUE "IN".
               88  CY-Customer-Deceased    VALUE "DC".
               88  CY-Charged-Off          VALUE "CO".
               88  CY-On-Probation         VALUE "PR".
               88  CY-Short-Tenure         VALUE "TN".
               88  CY-Aged-Overdraft       VALUE "OD".
               88  CY-Too-Many-Returns     VALUE "RT".
           05  CY-TENURE-MONTHS            PIC 9(03).
           05  CY-AVERAGE-BALANCE          PIC S9(7)V99.
           05  CY-TRUST-SCORE              PIC 9(01).
           05  CY-RETURN-COUNT             PIC 9(02).
           05  FILLER                      PIC X(10).
