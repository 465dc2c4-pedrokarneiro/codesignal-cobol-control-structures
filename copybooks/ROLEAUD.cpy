      *****************************************************************
      *                                                               *
      *    ROLEAUD  --  ACCOUNT ROLE MAINTENANCE AUDIT RECORD         *
      *                                                               *
      *    ONE ROW PER ROLE ADDED, CHANGED OR REMOVED BY              *
      *    CUSTOMERMASTERMAINTENANCE FROM ROLETRAN, IN THE MANNER OF  *
      *    CUSTAUD. RK-DETAIL-BEFORE AND RK-DETAIL-AFTER CARRY THE    *
      *    SIXTEEN-BYTE ROLE DETAIL FROM CUSTROLE AS IT STOOD BEFORE  *
      *    AND AFTER (SPACES FOR AN ADD OR A REMOVE RESPECTIVELY).    *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  RK-ROLE-AUDIT-RECORD.
           05  RK-ACCOUNT-NUMBER           PIC X(10).
           05  RK-ROLE-CODE                PIC X(01).
           05  RK-CUSTOMER-NUMBER          PIC X(10).
           05  RK-ACTION-CODE              PIC X(01).
           05  RK-DETAIL-BEFORE            PIC X(16).
           05  RK-DETAIL-AFTER             PIC X(16).
           05  RK-REQUESTED-BY             PIC X(08).
           05  RK-RUN-DATE                 PIC 9(08).
           05  RK-RUN-TIME                 PIC 9(08).
           05  FILLER                      PIC X(08).
