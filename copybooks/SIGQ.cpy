      *****************************************************************
      *                                                               *
      *    SIGQ  --  SIGNATURE-VERIFICATION QUEUE RECORD              *
      *                                                               *
      *    KEYED BY VQ-TRACE-ID. ONE ROW PER PAID CHECK THE NIGHT     *
      *    AFTER IT POSTED THAT IS OVER ITS PRODUCT'S SIGPARM LARGE-  *
      *    ITEM AMOUNT, OR DRAWN ON A COMMERCIAL ACCOUNT WHOSE        *
      *    SIGCARD CALLS FOR TWO SIGNATURES. WRITTEN BY               *
      *    SIGNATUREQUEUEBUILD WITH THE RETURN DEADLINE; A REVIEWER   *
      *    CONFIRMS OR REJECTS IT IN SIGNATUREREVIEWSESSION;          *
      *    SIGNATURERETURNRELEASE TURNS A REJECT INTO A RETURN ITEM   *
      *    AND AGES AN UNREVIEWED ROW ONTO THE BRANCH EXCEPTION       *
      *    REPORT WHEN ITS DEADLINE ARRIVES. CLOSED ROWS ARE KEPT     *
      *    FOR THE RETENTION WINDOW, THEN PURGED.                     *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-09-28  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  VQ-SIGNATURE-QUEUE-RECORD.
           05  VQ-TRACE-ID                 PIC 9(12).
           05  VQ-ACCOUNT-NUMBER           PIC X(10).
           05  VQ-BRANCH-CODE              PIC X(04).
           05  VQ-PRODUCT-CODE             PIC X(04).
           05  VQ-SERIAL-NUMBER            PIC X(06).
           05  VQ-CHECK-AMOUNT             PIC 9(06).
           05  VQ-PAID-DATE                PIC 9(08).
           05  VQ-QUEUED-DATE              PIC 9(08).
           05  VQ-DEADLINE-DATE            PIC 9(08).
           05  VQ-QUEUE-REASON             PIC X(01).
               88  VQ-LARGE-ITEM           VALUE "L".
               88  VQ-DUAL-SIGNATURE       VALUE "D".
               88  VQ-LARGE-AND-DUAL       VALUE "B".
           05  VQ-QUEUE-STATUS             PIC X(01).
               88  VQ-AWAITING-REVIEW      VALUE "Q".
               88  VQ-CONFIRMED            VALUE "C".
               88  VQ-REJECTED             VALUE "R".
               88  VQ-RETURN-RELEASED      VALUE "X".
               88  VQ-AGED-UNREVIEWED      VALUE "E".
           05  VQ-REJECT-REASON            PIC X(01).
               88  VQ-SIGNATURE-MISMATCH   VALUE "S".
               88  VQ-MISSING-SIGNER       VALUE "M".
               88  VQ-ALTERED-ITEM         VALUE "A".
           05  VQ-REVIEWED-BY              PIC X(08).
           05  VQ-REVIEW-DATE              PIC 9(08).
           05  VQ-CLOSED-DATE              PIC 9(08).
           05  FILLER                      PIC X(10).
