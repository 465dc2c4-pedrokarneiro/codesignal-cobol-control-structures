      *****************************************************************
      *                                                               *
      *    BENRECL  --  FEDERAL BENEFIT RECLAMATION QUEUE RECORD      *
      *                                                               *
      *    KEYED BY THE TRNHIST KEY OF THE CREDIT ITSELF, SO A        *
      *    BENEFIT PAYMENT IS QUEUED ONCE NO MATTER HOW MANY SWEEPS   *
      *    SEE IT. ONE ROW PER FEDERAL BENEFIT CREDIT (TRANSACTION    *
      *    CODE FBEN) POSTED TO A DECEDENT'S ACCOUNT AFTER THE DATE   *
      *    OF DEATH - THE TREASURY WILL RECLAIM THESE, AND THE        *
      *    RETURN UNIT WORKS THEM FROM THIS QUEUE. WRITTEN BY         *
      *    DECEASEDCUSTOMERINTAKE.                                    *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-09-14  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  BQ-RECLAMATION-RECORD.
           05  BQ-RECLAMATION-KEY.
               10  BQ-ACCOUNT-NUMBER       PIC X(10).
               10  BQ-CREDIT-DATE          PIC 9(08).
               10  BQ-CREDIT-SEQUENCE      PIC 9(07).
           05  BQ-CUSTOMER-NUMBER          PIC X(10).
           05  BQ-DATE-OF-DEATH            PIC 9(08).
           05  BQ-CREDIT-AMOUNT            PIC S9(6)V99.
           05  BQ-TRACE-ID                 PIC 9(12).
           05  BQ-QUEUED-DATE              PIC 9(08).
           05  BQ-QUEUE-STATUS             PIC X(01).
               88  BQ-Reclaim-Open         VALUE "O".
               88  BQ-Reclaim-Returned     VALUE "R".
           05  FILLER                      PIC X(10).
