      *****************************************************************
      *                                                               *
      *    DECEDENT  --  DECEASED CUSTOMER REGISTER RECORD            *
      *                                                               *
      *    KEYED BY DE-CUSTOMER-NUMBER. ONE ROW PER CUSTOMER WHOSE    *
      *    DEATH NOTICE DECEASEDCUSTOMERINTAKE HAS TAKEN, CARRYING    *
      *    THE DATE OF DEATH THE BENEFIT RECLAMATION SWEEP MEASURES   *
      *    FROM AND THE COUNT OF ACCOUNTS RESTRAINED. CM-DECEASED-    *
      *    FLAG ON CUSTMSTR IS THE QUICK TEST; THIS ROW IS THE        *
      *    DETAIL.                                                    *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-09-14  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  DE-DECEDENT-RECORD.
           05  DE-CUSTOMER-NUMBER          PIC X(10).
           05  DE-DATE-OF-DEATH            PIC 9(08).
           05  DE-NOTICE-DATE              PIC 9(08).
           05  DE-NOTIFIED-BY              PIC X(20).
           05  DE-OPERATOR-ID              PIC X(08).
           05  DE-ACCOUNTS-RESTRAINED      PIC 9(03).
           05  FILLER                      PIC X(10).
