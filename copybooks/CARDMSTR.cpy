      *****************************************************************
      *                                                               *
      *    CARDMSTR  --  DEBIT CARD MASTER                            *
      *                                                               *
      *    KEYED BY THE CARD NUMBER TOKEN THE CARD SWITCH CARRIES ON  *
      *    EVERY AUTHORIZATION (THE CLEAR CARD NUMBER IS NEVER HELD   *
      *    HERE). ONE ROW PER PLASTIC: THE ACCOUNT IT DRAWS ON, THE   *
      *    CARDHOLDER, WHEN IT WAS ISSUED AND ACTIVATED, ITS EXPIRY   *
      *    MONTH AND ITS STATUS. A LOST OR STOLEN CARD IS HOT-LISTED; *
      *    A REPLACEMENT IS A NEW TOKEN LINKED BOTH WAYS TO THE CARD  *
      *    IT REPLACES. A REISSUE KEEPS THE TOKEN AND SENDS A NEW     *
      *    PLASTIC. MAINTAINED THROUGH CARDMAINTENANCE; READ BY       *
      *    CARDAUTHORIZATIONMATCH, AND RENEWED/EXPIRED BY             *
      *    CARDREISSUEEXTRACT.                                        *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-07  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  CC-CARD-MASTER-RECORD.
           05  CC-CARD-TOKEN               PIC X(16).
           05  CC-ACCOUNT-NUMBER           PIC X(10).
           05  CC-CUSTOMER-NUMBER          PIC X(10).
           05  CC-ISSUE-DATE               PIC 9(08).
           05  CC-EXPIRY-MONTH             PIC 9(06).
           05  CC-EXPIRY-PARTS REDEFINES CC-EXPIRY-MONTH.
               10  CC-EXPIRY-YEAR          PIC 9(04).
               10  CC-EXPIRY-MM            PIC 9(02).
           05  CC-ACTIVATION-DATE          PIC 9(08).
               88  CC-CARD-NOT-ACTIVATED   VALUE ZERO.
           05  CC-CARD-STATUS              PIC X(01).
               88  CC-CARD-ACTIVE          VALUE "A".
               88  CC-CARD-LOST            VALUE "L".
               88  CC-CARD-STOLEN          VALUE "S".
               88  CC-CARD-EXPIRED         VALUE "E".
               88  CC-CARD-CLOSED          VALUE "C".
               88  CC-CARD-HOT-LISTED      VALUE "L" "S".
           05  CC-STATUS-DATE              PIC 9(08).
           05  CC-REPLACES-TOKEN           PIC X(16).
           05  CC-REPLACED-BY-TOKEN        PIC X(16).
           05  CC-PLASTIC-FLAG             PIC X(01).
               88  CC-PLASTIC-REQUESTED    VALUE "Y".
               88  CC-PLASTIC-NOT-REQUESTED VALUE "N".
           05  CC-PLASTIC-REASON           PIC X(01).
               88  CC-PLASTIC-NEW-CARD     VALUE "N".
               88  CC-PLASTIC-REPLACEMENT  VALUE "P".
               88  CC-PLASTIC-REISSUE      VALUE "R".
               88  CC-PLASTIC-RENEWAL      VALUE "X".
           05  CC-LAST-PLASTIC-DATE        PIC 9(08).
           05  CC-MAINT-DATE               PIC 9(08).
           05  CC-MAINT-BY                 PIC X(08).
           05  FILLER                      PIC X(10).
