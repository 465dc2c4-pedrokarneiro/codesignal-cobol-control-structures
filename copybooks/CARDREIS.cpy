      *****************************************************************
      *                                                               *
      *    CARDREIS  --  CARD PLASTICS FILE FOR THE CARD VENDOR       *
      *                                                               *
      *    ONE ROW PER PLASTIC TO BE EMBOSSED AND MAILED, WRITTEN     *
      *    NIGHTLY BY CARDREISSUEEXTRACT: NEW CARDS, REPLACEMENTS     *
      *    AND REISSUES KEYED THROUGH CARDMAINTENANCE, AND AT MONTH-  *
      *    END THE RENEWALS OF ACTIVE CARDS EXPIRING NEXT MONTH.      *
      *    CV-PLASTIC-REASON CARRIES THE CARDMSTR REASON (N NEW, P    *
      *    REPLACEMENT, R REISSUE, X EXPIRY RENEWAL). THE NAME AND    *
      *    MAILING ADDRESS ARE THE CARDHOLDER'S CUSTADDR ROW.         *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-07  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  CV-CARD-PLASTIC-RECORD.
           05  CV-CARD-TOKEN               PIC X(16).
           05  CV-ACCOUNT-NUMBER           PIC X(10).
           05  CV-CUSTOMER-NUMBER          PIC X(10).
           05  CV-PLASTIC-REASON           PIC X(01).
           05  CV-EXPIRY-MONTH             PIC 9(06).
           05  CV-EMBOSS-NAME              PIC X(30).
           05  CV-STREET-ADDRESS           PIC X(30).
           05  CV-CITY                     PIC X(20).
           05  CV-STATE                    PIC X(02).
           05  CV-POSTAL-CODE              PIC X(09).
           05  CV-RUN-DATE                 PIC 9(08).
           05  FILLER                      PIC X(08).
