      *****************************************************************
      *                                                               *
      *    ODOPTIN  --  OVERDRAFT OPT-IN ELECTION (REGULATION E)      *
      *                                                               *
      *    KEYED BY ACCOUNT NUMBER. THE CUSTOMER'S CURRENT ELECTION   *
      *    ON OVERDRAFT COVERAGE FOR ONE-TIME DEBIT CARD AND ATM      *
      *    ITEMS, WITH THE DATE AND THE METHOD OF CONSENT AND THE     *
      *    ELECTION IT REPLACED. AN ACCOUNT WITH NO ROW HAS NOT       *
      *    OPTED IN. OVERDRAFTFEEASSESSMENT CHARGES NO FEE ON AN      *
      *    OVERDRAFT A CARD OR ATM ITEM CAUSED UNLESS THE ACCOUNT     *
      *    WAS OPTED IN ON THE ITEM'S DATE. MAINTAINED THROUGH        *
      *    OVERDRAFTOPTINMAINTENANCE; REPORTED QUARTERLY BY           *
      *    OVERDRAFTOPTINREPORT.                                      *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-08  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  OI-OPTIN-ELECTION-RECORD.
           05  OI-ACCOUNT-NUMBER           PIC X(10).
           05  OI-ELECTION                 PIC X(01).
               88  OI-OPTED-IN             VALUE "Y".
               88  OI-OPTED-OUT            VALUE "N".
           05  OI-ELECTION-DATE            PIC 9(08).
           05  OI-CONSENT-METHOD           PIC X(01).
               88  OI-CONSENT-AT-BRANCH    VALUE "B".
               88  OI-CONSENT-BY-PHONE     VALUE "P".
               88  OI-CONSENT-ONLINE       VALUE "O".
               88  OI-CONSENT-BY-MAIL      VALUE "M".
               88  OI-CONSENT-METHOD-VALID VALUE "B" "P" "O" "M".
           05  OI-RECORDED-BY              PIC X(08).
           05  OI-PRIOR-ELECTION           PIC X(01).
           05  OI-PRIOR-ELECTION-DATE      PIC 9(08).
           05  FILLER                      PIC X(10).
