      *****************************************************************
      *                                                               *
      *    MKTOPT  --  MARKETING OPT-OUT ELECTION                     *
      *                                                               *
      *    KEYED BY CUSTOMER NUMBER. THE CUSTOMER'S CURRENT ELECTION  *
      *    ON MARKETING OFFERS, WITH THE DATE AND METHOD IT WAS GIVEN *
      *    AND THE ELECTION IT REPLACED. A CUSTOMER WITH NO ROW HAS   *
      *    NOT OPTED OUT. CAMPAIGNSELECTION NEVER PUTS AN OPTED-OUT   *
      *    CUSTOMER ON AN OFFER LIST OR IN A CONTROL GROUP.           *
      *    MAINTAINED THROUGH MARKETINGOPTOUTMAINTENANCE.             *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  MU-MARKETING-ELECTION-RECORD.
           05  MU-CUSTOMER-NUMBER          PIC X(10).
           05  MU-ELECTION                 PIC X(01).
               88  MU-OPTED-OUT            VALUE "O".
               88  MU-OPTED-IN             VALUE "I".
           05  MU-ELECTION-DATE            PIC 9(08).
           05  MU-CONSENT-METHOD           PIC X(01).
               88  MU-CONSENT-AT-BRANCH    VALUE "B".
               88  MU-CONSENT-BY-PHONE     VALUE "P".
               88  MU-CONSENT-ONLINE       VALUE "O".
               88  MU-CONSENT-BY-MAIL      VALUE "M".
               88  MU-CONSENT-METHOD-VALID VALUE "B" "P" "O" "M".
           05  MU-RECORDED-BY              PIC X(08).
           05  MU-PRIOR-ELECTION           PIC X(01).
           05  MU-PRIOR-ELECTION-DATE      PIC 9(08).
           05  FILLER                      PIC X(10).
