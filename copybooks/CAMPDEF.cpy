      *****************************************************************
      *                                                               *
      *    CAMPDEF  --  MARKETING CAMPAIGN DEFINITION                 *
      *                                                               *
      *    KEYED BY CAMPAIGN ID. ONE ROW PER CAMPAIGN, SET UP BY      *
      *    MARKETING OPERATIONS: THE OFFER, THE SEGMENT IT TARGETS    *
      *    (SEGEXT BALANCE TIER AND TRUST TIER, SPACES = ANY), THE    *
      *    SHARE HELD OUT AS A CONTROL GROUP, THE SELECTION DATE AND  *
      *    THE RESPONSE WINDOW IN DAYS. WHAT COUNTS AS A RESPONSE     *
      *    FOLLOWS THE OFFER TYPE:                                    *
      *      P - OPENED A NEW ACCOUNT (OF CF-TARGET-PRODUCT, OR ANY   *
      *          PRODUCT WHEN IT IS SPACES);                          *
      *      B - RAISED TOTAL BALANCES BY AT LEAST CF-BALANCE-LIFT    *
      *          (ANY RISE WHEN IT IS ZERO);                          *
      *      S - ENROLLED IN CF-TARGET-SERVICE - BP BILL PAY, ES      *
      *          E-STATEMENTS, AL BALANCE ALERTS (ANY OF THE THREE    *
      *          WHEN IT IS SPACES).                                  *
      *    STATUS D (DEFINED) IS PICKED UP BY CAMPAIGNSELECTION ON OR *
      *    AFTER THE SELECTION DATE, WHICH SETS S (SELECTED) AND THE  *
      *    WINDOW END; CAMPAIGNRESPONSETRACKING MEASURES S CAMPAIGNS  *
      *    AND CLOSES THEM (C) ONCE THE WINDOW HAS ENDED.             *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  CF-CAMPAIGN-RECORD.
           05  CF-CAMPAIGN-ID              PIC X(08).
           05  CF-DESCRIPTION              PIC X(30).
           05  CF-OFFER-CODE               PIC X(06).
           05  CF-OFFER-TYPE               PIC X(01).
               88  CF-OFFER-PRODUCT        VALUE "P".
               88  CF-OFFER-BALANCE        VALUE "B".
               88  CF-OFFER-SERVICE        VALUE "S".
           05  CF-TARGET-PRODUCT           PIC X(04).
           05  CF-TARGET-SERVICE           PIC X(02).
               88  CF-SERVICE-BILL-PAY     VALUE "BP".
               88  CF-SERVICE-ESTATEMENT   VALUE "ES".
               88  CF-SERVICE-ALERTS       VALUE "AL".
               88  CF-SERVICE-ANY          VALUE SPACES.
           05  CF-BALANCE-LIFT             PIC 9(07)V99.
           05  CF-SEGMENT-BALANCE-TIER     PIC X(14).
           05  CF-SEGMENT-TRUST-TIER       PIC X(08).
           05  CF-CONTROL-PERCENT          PIC 9(02).
           05  CF-SELECT-DATE              PIC 9(08).
           05  CF-RESPONSE-DAYS            PIC 9(03).
           05  CF-CAMPAIGN-STATUS          PIC X(01).
               88  CF-STATUS-DEFINED       VALUE "D".
               88  CF-STATUS-SELECTED      VALUE "S".
               88  CF-STATUS-CLOSED        VALUE "C".
           05  CF-SELECTED-DATE            PIC 9(08).
           05  CF-WINDOW-END-DATE          PIC 9(08).
           05  CF-TARGET-COUNT             PIC 9(07).
           05  CF-CONTROL-COUNT            PIC 9(07).
           05  CF-EXCLUDED-COUNT           PIC 9(07).
           05  CF-LAST-MEASURED-DATE       PIC 9(08).
           05  CF-MAINT-BY                 PIC X(08).
           05  CF-MAINT-DATE               PIC 9(08).
           05  FILLER                      PIC X(10).
