      *****************************************************************
      *                                                               *
      *    CAMPOFR  --  CAMPAIGN OFFER REGISTER                       *
      *                                                               *
      *    KEYED BY CAMPAIGN ID PLUS CUSTOMER NUMBER. ONE ROW PER     *
      *    CUSTOMER CAMPAIGNSELECTION CONSIDERED FOR A CAMPAIGN:      *
      *      T - TARGET, ON THE OFFER LIST SENT TO THE MAIL VENDOR;   *
      *      C - CONTROL, ELIGIBLE BUT HELD OUT AT RANDOM AND NEVER   *
      *          SENT THE OFFER;                                      *
      *      X - EXCLUDED, WITH THE REASON - O MARKETING OPT-OUT,     *
      *          B ACTIVE BANKRUPTCY STAY, D DECEASED, A BAD OR       *
      *          MISSING ADDRESS.                                     *
      *    THE BASE FIGURES ARE THE CUSTOMER'S TOTAL BALANCE, ACCOUNT *
      *    COUNT AND SERVICES HELD AT SELECTION. CAMPAIGNRESPONSE-    *
      *    TRACKING REFRESHES THE CURRENT FIGURES AND THE RESPONSE    *
      *    FLAGS AT EACH MEASUREMENT UNTIL THE WINDOW CLOSES.         *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  MR-CAMPAIGN-OFFER-RECORD.
           05  MR-OFFER-KEY.
               10  MR-CAMPAIGN-ID          PIC X(08).
               10  MR-CUSTOMER-NUMBER      PIC X(10).
           05  MR-GROUP                    PIC X(01).
               88  MR-TARGET-GROUP         VALUE "T".
               88  MR-CONTROL-GROUP        VALUE "C".
               88  MR-EXCLUDED             VALUE "X".
               88  MR-MEASURED-GROUP       VALUE "T" "C".
           05  MR-EXCLUDE-REASON           PIC X(01).
               88  MR-EXCLUDED-OPT-OUT     VALUE "O".
               88  MR-EXCLUDED-BANKRUPTCY  VALUE "B".
               88  MR-EXCLUDED-DECEASED    VALUE "D".
               88  MR-EXCLUDED-ADDRESS     VALUE "A".
           05  MR-ACCOUNT-NUMBER           PIC X(10).
           05  MR-SELECTED-DATE            PIC 9(08).
           05  MR-BASE-FIGURES.
               10  MR-BASE-BALANCE         PIC S9(9)V99.
               10  MR-BASE-ACCOUNTS        PIC 9(03).
               10  MR-BASE-BILL-PAY        PIC X(01).
               10  MR-BASE-ESTATEMENT      PIC X(01).
               10  MR-BASE-ALERTS          PIC X(01).
           05  MR-CURRENT-FIGURES.
               10  MR-CURRENT-BALANCE      PIC S9(9)V99.
               10  MR-CURRENT-ACCOUNTS     PIC 9(03).
               10  MR-CURRENT-BILL-PAY     PIC X(01).
               10  MR-CURRENT-ESTATEMENT   PIC X(01).
               10  MR-CURRENT-ALERTS       PIC X(01).
           05  MR-OPENED-FLAG              PIC X(01).
               88  MR-OPENED-PRODUCT       VALUE "Y".
           05  MR-OPENED-ACCOUNT           PIC X(10).
           05  MR-OPENED-PRODUCT-CODE      PIC X(04).
           05  MR-OPENED-DATE              PIC 9(08).
           05  MR-RAISED-FLAG              PIC X(01).
               88  MR-RAISED-BALANCE       VALUE "Y".
           05  MR-ENROLLED-FLAG            PIC X(01).
               88  MR-ENROLLED-SERVICE     VALUE "Y".
           05  MR-RESPONSE-FLAG            PIC X(01).
               88  MR-RESPONDED            VALUE "Y".
               88  MR-NO-RESPONSE          VALUE "N".
           05  MR-RESPONSE-DATE            PIC 9(08).
           05  MR-MEASURED-DATE            PIC 9(08).
           05  FILLER                      PIC X(10).
