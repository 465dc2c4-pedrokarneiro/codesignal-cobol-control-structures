      *****************************************************************
      *                                                               *
      *    CONFRESP  --  AUDIT CONFIRMATION RESPONSE RECORD           *
      *                                                               *
      *    ONE ROW PER CONFIRMATION REPLY KEYED BY THE AUDIT DESK,    *
      *    APPLIED TO CONFREG BY AUDITCONFIRMATIONRESPONSE:           *
      *      A  CUSTOMER AGREES WITH THE BALANCE SHOWN                *
      *      D  CUSTOMER DISAGREES - KW-STATED-BALANCE IS THE         *
      *         BALANCE THE CUSTOMER SAYS THEY HELD ON THE AUDIT DATE *
      *      U  LETTER RETURNED UNDELIVERABLE                         *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-13  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  KW-CONFIRMATION-RESPONSE.
           05  KW-RESPONSE-CODE            PIC X(01).
               88  KW-Response-Agrees      VALUE "A".
               88  KW-Response-Differs     VALUE "D".
               88  KW-Undeliverable        VALUE "U".
           05  KW-ACCOUNT-NUMBER           PIC X(10).
           05  KW-RESPONSE-DATE            PIC 9(08).
           05  KW-STATED-BALANCE           PIC S9(7)V99.
           05  KW-OPERATOR-ID              PIC X(08).
           05  FILLER                      PIC X(04).
