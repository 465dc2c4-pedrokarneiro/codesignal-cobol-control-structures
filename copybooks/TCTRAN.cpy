      *****************************************************************
      *                                                               *
      *    TCTRAN  --  TRUSTED CONTACT MAINTENANCE REQUEST            *
      *                                                               *
      *    ONE REQUEST AGAINST THE TRUSTED-CONTACT FILE (TRUSTCON),   *
      *    APPLIED BY CUSTOMERMASTERMAINTENANCE AFTER THE ADDRESS     *
      *    PASS. A ADDS THE CONTACT UNDER THE SEQUENCE GIVEN, C       *
      *    REPLACES IT (A BLANK FIELD LEAVES THAT FIELD STANDING) AND *
      *    D REMOVES IT. THE REQUESTER MUST BE AN OPERSEC SUPERVISOR  *
      *    OR ABOVE.                                                  *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  TQ-TRUSTED-CONTACT-TRANSACTION.
           05  TQ-ACTION-CODE              PIC X(01).
               88  TQ-ACTION-ADD           VALUE "A".
               88  TQ-ACTION-CHANGE        VALUE "C".
               88  TQ-ACTION-DELETE        VALUE "D".
           05  TQ-CUSTOMER-NUMBER          PIC X(10).
           05  TQ-CONTACT-SEQUENCE         PIC X(01).
           05  TQ-CONTACT-NAME             PIC X(30).
           05  TQ-RELATIONSHIP             PIC X(12).
           05  TQ-PHONE-NUMBER             PIC X(10).
           05  TQ-STREET-ADDRESS           PIC X(30).
           05  TQ-CITY                     PIC X(20).
           05  TQ-STATE                    PIC X(02).
           05  TQ-POSTAL-CODE              PIC X(09).
           05  TQ-REQUESTED-BY             PIC X(08).
