      *****************************************************************
      *                                                               *
      *    ROLETRAN  --  ACCOUNT ROLE MAINTENANCE TRANSACTION         *
      *                                                               *
      *    ONE REQUEST AGAINST THE ACCOUNT ROLE FILE (CUSTROLE),      *
      *    APPLIED BY CUSTOMERMASTERMAINTENANCE AFTER THE TRUSTED-    *
      *    CONTACT PASS. A ADDS THE ROLE, C REPLACES ITS DETAIL AND D *
      *    REMOVES IT. ONLY JOINT OWNER (J), AUTHORIZED SIGNER (S)    *
      *    AND POA AGENT (P) ROLES ARE TAKEN HERE; CUSTODIAN AND      *
      *    MINOR LINKS STAY WITH ACCOUNT OPENING AND THE MAJORITY     *
      *    CONVERSION. THE REQUESTER MUST BE AN OPERSEC SUPERVISOR OR *
      *    ABOVE.                                                     *
      *                                                               *
      *    ONLY THE DETAIL FIELD FOR THE ROLE GIVEN IS USED:          *
      *    SURVIVORSHIP TYPE FOR J, SIGNING LIMIT FOR S, EFFECTIVE    *
      *    AND EXPIRY DATES FOR P (A ZERO EXPIRY IS A DURABLE POWER). *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  RM-ROLE-TRANSACTION-RECORD.
           05  RM-ACTION-CODE              PIC X(01).
               88  RM-ADD-ROLE             VALUE "A".
               88  RM-CHANGE-ROLE          VALUE "C".
               88  RM-DELETE-ROLE          VALUE "D".
           05  RM-ACCOUNT-NUMBER           PIC X(10).
           05  RM-ROLE-CODE                PIC X(01).
               88  RM-ROLE-JOINT-OWNER     VALUE "J".
               88  RM-ROLE-SIGNER          VALUE "S".
               88  RM-ROLE-POA-AGENT       VALUE "P".
               88  RM-ROLE-MAINTAINABLE    VALUE "J" "S" "P".
           05  RM-CUSTOMER-NUMBER          PIC X(10).
           05  RM-SURVIVORSHIP-TYPE        PIC X(01).
               88  RM-SURVIVORSHIP-VALID   VALUE "S" "T".
           05  RM-SIGNING-LIMIT            PIC 9(07)V99.
           05  RM-POA-EFFECTIVE-DATE       PIC 9(08).
           05  RM-POA-EXPIRY-DATE          PIC 9(08).
           05  RM-REQUESTED-BY             PIC X(08).
           05  FILLER                      PIC X(08).
