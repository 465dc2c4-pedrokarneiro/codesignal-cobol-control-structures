      *****************************************************************
      *                                                               *
      *    LGLTRAN  --  LEGAL PROCESS REQUEST MAINTENANCE RECORD      *
      *                                                               *
      *    ONE ROW PER REQUEST AGAINST THE LGLREQ FILE:               *
      *      O - LOG A NEWLY SERVED REQUEST; A FIRST SUBJECT MAY BE   *
      *          NAMED ON THE SAME ROW;                               *
      *      S - NAME ONE MORE ACCOUNT (A) OR CUSTOMER (C) ON A       *
      *          REQUEST NOT YET PACKAGED;                            *
      *      R - RECORD THAT THE PACKAGE WENT TO THE AGENCY.          *
      *    A ZERO TO-DATE MEANS "TO THE PRESENT" (THE RUN DATE); A    *
      *    ZERO DEADLINE DEFAULTS FROM THE DATE RECEIVED. APPLIED BY  *
      *    LEGALREQUESTMAINTENANCE; THE OPERATOR MUST BE AN OPERSEC   *
      *    SUPERVISOR OR ABOVE.                                       *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-13  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  LT-LEGAL-TRANSACTION.
           05  LT-ACTION-CODE              PIC X(01).
               88  LT-ACTION-OPEN          VALUE "O".
               88  LT-ACTION-SUBJECT       VALUE "S".
               88  LT-ACTION-RESPOND       VALUE "R".
           05  LT-REQUEST-NUMBER           PIC X(08).
           05  LT-REQUEST-TYPE             PIC X(02).
           05  LT-AGENCY-NAME              PIC X(30).
           05  LT-AGENCY-REFERENCE         PIC X(20).
           05  LT-RECEIVED-DATE            PIC 9(08).
           05  LT-PERIOD-FROM-DATE         PIC 9(08).
           05  LT-PERIOD-TO-DATE           PIC 9(08).
           05  LT-RESPONSE-DEADLINE        PIC 9(08).
           05  LT-CONFIDENTIAL-FLAG        PIC X(01).
           05  LT-SUBJECT-KIND             PIC X(01).
           05  LT-SUBJECT-ID               PIC X(10).
           05  LT-OPERATOR-ID              PIC X(08).
           05  FILLER                      PIC X(08).
