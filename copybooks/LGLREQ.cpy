      *****************************************************************
      *                                                               *
      *    LGLREQ  --  LEGAL PROCESS REQUEST RECORD                   *
      *                                                               *
      *    KEYED BY REQUEST NUMBER. ONE ROW PER SUBPOENA, COURT       *
      *    ORDER, SEARCH WARRANT OR AGENCY INFORMATION REQUEST SERVED *
      *    ON THE BANK (LEVIES ARE NOT LOGGED HERE - THEY GO THROUGH  *
      *    GARNISHMENTREMITTANCE). CARRIES THE REQUESTING AGENCY, THE *
      *    PERIOD ASKED FOR, THE ACCOUNTS AND CUSTOMERS NAMED (UP TO  *
      *    TEN), THE RESPONSE DEADLINE AND WHETHER THE CUSTOMER MAY   *
      *    BE TOLD. STATUS RUNS L (LOGGED) TO P (RESEARCH PACKAGE     *
      *    PRODUCED, WITH THE FEE TO BILL) TO R (RESPONDED).          *
      *    MAINTAINED BY LEGALREQUESTMAINTENANCE; PACKAGED BY         *
      *    LEGALRESEARCHPACKAGE; AGED BY LEGALREQUESTDEADLINEREPORT.  *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-13  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  LG-LEGAL-REQUEST-RECORD.
           05  LG-REQUEST-NUMBER           PIC X(08).
           05  LG-REQUEST-TYPE             PIC X(02).
               88  LG-Subpoena             VALUE "SB".
               88  LG-Court-Order          VALUE "CO".
               88  LG-Search-Warrant       VALUE "SW".
               88  LG-Agency-Request       VALUE "AR".
               88  LG-Type-Valid           VALUE "SB" "CO" "SW"
                                                 "AR".
           05  LG-AGENCY-NAME              PIC X(30).
           05  LG-AGENCY-REFERENCE         PIC X(20).
           05  LG-RECEIVED-DATE            PIC 9(08).
           05  LG-PERIOD-FROM-DATE         PIC 9(08).
           05  LG-PERIOD-TO-DATE           PIC 9(08).
           05  LG-RESPONSE-DEADLINE        PIC 9(08).
           05  LG-CONFIDENTIAL-FLAG        PIC X(01).
               88  LG-Confidential         VALUE "Y".
               88  LG-Not-Confidential     VALUE "N".
           05  LG-REQUEST-STATUS           PIC X(01).
               88  LG-Request-Logged       VALUE "L".
               88  LG-Package-Produced     VALUE "P".
               88  LG-Request-Responded    VALUE "R".
           05  LG-LOGGED-BY                PIC X(08).
           05  LG-SUBJECT-COUNT            PIC 9(02).
           05  LG-SUBJECT OCCURS 10 TIMES.
               10  LG-SUBJECT-KIND         PIC X(01).
                   88  LG-Subject-Account  VALUE "A".
                   88  LG-Subject-Customer VALUE "C".
               10  LG-SUBJECT-ID           PIC X(10).
           05  LG-PACKAGE-DATE             PIC 9(08).
           05  LG-ACCOUNTS-RESEARCHED      PIC 9(03).
           05  LG-STATEMENTS-PRODUCED      PIC 9(05).
           05  LG-ITEMS-PRODUCED           PIC 9(07).
           05  LG-RESEARCH-FEE             PIC 9(06)V99.
           05  LG-RESPONDED-DATE           PIC 9(08).
           05  LG-RESPONDED-BY             PIC X(08).
           05  FILLER                      PIC X(10).
