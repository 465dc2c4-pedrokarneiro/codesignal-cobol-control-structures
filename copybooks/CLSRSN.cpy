      *****************************************************************
      *                                                               *
      *    CLSRSN  --  ACCOUNT CLOSURE REASON RECORD                  *
      *                                                               *
      *    KEYED BY KR-REASON-CODE. ONE ROW PER REASON AN ACCOUNT     *
      *    MAY BE CLOSED FOR (FEES, MOVED AWAY, DECEASED, ABUSE AND   *
      *    SO ON). ACCOUNTLIFECYCLEMAINTENANCE REFUSES A CLOSE WHOSE  *
      *    REASON IS NOT HERE AND ACTIVE, AND A CLOSE UNDER A         *
      *    BANK-INITIATED REASON MUST CARRY AN OFFICER'S APPROVAL.    *
      *    ATTRITIONREPORT PRINTS THE DESCRIPTION. MAINTAINED BY      *
      *    OPERATIONS.                                                *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-13  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  KR-CLOSE-REASON-RECORD.
           05  KR-REASON-CODE              PIC X(02).
           05  KR-DESCRIPTION              PIC X(30).
           05  KR-INITIATED-BY             PIC X(01).
               88  KR-Customer-Initiated   VALUE "C".
               88  KR-Bank-Initiated       VALUE "B".
           05  KR-ACTIVE-FLAG              PIC X(01).
               88  KR-Reason-Active        VALUE "Y".
           05  FILLER                      PIC X(06).
