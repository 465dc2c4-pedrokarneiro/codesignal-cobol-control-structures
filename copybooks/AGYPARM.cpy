      *****************************************************************
      *                                                               *
      *    AGYPARM  --  COLLECTION AGENCY PARAMETER RECORD            *
      *                                                               *
      *    ONE ROW PER OUTSIDE COLLECTION AGENCY, MAINTAINED BY       *
      *    CREDIT. AG-PLACEMENT-TIER SAYS WHICH PLACEMENT THE AGENCY  *
      *    WORKS - 1 PRIMARY, 2 SECONDARY (AFTER A RECALL FROM THE    *
      *    PRIMARY), 3 TERTIARY; WHERE SEVERAL ACTIVE AGENCIES SHARE  *
      *    A TIER THE PLACEMENT RUN DEALS THE ACCOUNTS OUT IN TURN.   *
      *    AN ACCOUNT IS PLACED ONLY ONCE ITS CHARGE-OFF IS           *
      *    AG-MIN-AGE-DAYS OLD AND AT LEAST AG-MIN-PLACE-AMOUNT IS    *
      *    STILL OUTSTANDING. AG-COMMISSION-RATE IS THE CONTRACT      *
      *    RATE ON GROSS COLLECTIONS; A REMITTANCE CLAIMING MORE IS   *
      *    REFUSED.                                                   *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-13  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  AG-AGENCY-PARM-RECORD.
           05  AG-AGENCY-ID                PIC X(04).
           05  AG-AGENCY-NAME              PIC X(30).
           05  AG-PLACEMENT-TIER           PIC 9(01).
           05  AG-COMMISSION-RATE          PIC 9V9(4).
           05  AG-MIN-PLACE-AMOUNT         PIC 9(5)V99.
           05  AG-MIN-AGE-DAYS             PIC 9(03).
           05  AG-ACTIVE-FLAG              PIC X(01).
               88  AG-Agency-Active        VALUE "Y".
           05  FILLER                      PIC X(09).
