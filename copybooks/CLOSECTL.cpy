      *****************************************************************
      *                                                               *
      *    CLOSECTL  --  MONTH-END CLOSE CONTROL RECORD               *
      *                                                               *
      *    ONE KEYED FILE CARRYING EVERY MONTH'S CLOSE. EACH MONTH-   *
      *    END PROGRAM REGISTERS ITS COMPLETION THROUGH               *
      *    MONTHENDCLOSECONTROL UNDER ITS JCL STEP NAME: A RUN COUNT, *
      *    THE BUSINESS DATE AND CLOCK TIME IT RAN, THE ITEMS IT      *
      *    PROCESSED AND THE GL DEBITS AND CREDITS IT WROTE TO GLPOST *
      *    FOR THE MONTH.                                             *
      *                                                               *
      *    THE ROW WITH A BLANK STEP ID IS THE MONTH HEADER. ITS      *
      *    STATUS IS OPEN UNTIL MONTHENDCLOSECERTIFICATION CLOSES THE *
      *    MONTH, AND A MONTH REOPENED BY AN OFFICER (MONTHENDREOPEN) *
      *    CARRIES R UNTIL IT IS CERTIFIED AGAIN; THE STATUS DATE AND *
      *    OPERATOR SAY WHO LAST CHANGED IT. MC-MONTH-STATUS IS BLANK *
      *    ON A STEP ROW.                                             *
      *                                                               *
      *    A STEP ROW'S GL TOTALS ACCUMULATE ACROSS EVERY RUN IN THE  *
      *    MONTH - A REOPENED STEP'S RERUN, AND EACH NIGHT'S SERVICE  *
      *    CHARGES - SO THEY TIE TO GLPOST FOR THE WHOLE MONTH.       *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  MC-CLOSE-CONTROL-RECORD.
           05  MC-CLOSE-KEY.
               10  MC-CLOSE-MONTH          PIC 9(06).
               10  MC-STEP-ID              PIC X(07).
                   88  MC-MONTH-HEADER     VALUE SPACES.
           05  MC-MONTH-STATUS             PIC X(01).
               88  MC-MONTH-OPEN           VALUE "O".
               88  MC-MONTH-CLOSED         VALUE "C".
               88  MC-MONTH-REOPENED       VALUE "R".
           05  MC-RUN-COUNT                PIC 9(03).
           05  MC-REOPEN-COUNT             PIC 9(03).
           05  MC-LAST-BUSINESS-DATE       PIC 9(08).
           05  MC-LAST-RUN-DATE            PIC 9(08).
           05  MC-LAST-RUN-TIME            PIC 9(08).
           05  MC-ITEM-COUNT               PIC 9(09).
           05  MC-GL-DEBIT-TOTAL           PIC S9(11)V99.
           05  MC-GL-CREDIT-TOTAL          PIC S9(11)V99.
           05  MC-STATUS-DATE              PIC 9(08).
           05  MC-STATUS-BY                PIC X(08).
           05  FILLER                      PIC X(10).
