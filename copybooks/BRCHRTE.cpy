      *****************************************************************
      *                                                               *
      *    BRCHRTE  --  BRANCH ROUTING NUMBER TABLE                   *
      *                                                               *
      *    ONE ROW PER BRANCH GIVING THE ABA ROUTING NUMBER ITS       *
      *    ACCOUNTS ARE PUBLISHED UNDER. INBOUNDACHINTAKE COMPARES    *
      *    THE ROUTING AN ACH ENTRY ARRIVED ON WITH THE ONE FOR THE   *
      *    ACCOUNT'S CURRENT MF-BRANCH-CODE AND SENDS THE ORIGINATOR  *
      *    A NOTIFICATION OF CHANGE WHEN A RE-BRANCHED ACCOUNT IS     *
      *    STILL BEING SENT TO ITS OLD ROUTING. MAINTAINED BY         *
      *    OPERATIONS; A BRANCH WITH NO ROW IS NOT CHECKED.           *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-05  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  RB-BRANCH-ROUTING-RECORD.
           05  RB-BRANCH-CODE              PIC X(04).
           05  RB-ROUTING-NUMBER           PIC X(09).
           05  FILLER                      PIC X(07).
