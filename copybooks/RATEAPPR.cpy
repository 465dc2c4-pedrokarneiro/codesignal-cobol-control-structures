      *****************************************************************
      *                                                               *
      *    RATEAPPR  --  RATE SHEET CHANGE APPROVAL TRANSACTION       *
      *                                                               *
      *    ONE ROW PER CHECKER DECISION ON A PENDING RATE SHEET       *
      *    CHANGE IN RATEPEND. READ BY RATECHANGEAPPROVAL.            *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-10  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  AR-RATE-APPROVAL-TRANSACTION.
           05  AR-PRODUCT-CODE             PIC X(04).
           05  AR-APPROVED-BY              PIC X(08).
           05  AR-DECISION                 PIC X(01).
               88  AR-DECISION-APPROVE     VALUE "A".
               88  AR-DECISION-REJECT      VALUE "R".
           05  FILLER                      PIC X(15).
