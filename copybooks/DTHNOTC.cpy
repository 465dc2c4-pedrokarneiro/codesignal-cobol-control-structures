      *****************************************************************
      *                                                               *
      *    DTHNOTC  --  DEATH NOTICE TRANSACTION RECORD               *
      *                                                               *
      *    ONE ROW PER CUSTOMER WHOSE DEATH HAS BEEN REPORTED TO A    *
      *    BRANCH (FAMILY, EXECUTOR, SSA DEATH MATCH). KEYED IN BY    *
      *    OPERATIONS AND APPLIED BY DECEASEDCUSTOMERINTAKE, WHICH    *
      *    REGISTERS THE DEATH, RESTRAINS THE SOLE-OWNED ACCOUNTS,    *
      *    SUSPENDS THEIR STANDING ORDERS AND PRINTS THE ESTATE       *
      *    BALANCE LETTER.                                            *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-09-14  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  DN-DEATH-NOTICE-RECORD.
           05  DN-CUSTOMER-NUMBER          PIC X(10).
           05  DN-DATE-OF-DEATH            PIC 9(08).
           05  DN-NOTIFIED-BY              PIC X(20).
           05  DN-OPERATOR-ID              PIC X(08).
           05  FILLER                      PIC X(10).
