      *****************************************************************
      *                                                               *
      *    ESTLTR  --  ESTATE BALANCE LETTER PRINT LINE               *
      *                                                               *
      *    ONE ROW PER PRINT LINE OF THE LETTER DECEASEDCUSTOMER-     *
      *    INTAKE WRITES TO THE ESTATE OF A DECEASED CUSTOMER: EACH   *
      *    ACCOUNT'S LEDGER BALANCE AND INTEREST ACCRUED TO DATE,     *
      *    WHETHER IT IS RESTRAINED, AND ANY BENEFIT CREDITS HELD     *
      *    FOR RETURN. TAGGED WITH THE CUSTOMER SO THE MAIL ROOM CAN  *
      *    SPLIT THE STREAM ONE LETTER PER ESTATE.                    *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-09-14  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  EL-ESTATE-LETTER-LINE.
           05  EL-CUSTOMER-NUMBER          PIC X(10).
           05  EL-PRINT-LINE               PIC X(66).
