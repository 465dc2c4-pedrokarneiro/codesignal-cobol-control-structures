      *****************************************************************
      *                                                               *
      *    VLTSHIP  --  BRANCH VAULT CURRENCY SHIPMENT RECORD         *
      *                                                               *
      *    ONE ROW PER CURRENCY SHIPMENT ACTUALLY RECEIVED FROM OR    *
      *    RETURNED TO THE FEDERAL RESERVE, KEYED BY THE VAULT        *
      *    CUSTODIAN AT THE BRANCH (VAULTSHIPMENTENTRY) WHEN THE      *
      *    CARRIER'S MANIFEST IS SIGNED. THE FILE IS CUMULATIVE.      *
      *    VAULTCASHFORECAST ADDS THE SHIPMENTS SINCE EACH BRANCH'S   *
      *    LAST COUNT INTO ITS CASH POSITION, AND SETS THE WEEK'S     *
      *    SHIPMENTS AGAINST WHAT IT RECOMMENDED.                     *
      *                                                               *
      *    VS-SHIPMENT-TYPE:  O ORDER RECEIVED, R RETURN SHIPPED      *
      *    VS-GROUP-AMOUNT:   WHOLE DOLLARS PER DENOMINATION GROUP    *
      *                       (THE VLTLIMIT GROUPS, IN ORDER)         *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-13  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  VS-VAULT-SHIPMENT-RECORD.
           05  VS-BRANCH-CODE              PIC X(04).
           05  VS-SHIP-DATE                PIC 9(08).
           05  VS-SHIPMENT-TYPE            PIC X(01).
               88  VS-Order-Received       VALUE "O".
               88  VS-Return-Shipped       VALUE "R".
           05  VS-GROUP-AMOUNT             PIC 9(09) OCCURS 4 TIMES.
           05  VS-TOTAL-AMOUNT             PIC 9(09).
           05  VS-ENTERED-BY               PIC X(08).
           05  FILLER                      PIC X(06).
