      *****************************************************************
      *                                                               *
      *    VLTPARM  --  VAULT CASH FORECAST PARAMETER RECORD          *
      *                                                               *
      *    ONE RECORD (REGPARM MOLD), MAINTAINED BY BRANCH            *
      *    OPERATIONS. VAULTCASHFORECAST RUNS ON SHOP DEFAULTS WHEN   *
      *    THE FILE IS MISSING OR A FIELD IS ZERO.                    *
      *                                                               *
      *    VT-LOOKBACK-WEEKS     WEEKS OF HISTORY AVERAGED PER        *
      *                          WEEKDAY (AT MOST 12)                 *
      *    VT-PAYDAY-DAY-1/2     DAYS OF THE MONTH LOCAL EMPLOYERS    *
      *                          PAY ON; A PAYDAY ON A CLOSED DAY     *
      *                          FALLS TO THE BUSINESS DAY BEFORE     *
      *    VT-PAYDAY-OUT-PCT     EXTRA CASH OUT ON A PAYDAY           *
      *    VT-HOLIDAY-OUT-PCT    EXTRA CASH OUT THE BUSINESS DAY      *
      *                          BEFORE A HOLCAL HOLIDAY              *
      *    VT-MONTHEND-OUT-PCT   EXTRA CASH OUT THE LAST BUSINESS     *
      *                          DAY OF THE MONTH                     *
      *    VT-SHIPMENT-UNIT      ORDERS ROUND UP, RETURNS DOWN, TO    *
      *                          A MULTIPLE OF THIS (WHOLE DOLLARS)   *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-13  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  VT-VAULT-PARM-RECORD.
           05  VT-LOOKBACK-WEEKS           PIC 9(02).
           05  VT-PAYDAY-DAY-1             PIC 9(02).
           05  VT-PAYDAY-DAY-2             PIC 9(02).
           05  VT-PAYDAY-OUT-PCT           PIC 9(03).
           05  VT-HOLIDAY-OUT-PCT          PIC 9(03).
           05  VT-MONTHEND-OUT-PCT         PIC 9(03).
           05  VT-SHIPMENT-UNIT            PIC 9(07).
           05  FILLER                      PIC X(08).
