      *****************************************************************
      *                                                               *
      *    VLTFCST  --  BRANCH VAULT CASH FORECAST HISTORY RECORD     *
      *                                                               *
      *    ONE ROW PER BRANCH PER WEEKLY FORECAST, APPENDED BY        *
      *    VAULTCASHFORECAST: THE CASH POSITION IT STARTED FROM, THE  *
      *    WEEK'S PROJECTED CASH IN AND OUT, THE PROJECTED LOW POINT  *
      *    AND CLOSE, AND THE ORDER OR RETURN IT RECOMMENDED BY       *
      *    DENOMINATION GROUP. THE NEXT WEEK'S RUN READS THE ROW      *
      *    BACK, MEASURES IT AGAINST THE CASH THAT ACTUALLY MOVED     *
      *    AND THE SHIPMENTS ACTUALLY RECORDED, AND CARRIES THAT      *
      *    MEASURE ON ITS OWN ROW (VF-PRIOR- FIELDS, ZERO WHEN THERE  *
      *    WAS NO PRIOR FORECAST TO MEASURE).                         *
      *                                                               *
      *    VF-RECOMMENDATION: O ORDER, R RETURN, N NO SHIPMENT        *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-13  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  VF-VAULT-FORECAST-RECORD.
           05  VF-BRANCH-CODE              PIC X(04).
           05  VF-FORECAST-DATE            PIC 9(08).
           05  VF-WEEK-START-DATE          PIC 9(08).
           05  VF-WEEK-END-DATE            PIC 9(08).
           05  VF-OPENING-CASH             PIC S9(09).
           05  VF-PROJECTED-IN             PIC 9(09).
           05  VF-PROJECTED-OUT            PIC 9(09).
           05  VF-PROJECTED-LOW            PIC S9(09).
           05  VF-PROJECTED-CLOSE          PIC S9(09).
           05  VF-RECOMMENDATION           PIC X(01).
               88  VF-Recommend-Order      VALUE "O".
               88  VF-Recommend-Return     VALUE "R".
               88  VF-Recommend-None       VALUE "N".
           05  VF-RECOMMENDED-AMOUNT       PIC 9(09).
           05  VF-GROUP-AMOUNT             PIC 9(09) OCCURS 4 TIMES.
           05  VF-PRIOR-PROJECTED-NET      PIC S9(09).
           05  VF-PRIOR-ACTUAL-NET         PIC S9(09).
           05  VF-PRIOR-ERROR-PCT          PIC S9(03)V9.
           05  VF-PRIOR-SHIPPED-NET        PIC S9(09).
           05  FILLER                      PIC X(08).
