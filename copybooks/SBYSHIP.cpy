      *****************************************************************
      *                                                               *
      *    SBYSHIP  --  STANDBY MASTER SHIPMENT RECORD                *
      *                                                               *
      *    ONE SHIPMENT IS CUT BY STANDBYSHIPMENTEXTRACT EACH TIME    *
      *    DRSHIP RUNS DURING THE DAY AND IS SENT TO THE RECOVERY     *
      *    SITE, WHERE STANDBYMASTERAPPLY APPLIES IT TO THE STANDBY   *
      *    MASTERS. A HEADER ROW OPENS THE SHIPMENT AND A CONTROL     *
      *    ROW CLOSES IT; BETWEEN THEM EACH ROW CARRIES ONE RECORD    *
      *    IMAGE - A MSTRJRNL CHANGE SINCE THE LAST SHIPMENT, A       *
      *    TRNHIST ROW POSTED SINCE THE STANDBY WAS SEEDED, OR A      *
      *    HOLDS OR ACCTOVR RECORD (THOSE TWO SMALL FILES TRAVEL      *
      *    WHOLE AND REPLACE THE STANDBY COPY). THE CONTROL ROW       *
      *    CARRIES THE ROW COUNTS AND THE PRIMARY'S ACCOUNT COUNT     *
      *    AND BALANCE SUM AT SHIP TIME, PLUS THE LAST CLOSE'S        *
      *    CTLTOT, SO THE RECOVERY SITE CAN PROVE WHAT IT HOLDS.      *
      *    A SEED SHIPMENT (HEADER AND CONTROL ONLY) FOLLOWS THE      *
      *    NIGHTLY RE-SEED OF THE STANDBY FROM THE PRIMARY.           *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  XS-STANDBY-SHIP-RECORD.
           05  XS-ROW-TYPE                 PIC X(01).
               88  XS-Header-Row           VALUE "H".
               88  XS-Journal-Row          VALUE "J".
               88  XS-History-Row          VALUE "T".
               88  XS-Hold-Row             VALUE "D".
               88  XS-Override-Row         VALUE "O".
               88  XS-Control-Row          VALUE "C".
           05  XS-ROW-SEQUENCE             PIC 9(07).
           05  XS-ROW-IMAGE                PIC X(120).
           05  XS-HEADER-DATA REDEFINES XS-ROW-IMAGE.
               10  XS-SHIP-DATE            PIC 9(08).
               10  XS-SHIP-TIME            PIC 9(08).
               10  XS-FROM-DATE            PIC 9(08).
               10  XS-FROM-TIME            PIC 9(08).
               10  XS-SEED-BUSINESS-DATE   PIC 9(08).
               10  XS-SHIP-MODE            PIC X(01).
                   88  XS-Seed-Shipment    VALUE "S".
                   88  XS-Update-Shipment  VALUE "U".
               10  FILLER                  PIC X(79).
           05  XS-CONTROL-DATA REDEFINES XS-ROW-IMAGE.
               10  XS-JOURNAL-ROWS         PIC 9(07).
               10  XS-HISTORY-ROWS         PIC 9(07).
               10  XS-HOLD-ROWS            PIC 9(07).
               10  XS-OVERRIDE-ROWS        PIC 9(07).
               10  XS-PRIMARY-ACCOUNTS     PIC 9(07).
               10  XS-PRIMARY-BALANCE      PIC S9(9)V99.
               10  XS-CLOSE-DATE           PIC 9(08).
               10  XS-CLOSE-TOTAL          PIC S9(9)V99.
               10  FILLER                  PIC X(55).
