      *****************************************************************
      *                                                               *
      *    CPPARM  --  COURTESY PAY PARAMETER RECORD                  *
      *                                                               *
      *    KEYED BY KP-PRODUCT-CODE. ONE ROW PER CHECKING PRODUCT     *
      *    THAT OFFERS COURTESY PAY; A PRODUCT WITH NO ROW GETS NO    *
      *    LIMIT. COURTESYPAYLIMITASSIGNMENT STARTS FROM THE BASE     *
      *    LIMIT, ADDS THE TENURE STEP FOR EACH FULL YEAR OPEN (UP    *
      *    TO FIVE) AND THE ADB PERCENT OF THE MONTH'S AVERAGE        *
      *    BALANCE, AND CAPS THE RESULT AT THE MAXIMUM. A ZERO FIELD  *
      *    TAKES THE SHOP DEFAULT.                                    *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  KP-COURTESY-PARM-RECORD.
           05  KP-PRODUCT-CODE             PIC X(04).
           05  KP-BASE-LIMIT               PIC 9(05).
           05  KP-MAX-LIMIT                PIC 9(05).
           05  KP-TENURE-STEP              PIC 9(03).
           05  KP-ADB-PERCENT              PIC 9(03).
           05  KP-MIN-TENURE-DAYS          PIC 9(03).
           05  KP-MAX-RETURNS              PIC 9(02).
           05  FILLER                      PIC X(15).
