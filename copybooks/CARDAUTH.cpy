      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-09-02  RLB  ORIGINAL.                                *
      *    2026-10-07  RLB  ADDED AU-CARD-TOKEN, THE CARDMSTR TOKEN  *
      *                     OF THE CARD THE SWITCH AUTHORIZED, AND   *
      *                     AU-CARD-SCREEN, SET ONCE                 *
      *                     CARDAUTHORIZATIONMATCH HAS CHECKED THE   *
      *                     CARD'S STATUS. THE RECORD GROWS FROM 51  *
      *                     TO 68 BYTES.                             *
      *                                                               *
      *****************************************************************
       01  AU-CARD-AUTH-RECORD.
               88  AU-AUTH-OPEN            VALUE "O".
               88  AU-AUTH-MATCHED         VALUE "M".
               88  AU-AUTH-EXPIRED         VALUE "X".
           05  AU-CARD-TOKEN               PIC X(16).
           05  AU-CARD-SCREEN              PIC X(01).
               88  AU-CARD-NOT-SCREENED    VALUE SPACE.
               88  AU-CARD-SCREENED        VALUE "Y".
           05  FILLER                      PIC X(07).
