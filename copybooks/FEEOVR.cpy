      *****************************************************************
      *                                                               *
      *    FEEOVR  --  RELATIONSHIP FEE OVERRIDE                      *
      *                                                               *
      *    KEYED BY CUSTOMER NUMBER AND FEE TYPE. A NEGOTIATED        *
      *    AMOUNT FOR ONE FEE TYPE ACROSS EVERY ACCOUNT THE CUSTOMER  *
      *    HOLDS (THE CUSTOMER IS FOUND THROUGH CUSTREL). IT REPLACES *
      *    THE FEESCHED AMOUNT UNTIL FO-EXPIRY-DATE (ZERO MEANS NO    *
      *    EXPIRY); AN AMOUNT OF ZERO MEANS THE FEE IS NOT CHARGED.   *
      *    THE DAILY CAP ON THE SCHEDULE ROW STILL APPLIES.           *
      *    MAINTAINED THROUGH FEESCHEDULEMAINTENANCE.                 *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-11  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  FO-FEE-OVERRIDE-RECORD.
           05  FO-FEE-OVERRIDE-KEY.
               10  FO-CUSTOMER-NUMBER      PIC X(10).
               10  FO-FEE-TYPE             PIC X(04).
           05  FO-OVERRIDE-AMOUNT          PIC 9(6)V99.
           05  FO-EXPIRY-DATE              PIC 9(08).
           05  FO-REASON                   PIC X(30).
           05  FO-APPROVED-BY              PIC X(08).
           05  FO-APPROVED-DATE            PIC 9(08).
           05  FILLER                      PIC X(10).
