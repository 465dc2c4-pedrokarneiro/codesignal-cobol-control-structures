      *****************************************************************
      *                                                               *
      *    FEEDAYCT  --  FEES CHARGED TODAY, BY ACCOUNT AND TYPE      *
      *                                                               *
      *    KEYED BY ACCOUNT NUMBER AND FEE TYPE. FEESCHEDULELOOKUP    *
      *    COUNTS EACH FEE IT CLEARS FOR CHARGING HERE, SO A DAILY    *
      *    CAP ON THE FEESCHED ROW HOLDS ACROSS EVERY STEP AND RUN    *
      *    THAT CHARGES THE FEE. A ROW DATED BEFORE THE BUSINESS DAY  *
      *    IS STALE AND STARTS OVER AT ZERO.                          *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-11  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  FN-FEE-DAY-COUNT-RECORD.
           05  FN-FEE-DAY-KEY.
               10  FN-ACCOUNT-NUMBER       PIC X(10).
               10  FN-FEE-TYPE             PIC X(04).
           05  FN-COUNT-DATE               PIC 9(08).
           05  FN-FEES-CHARGED             PIC 9(03).
           05  FILLER                      PIC X(05).
