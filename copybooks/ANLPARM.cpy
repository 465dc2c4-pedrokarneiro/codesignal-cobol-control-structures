      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-08-22  RLB  ORIGINAL.                                *
      *    2026-10-06  RLB  ADDED AN-ACH-FILTER-FEE (OUT OF FILLER)  *
      *                     - THE MONTHLY ACH DEBIT FILTER SERVICE   *
      *                     FEE.                                     *
      *    2026-10-11  RLB  AN-ACH-FILTER-FEE IS NO LONGER READ -    *
      *                     THE FILTER FEE IS PRICED FROM FEESCHED   *
      *                     (FEE TYPE ACHF).                         *
      *                                                               *
      *****************************************************************
       01  AN-ANALYSIS-PARM-RECORD.
           05  AN-COMMERCIAL-PREFIX        PIC X(02).
           05  AN-EARNINGS-RATE            PIC 9V9(4).
           05  AN-ACH-FILTER-FEE           PIC 9(03)V99.
           05  FILLER                      PIC X(08).
