      *    2026-09-02  RLB  ADDED CU-BIRTH-DATE FOR THE CUSTODIAL    *
      *                     SUPPORT - ZERO ON A CHANGE LEAVES THE    *
      *                     DATE AS IT STANDS. RECORD GREW BY 8.     *
      *    2026-10-13  RLB  ADDED CU-DEPOSITOR-CLASS (OUT OF FILLER) *
      *                     - P, B OR N; BLANK ON A CHANGE LEAVES    *
      *                     THE CLASS AS IT STANDS.                  *
      *                                                               *
      *****************************************************************
       01  CU-CUSTOMER-TRANSACTION.
           05  CU-WITHHOLDING-FLAG         PIC X(01).
           05  CU-WITHHOLDING-RATE         PIC 9V9(4).
           05  CU-BIRTH-DATE               PIC 9(08).
           05  CU-DEPOSITOR-CLASS          PIC X(01).
           05  FILLER                      PIC X(03).
