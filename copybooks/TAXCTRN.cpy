      *****************************************************************
      *                                                               *
      *    TAXCTRN  --  TAX CERTIFICATION MAINTENANCE REQUEST RECORD  *
      *                                                               *
      *    ONE ROW PER FORM OR NOTICE KEYED BY THE TAX DESK, APPLIED  *
      *    BY TAXCERTIFICATIONMAINTENANCE. ACTIONS:                   *
      *      C  CERTIFICATION RECEIVED - YT-FORM-TYPE "9" (W-9) OR    *
      *         "8" (W-8BEN, WITH THE COUNTRY OF RESIDENCE AND ANY    *
      *         TREATY RATE), SIGNED ON YT-SIGNED-DATE                *
      *      B  B-NOTICE RECEIVED - THE IRS REPORTS THE NAME/TIN      *
      *         COMBINATION DOES NOT MATCH; A NEW W-9 IS SOLICITED    *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-13  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  YT-TAX-CERT-TRANSACTION.
           05  YT-ACTION-CODE              PIC X(01).
               88  YT-Action-Certify       VALUE "C".
               88  YT-Action-Bnotice       VALUE "B".
           05  YT-CUSTOMER-NUMBER          PIC X(10).
           05  YT-FORM-TYPE                PIC X(01).
               88  YT-Form-W9              VALUE "9".
               88  YT-Form-W8BEN           VALUE "8".
           05  YT-SIGNED-DATE              PIC 9(08).
           05  YT-COUNTRY-CODE             PIC X(02).
           05  YT-TREATY-RATE              PIC 9V9(4).
           05  YT-OPERATOR-ID              PIC X(08).
           05  FILLER                      PIC X(05).
