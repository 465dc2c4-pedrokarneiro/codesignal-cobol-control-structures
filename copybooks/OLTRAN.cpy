      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-08-22  RLB  ORIGINAL.                                *
      *    2026-10-03  RLB  OL-TRANSFER-KIND FROM FILLER. AN E ITEM  *
      *                     GOES TO AN OUTSIDE ACCOUNT AND CARRIES   *
      *                     THE CUSTOMER'S EXTLINK LINK ID IN OL-TO- *
      *                     LINK-ID.                                 *
      *                                                               *
      *****************************************************************
       01  OL-ONLINE-TRANSFER-RECORD.
               88  OL-TRAILER-RECORD       VALUE "T".
           05  OL-FROM-ACCOUNT             PIC X(10).
           05  OL-TO-ACCOUNT               PIC X(10).
           05  OL-TO-LINK REDEFINES OL-TO-ACCOUNT.
               10  OL-TO-LINK-ID           PIC X(04).
               10  FILLER                  PIC X(06).
           05  OL-TRANSFER-AMOUNT          PIC 9(06).
           05  OL-TRANSFER-DATE            PIC 9(08).
           05  OL-REFERENCE                PIC X(10).
           05  OL-TRANSFER-KIND            PIC X(01).
               88  OL-INTERNAL-TRANSFER    VALUE " " "I".
               88  OL-EXTERNAL-TRANSFER    VALUE "E".
           05  FILLER                      PIC X(04).
       01  OL-TRAILER REDEFINES OL-ONLINE-TRANSFER-RECORD.
           05  FILLER                      PIC X(01).
           05  OL-TRAILER-COUNT            PIC 9(07).
