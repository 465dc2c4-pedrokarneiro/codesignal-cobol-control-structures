      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-09-02  RLB  ORIGINAL.                                *
      *    2026-10-02  RLB  ADDED AD-PHONE-NUMBER (OUT OF FILLER).   *
      *                     ON A CHANGE, SPACES LEAVE THE PHONE ON   *
      *                     FILE AS IT IS.                           *
      *                                                               *
      *****************************************************************
       01  AD-ADDRESS-TRANSACTION.
           05  AD-STATE                    PIC X(02).
           05  AD-POSTAL-CODE              PIC X(09).
           05  AD-REQUESTED-BY             PIC X(08).
           05  AD-PHONE-NUMBER             PIC X(10).
