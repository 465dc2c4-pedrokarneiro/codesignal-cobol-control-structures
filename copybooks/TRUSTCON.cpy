      *****************************************************************
      *                                                               *
      *    TRUSTCON  --  CUSTOMER TRUSTED CONTACT RECORD              *
      *                                                               *
      *    KEYED BY CUSTOMER AND CONTACT SEQUENCE (1-9). THE PEOPLE A *
      *    CUSTOMER HAS NAMED FOR THE BANK TO CALL WHEN IT SUSPECTS   *
      *    THE CUSTOMER IS BEING EXPLOITED OR CANNOT BE REACHED - A   *
      *    TRUSTED CONTACT HAS NO AUTHORITY OVER THE ACCOUNTS. KEPT   *
      *    BY CUSTOMERMASTERMAINTENANCE FROM TCTRAN (EVERY ACTION     *
      *    AUDITED TO CUSTAUD) AND LISTED ON THE ELDER EXPLOITATION   *
      *    CASES AND IN ELDERCASEREVIEW.                              *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  TU-TRUSTED-CONTACT-RECORD.
           05  TU-CONTACT-KEY.
               10  TU-CUSTOMER-NUMBER      PIC X(10).
               10  TU-CONTACT-SEQUENCE     PIC 9(01).
           05  TU-CONTACT-NAME             PIC X(30).
           05  TU-RELATIONSHIP             PIC X(12).
           05  TU-PHONE-NUMBER             PIC X(10).
           05  TU-STREET-ADDRESS           PIC X(30).
           05  TU-CITY                     PIC X(20).
           05  TU-STATE                    PIC X(02).
           05  TU-POSTAL-CODE              PIC X(09).
           05  TU-ADDED-DATE               PIC 9(08).
           05  TU-ADDED-BY                 PIC X(08).
           05  TU-CHANGED-DATE             PIC 9(08).
           05  FILLER                      PIC X(10).
