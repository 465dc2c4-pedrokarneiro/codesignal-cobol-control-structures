      *****************************************************************
      *                                                               *
      *    TAXSOLN  --  TAX CERTIFICATION SOLICITATION NOTICE RECORD  *
      *                                                               *
      *    ONE ROW PER CUSTOMER SOLICITED BY THE MONTHLY              *
      *    TAXCERTIFICATIONSOLICITATION RUN, SENT TO THE MAIL VENDOR  *
      *    WITH THE BLANK FORM. THE HOLDER IS ADDRESSED FROM CUSTADDR.*
      *    YN-NOTICE-TYPE: "M" NO W-9 ON FILE, "B" TIN MISMATCH       *
      *    (B-NOTICE) - A NEW W-9 IS NEEDED, "E" THE W-8BEN EXPIRES   *
      *    ON YN-EXPIRATION-DATE. BACKUP WITHHOLDING STARTS IF NO     *
      *    FORM IS BACK BY YN-RESPONSE-DUE-DATE.                      *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-13  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  YN-SOLICITATION-RECORD.
           05  YN-CUSTOMER-NUMBER          PIC X(10).
           05  YN-CUSTOMER-NAME            PIC X(30).
           05  YN-STREET-ADDRESS           PIC X(30).
           05  YN-CITY                     PIC X(20).
           05  YN-STATE                    PIC X(02).
           05  YN-POSTAL-CODE              PIC X(09).
           05  YN-NOTICE-TYPE              PIC X(01).
           05  YN-FORM-REQUESTED           PIC X(06).
           05  YN-NOTICE-DATE              PIC 9(08).
           05  YN-RESPONSE-DUE-DATE        PIC 9(08).
           05  YN-EXPIRATION-DATE          PIC 9(08).
           05  FILLER                      PIC X(08).
