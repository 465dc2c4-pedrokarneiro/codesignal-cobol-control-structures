      *****************************************************************
      *                                                               *
      *    TAXCERT  --  TAX CERTIFICATION (W-9 / W-8BEN) RECORD       *
      *                                                               *
      *    KEYED BY XK-CUSTOMER-NUMBER (THE CUSTMSTR KEY). ONE ROW    *
      *    PER CUSTOMER EARNING INTEREST - THE MONTHLY                *
      *    TAXCERTIFICATIONSOLICITATION RUN OPENS A ROW WITH NO FORM  *
      *    FOR ANY SUCH CUSTOMER IT FINDS WITHOUT ONE. THE FORM,      *
      *    DATE RECEIVED, EXPIRATION (ZERO FOR A W-9, WHICH DOES NOT  *
      *    EXPIRE) AND TIN-MISMATCH (B-NOTICE) INDICATOR ARE KEYED    *
      *    THROUGH TAXCERTIFICATIONMAINTENANCE. THE SOLICITATION      *
      *    FIELDS CARRY AN OUTSTANDING REQUEST FOR A FORM AND ITS     *
      *    RESPONSE DEADLINE; XK-WITHHOLDING-SOURCE "A" MARKS BACKUP  *
      *    WITHHOLDING TURNED ON BY THE RUN WHEN THAT DEADLINE PASSED,*
      *    WHICH A CURRENT FORM LIFTS AGAIN. A CUSTOMER ON A W-8BEN   *
      *    IS A NONRESIDENT ALIEN - THEIR INTEREST FILES ON THE       *
      *    1042-S, NOT THE 1099-INT.                                  *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-13  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  XK-TAX-CERT-RECORD.
           05  XK-CUSTOMER-NUMBER          PIC X(10).
           05  XK-FORM-TYPE                PIC X(01).
               88  XK-Form-W9              VALUE "9".
               88  XK-Form-W8BEN           VALUE "8".
               88  XK-No-Form              VALUE " ".
           05  XK-SIGNED-DATE              PIC 9(08).
           05  XK-RECEIVED-DATE            PIC 9(08).
           05  XK-EXPIRATION-DATE          PIC 9(08).
           05  XK-COUNTRY-CODE             PIC X(02).
           05  XK-TREATY-RATE              PIC 9V9(4).
           05  XK-BNOTICE-FLAG             PIC X(01).
               88  XK-Tin-Mismatch         VALUE "Y".
           05  XK-BNOTICE-DATE             PIC 9(08).
           05  XK-SOLICIT-REASON           PIC X(01).
               88  XK-Not-Solicited        VALUE " ".
               88  XK-Solicit-Missing      VALUE "M".
               88  XK-Solicit-Expiring     VALUE "E".
               88  XK-Solicit-Bnotice      VALUE "B".
           05  XK-SOLICIT-DATE             PIC 9(08).
           05  XK-RESPONSE-DUE-DATE        PIC 9(08).
           05  XK-WITHHOLDING-SOURCE       PIC X(01).
               88  XK-Auto-Withholding     VALUE "A".
               88  XK-No-Auto-Withholding  VALUE " ".
           05  XK-WITHHOLDING-DATE         PIC 9(08).
           05  XK-UPDATED-BY               PIC X(08).
           05  XK-UPDATED-DATE             PIC 9(08).
           05  FILLER                      PIC X(10).
