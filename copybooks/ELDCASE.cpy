      *****************************************************************
      *                                                               *
      *    ELDCASE  --  ELDER FINANCIAL EXPLOITATION CASE RECORD      *
      *                                                               *
      *    KEYED BY CUSTOMER AND THE DATE THE CASE WAS OPENED.        *
      *    ELDEREXPLOITATIONMONITOR OPENS A CASE WATCHING (W) THE     *
      *    FIRST NIGHT AN OLDER CUSTOMER SHOWS A SUDDEN CHANGE AND    *
      *    RESCORES IT EACH NIGHT OVER THE ELDPARM WINDOW, KEEPING    *
      *    THE COUNT OF EACH KIND OF CHANGE SEEN. AT THE HOLD LINE A  *
      *    TEMPORARY ELDER HOLD (HOLDS TYPE EX) GOES ON EACH OF THE   *
      *    CUSTOMER'S ACCOUNTS, LISTED HERE, AND THE CASE IS HELD (H) *
      *    UNTIL THE HOLD EXPIRES OR THE COMPLIANCE OFFICER CLOSES    *
      *    IT.                                                        *
      *                                                               *
      *    ELDERCASEREVIEW IS WHERE THE OFFICER WORKS THE CASE: A     *
      *    HOLD CAN BE PLACED BY HAND, A REFERRAL TO ADULT PROTECTIVE *
      *    SERVICES IS DOCUMENTED WITH ITS DATE, THE AGENCY'S         *
      *    REFERENCE, WHETHER THE TRUSTED CONTACT WAS REACHED AND A   *
      *    NOTE (R), AND THE CASE IS CLOSED (C) WITH ITS ELDER HOLDS  *
      *    LIFTED. A WATCHED CASE WITH NOTHING NEW INSIDE THE WINDOW  *
      *    LAPSES; CLOSED CASES ARE KEPT FOR THE RETENTION PERIOD AS  *
      *    THE RECORD OF THE REVIEW.                                  *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  EK-ELDER-CASE-RECORD.
           05  EK-CASE-KEY.
               10  EK-CUSTOMER-NUMBER      PIC X(10).
               10  EK-OPENED-DATE          PIC 9(08).
           05  EK-CASE-STATUS              PIC X(01).
               88  EK-CASE-WATCHING        VALUE "W".
               88  EK-CASE-HELD            VALUE "H".
               88  EK-CASE-REFERRED        VALUE "R".
               88  EK-CASE-CLOSED          VALUE "C".
               88  EK-CASE-OPEN            VALUE "W" "H" "R".
           05  EK-CUSTOMER-AGE             PIC 9(03).
           05  EK-RISK-SCORE               PIC 9(03).
           05  EK-EVENT-COUNT              PIC 9(03).
           05  EK-KIND-COUNTS.
               10  EK-CASH-COUNT           PIC 9(03).
               10  EK-DESTINATION-COUNT    PIC 9(03).
               10  EK-SIGNER-COUNT         PIC 9(03).
               10  EK-ADDRESS-COUNT        PIC 9(03).
               10  EK-PAYEE-COUNT          PIC 9(03).
           05  EK-LAST-SCORED-DATE         PIC 9(08).
           05  EK-HELD-DATE                PIC 9(08).
           05  EK-HOLD-EXPIRY-DATE         PIC 9(08).
           05  EK-HELD-BY                  PIC X(08).
           05  EK-HELD-COUNT               PIC 9(02).
           05  EK-HELD-ENTRY OCCURS 10 TIMES.
               10  EK-HELD-ACCOUNT         PIC X(10).
               10  EK-HELD-SEQUENCE        PIC 9(03).
           05  EK-REVIEWED-BY              PIC X(08).
           05  EK-REFERRAL-DATE            PIC 9(08).
           05  EK-AGENCY-REFERENCE         PIC X(15).
           05  EK-TRUSTED-CONTACT-REACHED  PIC X(01).
               88  EK-TRUSTED-REACHED      VALUE "Y".
               88  EK-TRUSTED-NOT-REACHED  VALUE "N".
           05  EK-REVIEW-NOTE              PIC X(40).
           05  EK-CLOSED-DATE              PIC 9(08).
           05  FILLER                      PIC X(10).
