      *****************************************************************
      *                                                               *
      *    ATOCASE  --  ACCOUNT TAKEOVER CASE RECORD                  *
      *                                                               *
      *    KEYED BY CUSTOMER AND THE DATE AND TIME OF THE CONTACT     *
      *    CHANGE (THE ADDRHIST STAMP) - ONE CASE PER CHANGE.         *
      *    ACCOUNTTAKEOVERSCREEN OPENS THE CASE WATCHING (W) THE      *
      *    NIGHT THE CHANGE IS SEEN AND RESCORES IT EACH NIGHT OF     *
      *    THE WINDOW. A SCORE AT THE HOLD LINE PLACES A TAKEOVER     *
      *    RESTRAINT (HOLDS TYPE AT) ON EACH OF THE CUSTOMER'S        *
      *    ACCOUNTS, LISTED HERE, AND THE CASE IS HELD (H) UNTIL THE  *
      *    CUSTOMER IS REACHED AT THE PRE-CHANGE CONTACT KEPT ON THE  *
      *    CASE. ACCOUNTTAKEOVERCALLBACK CLOSES IT: V = THE CUSTOMER  *
      *    CONFIRMED THE ACTIVITY AND THE RESTRAINTS CAME OFF, F =    *
      *    THE CUSTOMER DISOWNED IT AND THE RESTRAINTS STAND FOR THE  *
      *    FRAUD UNIT. A WATCHED CASE THAT OUTLIVES ITS WINDOW        *
      *    QUIETLY LAPSES; CLOSED CASES ARE PURGED AFTER THE          *
      *    RETENTION WINDOW.                                          *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-02  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  TK-TAKEOVER-CASE-RECORD.
           05  TK-CASE-KEY.
               10  TK-CUSTOMER-NUMBER      PIC X(10).
               10  TK-CHANGE-DATE          PIC 9(08).
               10  TK-CHANGE-TIME          PIC 9(08).
           05  TK-CASE-STATUS              PIC X(01).
               88  TK-CASE-WATCHING        VALUE "W".
               88  TK-CASE-HELD            VALUE "H".
               88  TK-CASE-VERIFIED        VALUE "V".
               88  TK-CASE-FRAUD           VALUE "F".
           05  TK-CHANGE-KIND              PIC X(01).
           05  TK-REQUESTED-BY             PIC X(08).
           05  TK-PRIOR-CONTACT.
               10  TK-PRIOR-STREET         PIC X(30).
               10  TK-PRIOR-CITY           PIC X(20).
               10  TK-PRIOR-STATE          PIC X(02).
               10  TK-PRIOR-POSTAL-CODE    PIC X(09).
               10  TK-PRIOR-PHONE          PIC X(10).
           05  TK-RISK-SCORE               PIC 9(03).
           05  TK-EVENT-COUNT              PIC 9(03).
           05  TK-FIRST-EVENT-DATE         PIC 9(08).
           05  TK-HELD-DATE                PIC 9(08).
           05  TK-HELD-COUNT               PIC 9(02).
           05  TK-HELD-ENTRY OCCURS 10 TIMES.
               10  TK-HELD-ACCOUNT         PIC X(10).
               10  TK-HELD-SEQUENCE        PIC 9(03).
           05  TK-CONTACTED-BY             PIC X(08).
           05  TK-CONTACT-METHOD           PIC X(01).
               88  TK-REACHED-AT-ADDRESS   VALUE "A".
               88  TK-REACHED-BY-PHONE     VALUE "P".
           05  TK-CONTACT-NAME             PIC X(20).
           05  TK-CLOSED-DATE              PIC 9(08).
           05  FILLER                      PIC X(10).
