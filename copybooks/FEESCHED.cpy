      *****************************************************************
      *                                                               *
      *    FEESCHED  --  PRODUCT FEE SCHEDULE                         *
      *                                                               *
      *    KEYED BY FEE TYPE, PRODUCT CODE AND EFFECTIVE DATE. ONE    *
      *    ROW PER FEE THE SHOP CHARGES, SO THE AMOUNT IS SET HERE    *
      *    INSTEAD OF IN EACH PROGRAM THAT CHARGES IT. A ROW WITH A   *
      *    BLANK PRODUCT CODE IS THE SHOP-WIDE AMOUNT FOR THE FEE     *
      *    TYPE; A PRODUCT ROW TAKES PRECEDENCE OVER IT. AS WITH      *
      *    THRESHLD, A CHANGE IS LOADED AHEAD OF TIME UNDER THE DATE  *
      *    IT TAKES EFFECT, AND FEESCHEDULELOOKUP READS THE LATEST    *
      *    ROW ON OR BEFORE THE DATE IT IS ASKED ABOUT.               *
      *    FR-DAILY-CAP LIMITS HOW MANY FEES OF THE TYPE ONE ACCOUNT  *
      *    CAN BE CHARGED IN A BUSINESS DAY (ZERO MEANS NO CAP).      *
      *    SAFE DEPOSIT RENT (SDBX) IS KEYED BY BOX SIZE IN PLACE OF  *
      *    THE PRODUCT CODE. MAINTAINED THROUGH                       *
      *    FEESCHEDULEMAINTENANCE.                                    *
      *                                                               *
      *    FEE TYPES IN USE                                           *
      *      FEE   OVERDRAFT / NSF ITEM FEE                           *
      *      SVC   MONTHLY MAINTENANCE FEE                            *
      *      RTNF  RETURNED DEPOSITED ITEM FEE                        *
      *      CLRF  RETURNED COLLECTION ITEM FEE                       *
      *      ACHF  ACH DEBIT FILTER MONTHLY FEE                       *
      *      SDBX  SAFE DEPOSIT BOX ANNUAL RENT                       *
      *      XSWD  EXCESS SAVINGS TRANSFER ITEM FEE                   *
      *      LGRQ  LEGAL RESEARCH - SEARCH CHARGE PER REQUEST         *
      *      LGST  LEGAL RESEARCH - PER STATEMENT REPRODUCED          *
      *      LGIT  LEGAL RESEARCH - PER ITEM OF DETAIL LISTED         *
      *            (THE LG TYPES ARE BILLED TO THE REQUESTING AGENCY  *
      *            AND PRICED FROM THE SHOP-WIDE ROW ONLY)            *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-11  RLB  ORIGINAL.                                *
      *    2026-10-15  RLB  FEE TYPES XSWD AND LGRQ/LGST/LGIT ADDED  *
      *                     TO THE LIST IN USE.                      *
      *                                                               *
      *****************************************************************
       01  FR-FEE-SCHEDULE-RECORD.
           05  FR-FEE-SCHEDULE-KEY.
               10  FR-FEE-TYPE             PIC X(04).
               10  FR-PRODUCT-CODE         PIC X(04).
               10  FR-EFFECTIVE-DATE       PIC 9(08).
           05  FR-FEE-AMOUNT               PIC 9(6)V99.
           05  FR-DAILY-CAP                PIC 9(02).
           05  FR-DESCRIPTION              PIC X(30).
           05  FR-MAINT-BY                 PIC X(08).
           05  FR-MAINT-DATE               PIC 9(08).
           05  FILLER                      PIC X(10).
