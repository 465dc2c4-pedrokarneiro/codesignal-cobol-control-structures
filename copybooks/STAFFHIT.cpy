      *****************************************************************
      *                                                               *
      *    STAFFHIT  --  STAFF SELF-DEALING AUDIT REFERRAL RECORD     *
      *                                                               *
      *    ONE ROW PER ACTION AN EMPLOYEE TOOK ON AN ACCOUNT THEY OR  *
      *    THEIR HOUSEHOLD OWN, WRITTEN BY STAFFSELFDEALINGREPORT     *
      *    FOR THE AUDIT DEPARTMENT'S REVIEW QUEUE.                   *
      *                                                               *
      *    SH-ACTION-TYPE                                             *
      *      MEMO  TELLER MEMO-POST (TELLERMEMOPOST)                  *
      *      WAIV  FEE WAIVED UNDER AN ACCOUNT GRANT (WAIVTBL TYPE A) *
      *      FOVR  FEE OVERRIDE APPROVED (FEEOVR)                     *
      *      TOVR  THRESHOLD OVERRIDE (ACCTOVR, VIA MSTRJRNL)         *
      *      HREL  HOLD RELEASED (HOLDS, VIA MSTRJRNL)                *
      *      MCHG  OTHER JOURNALED ACCOUNT-MASTER CHANGE              *
      *      WDLS  WITHDRAWAL LIMIT SET OR CLEARED (WDLIMIT)          *
      *      WDLA  WITHDRAWAL LIMIT CHANGE APPROVED (WDLIMIT)         *
      *    SH-RELATION                                                *
      *      A  THE EMPLOYEE'S OWN STAFF ACCOUNT                      *
      *      C  ANOTHER ACCOUNT OF THE SAME CUSTOMER                  *
      *      H  AN ACCOUNT OF SOMEONE AT THE SAME ADDRESS OF RECORD   *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  SH-STAFF-HIT-RECORD.
           05  SH-EMPLOYEE-ID              PIC X(08).
           05  SH-ACCOUNT-NUMBER           PIC X(10).
           05  SH-CUSTOMER-NUMBER          PIC X(10).
           05  SH-STAFF-ACCOUNT            PIC X(10).
           05  SH-ACTION-TYPE              PIC X(04).
           05  SH-RELATION                 PIC X(01).
               88  SH-Own-Account          VALUE "A".
               88  SH-Same-Customer        VALUE "C".
               88  SH-Same-Household       VALUE "H".
           05  SH-ACTION-DATE              PIC 9(08).
           05  SH-AMOUNT                   PIC S9(7)V99.
           05  SH-DETAIL                   PIC X(30).
           05  SH-REPORT-DATE              PIC 9(08).
           05  FILLER                      PIC X(10).
