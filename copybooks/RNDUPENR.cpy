      *****************************************************************
      *                                                               *
      *    RNDUPENR  --  ROUND-UP SAVINGS ENROLLMENT                  *
      *                                                               *
      *    KEYED BY THE ENROLLED CHECKING ACCOUNT. LINKS IT TO THE    *
      *    CUSTOMER'S SAVINGS ACCOUNT: EVERY POSTED DEBIT-CARD        *
      *    PURCHASE ON THE CHECKING ACCOUNT IS ROUNDED UP TO THE      *
      *    NEXT DOLLAR AND THE DIFFERENCE MOVES TO SAVINGS.           *
      *    ROUNDUPTRANSFERGENERATOR GATHERS THE ROUND-UPS NIGHTLY     *
      *    INTO RU-PENDING-ROUNDUP AND MOVES THE WHOLE DOLLARS OF IT  *
      *    AS A TRANSFER PAIR IN THE NEXT NIGHT'S POST; WHAT IS NOT   *
      *    MOVED (CENTS, OR A NIGHT SKIPPED AT THE NEAR-OVERDRAFT     *
      *    FLOOR) WAITS HERE. RU-MATCH-PERCENT, WHEN NOT ZERO, PAYS   *
      *    A MONTH-END BONUS ON THE MONTH'S ROUND-UPS FROM THE        *
      *    PROMOTION GL ACCOUNT. MAINTAINED THROUGH                   *
      *    ROUNDUPENROLLMENT.                                         *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-09  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  RU-ROUNDUP-ENROLLMENT-RECORD.
           05  RU-CHECKING-ACCOUNT         PIC X(10).
           05  RU-SAVINGS-ACCOUNT          PIC X(10).
           05  RU-ENROLL-STATUS            PIC X(01).
               88  RU-ENROLLMENT-ACTIVE    VALUE "A".
               88  RU-ENROLLMENT-CANCELLED VALUE "C".
           05  RU-ENROLL-DATE              PIC 9(08).
           05  RU-STATUS-DATE              PIC 9(08).
           05  RU-MATCH-PERCENT            PIC 9(03).
           05  RU-PENDING-ROUNDUP          PIC S9(5)V99.
           05  RU-LAST-SCAN-DATE           PIC 9(08).
           05  RU-MONTH-TRANSFERRED        PIC S9(7)V99.
           05  RU-TOTAL-TRANSFERRED        PIC S9(7)V99.
           05  RU-TOTAL-MATCHED            PIC S9(7)V99.
           05  RU-MAINT-BY                 PIC X(08).
           05  RU-APPROVED-BY              PIC X(08).
           05  FILLER                      PIC X(10).
