002700*    DATE       INIT  DESCRIPTION                              *
002800*    ---------  ----  -----------------------------------      *
002900*    2026-09-02  RLB  ORIGINAL.                                *
002901*    2026-10-15  RLB  CUSTROLE NOW KEYS ON ACCOUNT, ROLE AND   *
002902*                     CUSTOMER, SO A VICTIM'S ROLE ROW IS      *
002903*                     DELETED AND WRITTEN AGAIN UNDER THE      *
002904*                     SURVIVOR; A ROLE THE SURVIVOR ALREADY    *
002905*                     HOLDS IS DROPPED.                        *
003000*                                                               *
003100*****************************************************************

025400             SET Role-Scan-Is-Done TO TRUE
025500             GO TO 2210-REPOINT-ONE-ROLE-EXIT
025600     END-READ
025700     IF RO-CUSTOMER-NUMBER NOT = Victim-Number
025710         GO TO 2210-REPOINT-ONE-ROLE-EXIT
025720     END-IF
025730*> The customer is part of the role key, so the row is moved
025740*> rather than rewritten. Where the survivor already holds the
025750*> same role on the account the victim's row simply goes.
025760     DELETE CUSTROLE RECORD
025800     MOVE Survivor-Number TO RO-CUSTOMER-NUMBER
025900     WRITE RO-ROLE-LINK-RECORD
025910         INVALID KEY
025920             DISPLAY "  " RO-ACCOUNT-NUMBER
025930                 ": Role already held by survivor - dropped."
025940             GO TO 2210-REPOINT-ONE-ROLE-EXIT
025950     END-WRITE
026000     ADD 1 TO Roles-Repointed
026100     DISPLAY "  " RO-ACCOUNT-NUMBER
026200         ": Role link re-pointed.".
026400 2210-REPOINT-ONE-ROLE-EXIT.
026500     EXIT.

