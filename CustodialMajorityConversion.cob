002200*    DATE       INIT  DESCRIPTION                              *
002300*    ---------  ----  -----------------------------------      *
002400*    2026-09-02  RLB  ORIGINAL.                                *
002401*    2026-10-15  RLB  CUSTROLE NOW KEYS ON ACCOUNT, ROLE AND   *
002402*                     CUSTOMER; THE CUSTODIAN ROW IS FOUND BY  *
002403*                     POSITIONING ON THE ACCOUNT'S CUSTODIAN   *
002404*                     ROWS. JOINT, SIGNER AND POA ROWS STAY    *
002405*                     WITH THE ACCOUNT.                        *
002500*                                                               *
002600*****************************************************************

015700     MOVE SPACES TO Work-Custodian-Customer
015800     MOVE Work-Account-Number TO RO-ACCOUNT-NUMBER
015900     SET RO-ROLE-CUSTODIAN TO TRUE
015910*> The custodian is not known yet, so position on the account's
015920*> custodian rows rather than reading a full key.
015930     MOVE LOW-VALUES TO RO-CUSTOMER-NUMBER
015940     START CUSTROLE KEY IS NOT LESS THAN RO-ROLE-KEY
015950         INVALID KEY
015960             GO TO 3000-REPOINT-CONTROL
015970     END-START
016000     READ CUSTROLE NEXT RECORD
016100         AT END
016200             GO TO 3000-REPOINT-CONTROL
016300     END-READ
016310     IF RO-ACCOUNT-NUMBER = Work-Account-Number
016320         AND RO-ROLE-CUSTODIAN
016400         MOVE RO-CUSTOMER-NUMBER TO Work-Custodian-Customer
016600         DELETE CUSTROLE
016700     END-IF.
016710 3000-REPOINT-CONTROL.
016800     MOVE Work-Account-Number TO RL-ACCOUNT-NUMBER
016900     READ CUSTREL
017000         INVALID KEY
017700     END-READ
017800     MOVE Work-Account-Number TO RO-ACCOUNT-NUMBER
017900     SET RO-ROLE-MINOR TO TRUE
017910     MOVE Work-Minor-Customer TO RO-CUSTOMER-NUMBER
018000     READ CUSTROLE
018100         INVALID KEY
018200             CONTINUE
