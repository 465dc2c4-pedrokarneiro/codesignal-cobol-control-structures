002400*    DATE       INIT  DESCRIPTION                              *
002500*    ---------  ----  -----------------------------------      *
002600*    2026-09-02  RLB  ORIGINAL.                                *
002601*    2026-10-15  RLB  ACHF, SDBX AND XSWD FEE LEGS COUNT       *
002602*                     TOWARD THE CUSTOMER'S FEES.              *
002700*                                                               *
002800*****************************************************************

016400         AND (GL-TRANSACTION-CODE = "FEE "
016500             OR GL-TRANSACTION-CODE = "SVC "
016600             OR GL-TRANSACTION-CODE = "RTNF"
016620             OR GL-TRANSACTION-CODE = "CLRF"
016640             OR GL-TRANSACTION-CODE = "ACHF"
016660             OR GL-TRANSACTION-CODE = "SDBX"
016680             OR GL-TRANSACTION-CODE = "XSWD")
016800         MOVE GL-ACCOUNT-NUMBER TO FW-ACCOUNT-NUMBER
016900         READ FEEWORK
017000             INVALID KEY
