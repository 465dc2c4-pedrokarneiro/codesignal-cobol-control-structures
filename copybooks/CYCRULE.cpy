      *****************************************************************
      *                                                               *
      *    CYCRULE  --  STATEMENT CYCLE ASSIGNMENT RULE               *
      *                                                               *
      *    ONE ROW PER RULE, READ WHOLE BY STATEMENTCYCLESCHEDULE TO  *
      *    CHOOSE THE CYCLE DAY FOR AN ACCOUNT THAT HAS NONE. TYPE R  *
      *    ROWS MATCH AN ACCOUNT NUMBER FROM YR-RANGE-LOW THROUGH     *
      *    YR-RANGE-HIGH; TYPE P ROWS MATCH THE ACCOUNT'S PRODUCT.    *
      *    A RANGE MATCH OUTRANKS A PRODUCT MATCH, AND WITHIN A TYPE  *
      *    THE FIRST ROW ON THE FILE WINS. NO MATCH TAKES THE         *
      *    SCHEDCTL BILL ROW'S END DAY. SPREADING THE RANGES ACROSS   *
      *    THE MONTH IS WHAT STAGGERS THE STATEMENT RUN.              *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  YR-CYCLE-RULE-RECORD.
           05  YR-RULE-TYPE                PIC X(01).
               88  YR-Rule-Range           VALUE "R".
               88  YR-Rule-Product         VALUE "P".
           05  YR-PRODUCT-CODE             PIC X(04).
           05  YR-RANGE-LOW                PIC X(10).
           05  YR-RANGE-HIGH               PIC X(10).
           05  YR-CYCLE-DAY                PIC 9(02).
           05  FILLER                      PIC X(13).
