      *****************************************************************
      *                                                               *
      *    STMTCYC  --  STATEMENT CYCLE RECORD                        *
      *                                                               *
      *    ONE ROW PER ACCOUNT, KEYED BY ACCOUNT NUMBER. CARRIES THE  *
      *    DAY OF THE MONTH THE ACCOUNT'S STATEMENT CYCLE ENDS AND    *
      *    HOW IT WAS CHOSEN (A CYCRULE ACCOUNT RANGE OR PRODUCT ROW, *
      *    THE SHOP DEFAULT FROM THE SCHEDCTL BILL ROW, OR A MOVE     *
      *    KEYED THROUGH STATEMENTCYCLEMAINTENANCE). A DAY PAST THE   *
      *    END OF A SHORT MONTH MEANS THAT MONTH'S LAST DAY.          *
      *                                                               *
      *    STATEMENTCYCLECONTROL FOLDS EACH NIGHT'S END-OF-DAY        *
      *    BALANCE INTO THE CYCLE-TO-DATE SUM AND DAY COUNT, AND ON   *
      *    THE FIRST BUSINESS DAY ON OR AFTER YC-NEXT-CYCLE-END IT    *
      *    CLOSES THE CYCLE: THE OLD LAST END BECOMES THE PRIOR END,  *
      *    THE BUSINESS DATE BECOMES THE LAST END, THE ACCUMULATORS   *
      *    MOVE TO THE CLOSED PAIR AND START OVER, AND THE NEXT END   *
      *    IS SCHEDULED. A CYCLE CLOSED TONIGHT IS THEREFORE ONE      *
      *    WHOSE YC-LAST-CYCLE-END IS THE BUSINESS DATE; IT COVERS    *
      *    THE DAYS AFTER YC-PRIOR-CYCLE-END THROUGH THAT DATE.       *
      *    MONTHLYSTATEMENTGENERATION STATEMENTS A CLOSED CYCLE ONCE  *
      *    AND MARKS IT IN YC-STATEMENT-CYCLE-END.                    *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  YC-STATEMENT-CYCLE-RECORD.
           05  YC-ACCOUNT-NUMBER           PIC X(10).
           05  YC-CYCLE-DAY                PIC 9(02).
           05  YC-ASSIGN-SOURCE            PIC X(01).
               88  YC-Assigned-Manually    VALUE "M".
               88  YC-Assigned-By-Range    VALUE "R".
               88  YC-Assigned-By-Product  VALUE "P".
               88  YC-Assigned-By-Default  VALUE "D".
           05  YC-ASSIGN-DATE              PIC 9(08).
           05  YC-ASSIGNED-BY              PIC X(08).
           05  YC-NEXT-CYCLE-END           PIC 9(08).
           05  YC-LAST-CYCLE-END           PIC 9(08).
           05  YC-PRIOR-CYCLE-END          PIC 9(08).
           05  YC-STATEMENT-CYCLE-END      PIC 9(08).
           05  YC-CYCLE-BALANCE-SUM        PIC S9(11)V99 COMP-3.
           05  YC-CYCLE-DAY-COUNT          PIC 9(03).
           05  YC-CLOSED-BALANCE-SUM       PIC S9(11)V99 COMP-3.
           05  YC-CLOSED-DAY-COUNT         PIC 9(03).
           05  YC-LAST-ACCUM-DATE          PIC 9(08).
           05  FILLER                      PIC X(10).
