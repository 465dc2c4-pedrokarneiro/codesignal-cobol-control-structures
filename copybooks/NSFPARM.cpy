      *****************************************************************
      *                                                               *
      *    NSFPARM  --  NSF PAY/RETURN DECISION PARAMETER RECORD      *
      *                                                               *
      *    ONE RECORD (REGPARM MOLD). NF-OVERDRAW-THRESHOLD IS THE    *
      *    WHOLE-DOLLAR AMOUNT BY WHICH A CHECK OR ACH DEBIT MAY      *
      *    OVERDRAW THE SPENDABLE BALANCE BEFORE THE POST PULLS IT    *
      *    ONTO THE NSFQ DECISION QUEUE. NF-DEADLINE-DAYS IS THE      *
      *    NUMBER OF BUSINESS DAYS AFTER THE QUEUE DATE THE OFFICERS  *
      *    HAVE TO DECIDE (ONE - THE MIDNIGHT DEADLINE). AN ITEM      *
      *    STILL UNDECIDED AT THE DEADLINE IS PAID BY RULE WHEN THE   *
      *    OVERDRAFT LINE COVERS IT, OR WHEN THE CUSTOMER'S TRUST     *
      *    SCORE IS AT LEAST NF-DEFAULT-PAY-SCORE AND THE OVERDRAW    *
      *    IS NO MORE THAN NF-DEFAULT-PAY-LIMIT; OTHERWISE IT IS      *
      *    RETURNED. ZERO IN ANY FIELD TAKES THE PROGRAM DEFAULT.     *
      *    MAINTAINED BY OPERATIONS.                                  *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-09-23  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  NF-NSF-PARM-RECORD.
           05  NF-OVERDRAW-THRESHOLD       PIC 9(07).
           05  NF-DEADLINE-DAYS            PIC 9(01).
           05  NF-DEFAULT-PAY-SCORE        PIC 9(01).
           05  NF-DEFAULT-PAY-LIMIT        PIC 9(07).
           05  FILLER                      PIC X(04).
