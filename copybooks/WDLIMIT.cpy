      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-09-02  RLB  ORIGINAL.                                *
      *    2026-10-02  RLB  ADDED LP-PRIOR-LIMIT (OUT OF FILLER) -   *
      *                     THE LIMIT THE LAST SET OR CLEAR          *
      *                     REPLACED, ZERO WHEN THE ROW WAS NEW. A   *
      *                     CLEAR NOW LEAVES A ZERO-LIMIT            *
      *                     PLACEHOLDER SO THE CHANGE STAYS VISIBLE  *
      *                     TO THE TAKEOVER SCREEN.                  *
      *                                                               *
      *****************************************************************
       01  LP-WD-LIMIT-RECORD.
           05  LP-SET-DATE                 PIC 9(08).
           05  LP-SET-BY                   PIC X(08).
           05  LP-APPROVED-BY              PIC X(08).
           05  LP-PRIOR-LIMIT              PIC 9(06).
           05  FILLER                      PIC X(01).
