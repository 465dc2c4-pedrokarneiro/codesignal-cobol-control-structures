      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-08-22  RLB  ORIGINAL.                                *
      *    2026-09-30  RLB  ADDED FA-REASON-CODE (OUT OF FILLER) SO  *
      *                     THE MORNING REVIEW CAN SORT ALERTS BY    *
      *                     THE SCREEN THAT RAISED THEM - VELO       *
      *                     VELOCITY, STRC CASH STRUCTURING, KITE    *
      *                     CHECK KITING. OTHER WRITERS NOW SHARE    *
      *                     THE FILE.                                *
      *    2026-10-07  RLB  ADDED REASON CARD - AN AUTHORIZATION ON  *
      *                     A HOT-LISTED, CLOSED OR EXPIRED CARD     *
      *                     (CARDAUTHORIZATIONMATCH).                *
      *    2026-10-13  RLB  ADDED REASONS LGTX - A DAY OVER THE      *
      *                     REPORTABLE LIMIT - AND LGWR - A LARGE    *
      *                     OUTGOING WIRE (LARGETRANSACTIONREPORT),  *
      *                     SO THE AML RISK RATING CAN COUNT THEM.   *
      *                                                               *
      *****************************************************************
       01  FA-FRAUD-ALERT-RECORD.
               88  FA-SEVERITY-HIGH        VALUE "H".
               88  FA-SEVERITY-MEDIUM      VALUE "M".
           05  FA-ALERT-REASON             PIC X(30).
           05  FA-REASON-CODE              PIC X(04).
               88  FA-REASON-VELOCITY      VALUE "VELO".
               88  FA-REASON-STRUCTURING   VALUE "STRC".
               88  FA-REASON-KITING        VALUE "KITE".
               88  FA-REASON-CARD-STATUS   VALUE "CARD".
               88  FA-REASON-LARGE-CASH    VALUE "LGTX".
               88  FA-REASON-LARGE-WIRE    VALUE "LGWR".
           05  FILLER                      PIC X(04).
