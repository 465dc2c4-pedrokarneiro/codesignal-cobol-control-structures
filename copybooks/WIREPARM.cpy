      *    ONE RECORD (REGPARM MOLD). WT-VERIFY-THRESHOLD IS THE      *
      *    DOLLAR AMOUNT ABOVE WHICH AN INCOMING WIRE PARKS ON THE    *
      *    WIREQ VERIFICATION QUEUE FOR AN OFFICER'S RELEASE          *
      *    INSTEAD OF POSTING STRAIGHT THROUGH. FOR OUTGOING WIRES,   *
      *    WT-CALLBACK-LIMIT IS THE AMOUNT ABOVE WHICH A SECOND       *
      *    OPERATOR MUST RECORD A CUSTOMER CALLBACK BEFORE THE WIRE   *
      *    IS RELEASED, AND WT-CUTOFF-TIME (HHMM) IS THE HOUR AFTER   *
      *    WHICH A REQUEST ROLLS TO THE NEXT BUSINESS DAY. ZERO IN    *
      *    EITHER FIELD TAKES THE PROGRAM DEFAULT. MAINTAINED BY      *
      *    OPERATIONS.                                                *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-09-02  RLB  ORIGINAL.                                *
      *    2026-09-18  RLB  CARVED THE OUTGOING-WIRE CALLBACK LIMIT  *
      *                     AND DAILY CUTOFF TIME OUT OF THE FILLER. *
      *                                                               *
      *****************************************************************
       01  WT-WIRE-PARM-RECORD.
           05  WT-VERIFY-THRESHOLD         PIC 9(09).
           05  WT-CALLBACK-LIMIT           PIC 9(07).
           05  WT-CUTOFF-TIME              PIC 9(04).
