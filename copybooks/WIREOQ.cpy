      *****************************************************************
      *                                                               *
      *    WIREOQ  --  OUTGOING WIRE QUEUE RECORD                     *
      *                                                               *
      *    KEYED BY WIRE REFERENCE. OUTGOINGWIREINTAKE QUEUES EVERY   *
      *    ACCEPTED REQUEST WITH ITS VALUE DATE (ROLLED PAST THE      *
      *    CUTOFF, WEEKENDS AND HOLCAL HOLIDAYS) AND THE SEQUENCE OF  *
      *    THE WO HOLD THAT RESERVES THE FUNDS. A WIRE OVER THE       *
      *    WIREPARM CALLBACK LIMIT WAITS IN C UNTIL A SECOND          *
      *    OPERATOR RECORDS THE CUSTOMER CALLBACK (OUTGOINGWIRE-      *
      *    CALLBACK); A WATCH-LIST MATCH ON THE BENEFICIARY WAITS IN  *
      *    W FOR COMPLIANCE. OUTGOINGWIRERELEASE SENDS RELEASED       *
      *    WIRES ON THEIR VALUE DATE AND MARKS THEM S.                *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-09-18  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  WO-OUT-WIRE-QUEUE-RECORD.
           05  WO-WIRE-REFERENCE           PIC X(12).
           05  WO-ACCOUNT-NUMBER           PIC X(10).
           05  WO-WIRE-AMOUNT              PIC 9(09).
           05  WO-ORIGINATOR-NAME          PIC X(30).
           05  WO-BENEFICIARY-NAME         PIC X(30).
           05  WO-BENEFICIARY-ACCOUNT      PIC X(17).
           05  WO-RECEIVER-ABA             PIC X(09).
           05  WO-RECEIVER-NAME            PIC X(18).
           05  WO-ENTERED-BY               PIC X(08).
           05  WO-RECEIVED-DATE            PIC 9(08).
           05  WO-RECEIVED-TIME            PIC 9(04).
           05  WO-VALUE-DATE               PIC 9(08).
           05  WO-HOLD-SEQUENCE            PIC 9(03).
           05  WO-QUEUE-STATUS             PIC X(01).
               88  WO-AWAITING-CALLBACK    VALUE "C".
               88  WO-WATCH-LIST-HOLD      VALUE "W".
               88  WO-WIRE-RELEASED        VALUE "R".
               88  WO-WIRE-SENT            VALUE "S".
               88  WO-WIRE-REJECTED        VALUE "X".
           05  WO-CALLBACK-BY              PIC X(08).
           05  WO-CALLBACK-DATE            PIC 9(08).
           05  WO-CALLBACK-CONTACT         PIC X(20).
           05  WO-SENT-DATE                PIC 9(08).
           05  FILLER                      PIC X(09).
