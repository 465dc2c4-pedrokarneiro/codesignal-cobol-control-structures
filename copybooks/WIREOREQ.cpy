      *****************************************************************
      *                                                               *
      *    WIREOREQ  --  OUTGOING WIRE REQUEST RECORD                 *
      *                                                               *
      *    ONE ROW PER CUSTOMER INSTRUCTION KEYED BY THE WIRE ROOM:   *
      *    THE DEBIT ACCOUNT AND AMOUNT, THE BENEFICIARY AND ITS      *
      *    RECEIVING BANK, THE OPERATOR WHO ENTERED IT AND THE DATE   *
      *    AND TIME (HHMM) THE TERMINAL STAMPED IT - THE STAMP IS     *
      *    WHAT THE WIREPARM CUTOFF IS JUDGED AGAINST. READ BY        *
      *    OUTGOINGWIREINTAKE.                                        *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-09-18  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  WR-WIRE-REQUEST-RECORD.
           05  WR-WIRE-REFERENCE           PIC X(12).
           05  WR-ACCOUNT-NUMBER           PIC X(10).
           05  WR-WIRE-AMOUNT              PIC 9(09).
           05  WR-ORIGINATOR-NAME          PIC X(30).
           05  WR-BENEFICIARY-NAME         PIC X(30).
           05  WR-BENEFICIARY-ACCOUNT      PIC X(17).
           05  WR-RECEIVER-ABA             PIC X(09).
           05  WR-RECEIVER-NAME            PIC X(18).
           05  WR-ENTERED-BY               PIC X(08).
           05  WR-RECEIVED-DATE            PIC 9(08).
           05  WR-RECEIVED-TIME            PIC 9(04).
           05  FILLER                      PIC X(05).
