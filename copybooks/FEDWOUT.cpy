      *****************************************************************
      *                                                               *
      *    FEDWOUT  --  FEDWIRE OUTBOUND FUNDS-TRANSFER RECORD        *
      *                                                               *
      *    ONE CUSTOMER TRANSFER (TYPE/SUBTYPE 1000, BUSINESS         *
      *    FUNCTION CTR) PER ROW, EACH ELEMENT LED BY ITS FEDWIRE     *
      *    TAG: {1510} TYPE, {1520} INPUT CYCLE DATE, SOURCE AND      *
      *    SEQUENCE, {2000} AMOUNT IN CENTS, {3100} SENDER, {3320}    *
      *    SENDER REFERENCE, {3400} RECEIVER, {3600} BUSINESS         *
      *    FUNCTION, {4200} BENEFICIARY AND {5000} ORIGINATOR.        *
      *    WRITTEN BY OUTGOINGWIRERELEASE FOR THE WIRE ROOM'S FED     *
      *    TRANSMISSION; THE FILE CLOSES WITH THE STANDARD FILETRLR   *
      *    TRAILER IN THE FIRST 34 BYTES.                             *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-09-18  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  FW-FEDWIRE-OUT-RECORD.
           05  FW-TYPE-TAG                 PIC X(06).
           05  FW-TYPE-SUBTYPE             PIC X(04).
           05  FW-IMAD-TAG                 PIC X(06).
           05  FW-INPUT-CYCLE-DATE         PIC 9(08).
           05  FW-INPUT-SOURCE             PIC X(08).
           05  FW-INPUT-SEQUENCE           PIC 9(06).
           05  FW-AMOUNT-TAG               PIC X(06).
           05  FW-AMOUNT-CENTS             PIC 9(12).
           05  FW-SENDER-TAG               PIC X(06).
           05  FW-SENDER-ABA               PIC X(09).
           05  FW-SENDER-NAME              PIC X(18).
           05  FW-REFERENCE-TAG            PIC X(06).
           05  FW-SENDER-REFERENCE         PIC X(16).
           05  FW-RECEIVER-TAG             PIC X(06).
           05  FW-RECEIVER-ABA             PIC X(09).
           05  FW-RECEIVER-NAME            PIC X(18).
           05  FW-FUNCTION-TAG             PIC X(06).
           05  FW-BUSINESS-FUNCTION        PIC X(03).
           05  FW-BENEFICIARY-TAG          PIC X(06).
           05  FW-BENEFICIARY-ID-CODE      PIC X(01).
           05  FW-BENEFICIARY-ID           PIC X(34).
           05  FW-BENEFICIARY-NAME         PIC X(35).
           05  FW-ORIGINATOR-TAG           PIC X(06).
           05  FW-ORIGINATOR-ID-CODE       PIC X(01).
           05  FW-ORIGINATOR-ID            PIC X(34).
           05  FW-ORIGINATOR-NAME          PIC X(35).
           05  FILLER                      PIC X(15).
