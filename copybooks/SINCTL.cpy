      *****************************************************************
      *                                                               *
      *    SINCTL  --  TELLER STAND-IN WINDOW CONTROL RECORD          *
      *                                                               *
      *    ONE RECORD. STANDINWINDOWOPEN SETS THE WINDOW OPEN AT THE  *
      *    TOP OF THE NIGHTLY SUITE, BEFORE THE MASTER IS TAKEN FOR   *
      *    THE POST; STANDINQUEUEAPPLY CLOSES IT ONCE THE MASTER IS   *
      *    RELEASED. WHILE IT IS OPEN TELLERSTANDIN ANSWERS FROM THE  *
      *    SNAPSHOT AND QUEUES, AND TELLERACCOUNTINQUIRY AND          *
      *    TELLERMEMOPOST SEND THE OPERATOR THERE INSTEAD.            *
      *    SW-SNAPSHOT-DATE IS THE BUSINESS DATE THE SNAPSHOT WAS     *
      *    CUT ON.                                                    *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  SW-STANDIN-CONTROL-RECORD.
           05  SW-WINDOW-FLAG              PIC X(01).
               88  SW-Window-Open          VALUE "Y".
               88  SW-Window-Closed        VALUE "N".
           05  SW-SNAPSHOT-DATE            PIC 9(08).
           05  SW-OPEN-DATE                PIC 9(08).
           05  SW-OPEN-TIME                PIC 9(06).
           05  SW-CLOSE-DATE               PIC 9(08).
           05  SW-CLOSE-TIME               PIC 9(06).
           05  FILLER                      PIC X(03).
