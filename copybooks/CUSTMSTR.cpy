001394*                     "M" MARKS A CUSTOMER RETIRED BY THE      *
001396*                     DUPLICATE-MERGE UTILITY; THE CUSTXREF    *
001398*                     STUB CARRIES THE SURVIVING NUMBER.       *
001399*    2026-09-14  RLB  ADDED CM-DECEASED-FLAG (OUT OF FILLER) - *
001400*                     "D" MARKS A CUSTOMER WHOSE DEATH NOTICE  *
001401*                     HAS BEEN TAKEN BY                        *
001402*                     DECEASEDCUSTOMERINTAKE; THE DECEDENT     *
001403*                     REGISTER CARRIES THE DATE OF DEATH.      *
001404*    2026-10-13  RLB  ADDED CM-DEPOSITOR-CLASS (OUT OF FILLER) *
001405*                     - "P" A PUBLIC UNIT (PUBLIC FUNDS), "B"  *
001406*                     A DEPOSIT PLACED THROUGH A BROKER. BLANK *
001407*                     OR "N" IS AN ORDINARY DEPOSITOR. THE     *
001408*                     CALL REPORT DEPOSIT SCHEDULE SPLITS ON   *
001409*                     IT.                                      *
001410*                                                               *
001500*****************************************************************
001600 01  CM-CUSTMSTR-RECORD.
001700     05  CM-CUSTOMER-NUMBER          PIC X(10).
001850     05  CM-BIRTH-DATE               PIC 9(08).
001860     05  CM-MERGED-FLAG              PIC X(01).
001870         88  CM-Customer-Merged      VALUE "M".
001970     05  CM-DECEASED-FLAG            PIC X(01).
002070         88  CM-Customer-Deceased    VALUE "D".
002170     05  CM-DEPOSITOR-CLASS          PIC X(01).
002270         88  CM-Ordinary-Depositor   VALUE " " "N".
002370         88  CM-Public-Funds         VALUE "P".
002470         88  CM-Brokered-Deposit     VALUE "B".
002570     05  FILLER                      PIC X(01).
