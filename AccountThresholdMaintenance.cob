002420*                     A BEFORE/AFTER ROW ON THE MSTRJRNL       *
002430*                     FIELD-CHANGE JOURNAL                     *
002440*                     (MASTERCHANGEJOURNAL).                   *
002450*    2026-10-15  RLB  THE JOURNAL ROW NOW CARRIES THE          *
002460*                     REQUESTING OPERATOR (OT-REQUESTED-BY);   *
002470*                     OPERATNS ONLY WHEN THE REQUEST NAMES     *
002480*                     NO ONE.                                  *
002300*                                                               *
002400*****************************************************************
002500
006535 01  Jrnl-Amount-Edit                PIC -(6)9.99.
006540 01  Jrnl-Before-Image               PIC X(14).
006550 01  Jrnl-After-Image                PIC X(14).
006560 01  Jrnl-Operator-Id                PIC X(08).
006570 77  Default-Operator-Id             PIC X(08) VALUE "OPERATNS".
006580 01  Jrnl-Source-Program             PIC X(20)
006590     VALUE "AccountThresholdMain".

012000
012010*> The billing disputes die for lack of exactly this row.
012020 2300-JOURNAL-CHANGE.
012022     IF OT-REQUESTED-BY = SPACES
012024         MOVE Default-Operator-Id TO Jrnl-Operator-Id
012026     ELSE
012028         MOVE OT-REQUESTED-BY TO Jrnl-Operator-Id
012029     END-IF
012030     CALL "MasterChangeJournal" USING OT-ACCOUNT-NUMBER,
012040         Jrnl-Field-Name, Jrnl-Before-Image,
012050         Jrnl-After-Image, Jrnl-Operator-Id,
