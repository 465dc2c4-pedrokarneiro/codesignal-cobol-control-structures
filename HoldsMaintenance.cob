002120*                     NOW PROVE ITS CHECK DIGIT               *
002130*                     (ACCOUNTCHECKDIGIT) - A GARNISHMENT ON   *
002140*                     THE WRONG ACCOUNT IS A LAWSUIT.          *
002150*    2026-10-15  RLB  EVERY RELEASE IS JOURNALED TO MSTRJRNL   *
002160*                     (MASTERCHANGEJOURNAL) UNDER THE          *
002170*                     REQUESTING OPERATOR, FOR STAFF           *
002180*                     SELF-DEALING REVIEW.                     *
002200*                                                               *
002300*****************************************************************

005000 01  Sweep-Done-Switch               PIC X(01).
005100     88  Sweep-Is-Done               VALUE "Y".
005200     88  Sweep-Is-Active             VALUE "N".
005210
005220*    THE FIELD-CHANGE JOURNAL HANDOFF FOR A RELEASE.
005230 01  Jrnl-Field-Name                 PIC X(20)
005240     VALUE "HD-HOLD-RELEASE".
005250 01  Jrnl-Amount-Edit                PIC -(6)9.99.
005260 01  Jrnl-Before-Image               PIC X(14).
005270 01  Jrnl-After-Image                PIC X(14)
005280     VALUE "RELEASED".
005290 01  Jrnl-Source-Program             PIC X(20)
005295     VALUE "HoldsMaintenance".

005300 01  Maintenance-Counters.
005400     05  Requests-Read               PIC 9(7) COMP.
011500                     GO TO 2000-READ-NEXT
011600             END-READ
011700             DELETE HOLDS
011710             MOVE HD-HOLD-AMOUNT TO Jrnl-Amount-Edit
011720             MOVE Jrnl-Amount-Edit TO Jrnl-Before-Image
011730             CALL "MasterChangeJournal" USING HX-ACCOUNT-NUMBER,
011740                 Jrnl-Field-Name, Jrnl-Before-Image,
011750                 Jrnl-After-Image, HX-OPERATOR-ID,
011760                 Jrnl-Source-Program
011800             ADD 1 TO Holds-Released
011900             DISPLAY HX-ACCOUNT-NUMBER ": Hold "
012000                 HX-HOLD-SEQUENCE " released."
