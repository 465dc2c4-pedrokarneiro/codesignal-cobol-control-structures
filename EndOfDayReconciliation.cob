002734*                     AND CARRIES IT ON THE SUMMARY AS A MEMO   *
002735*                     TOTAL - THE BANK'S OWN PAPER IS A         *
002736*                     LIABILITY THE MASTER SUM CANNOT SHOW.     *
002737*    2026-10-13  RLB  EACH NIGHT'S COMPUTED TOTAL IS ALSO       *
002738*                     APPENDED, BY DATE, TO THE CTLHIST         *
002739*                     CONTROL-TOTAL HISTORY SO A QUARTER-END    *
002740*                     TOTAL CAN BE PROVED AGAINST AFTER THE GDG *
002741*                     HAS ROLLED.                               *
002742*                                                               *
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
004184     SELECT OFCLIAB ASSIGN TO "OFCLIAB"
004186         ORGANIZATION IS SEQUENTIAL
004188         FILE STATUS IS Ofcliab-File-Status.
004190
004192     SELECT CTLHIST ASSIGN TO "CTLHIST"
004194         ORGANIZATION IS SEQUENTIAL
004196         FILE STATUS IS Ctlhist-File-Status.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004980             BY ==OFC-CONTROL-TOTAL-RECORD==
004982         ==CT-CONTROL-DATE== BY ==OFC-CONTROL-DATE==
004984         ==CT-CONTROL-TOTAL== BY ==OFC-CONTROL-TOTAL==.
004986
004988 FD  CTLHIST.
004990     COPY CTLTOT REPLACING
004992         ==CT-CONTROL-TOTAL-RECORD==
004994             BY ==CTH-CONTROL-TOTAL-RECORD==
004996         ==CT-CONTROL-DATE== BY ==CTH-CONTROL-DATE==
004998         ==CT-CONTROL-TOTAL== BY ==CTH-CONTROL-TOTAL==.
005000
005100 WORKING-STORAGE SECTION.
005190 01  Runctlin-File-Status            PIC XX.
005880     88  Checkpt-Not-Found           VALUE "35".
005882
005884 01  Ofcliab-File-Status             PIC XX.
005885     88  Ofcliab-OK                  VALUE "00".
005886     88  Ofcliab-Not-Found           VALUE "35".
005887 01  Ctlhist-File-Status             PIC XX.
005888     88  Ctlhist-OK                  VALUE "00".
005890 01  Official-Check-Liability        PIC S9(9)V99 COMP.
005892 01  Liability-Found-Switch          PIC X(01).
005894     88  Liability-Was-Found         VALUE "Y".
014600     MOVE Computed-Total TO CT-CONTROL-TOTAL
014700     OPEN OUTPUT CTLTOT
014800     WRITE CT-CONTROL-TOTAL-RECORD
014810     CLOSE CTLTOT
014820*> The history keeps every night's total by date - the GDG
014830*> only holds the last few - so a quarter-end figure can
014840*> still be proved against long after.
014850     OPEN EXTEND CTLHIST
014860     IF NOT Ctlhist-OK
014870         DISPLAY "Control total history not written - "
014880             Ctlhist-File-Status
014890         GO TO 5000-CARRY-FORWARD-EXIT
014900     END-IF
014910     MOVE Run-Date TO CTH-CONTROL-DATE
014920     MOVE Computed-Total TO CTH-CONTROL-TOTAL
014930     WRITE CTH-CONTROL-TOTAL-RECORD
014940     CLOSE CTLHIST.
015000 5000-CARRY-FORWARD-EXIT.
015100     EXIT.
015200
