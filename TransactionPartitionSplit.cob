003000*    DATE       INIT  DESCRIPTION                              *
003100*    ---------  ----  -----------------------------------      *
003200*    2026-09-02  RLB  ORIGINAL.                                *
003201*    2026-10-13  RLB  THE DAILYTRN RECORD GREW TO 68 BYTES FOR *
003202*                     THE TRANSACTING BRANCH (TR-BRANCH-CODE); *
003203*                     THE THREE PARTITION COPY LISTS FOLLOW    *
003204*                     IT.                                      *
003300*                                                               *
003400*****************************************************************

008300         ==TR-SERIAL-NUMBER== BY ==P1-SERIAL-NUMBER==
008310         ==TR-LEG-GROUP== BY ==P1-LEG-GROUP==
008320         ==TR-ENVELOPE-REF== BY ==P1-ENVELOPE-REF==
008330         ==TR-TRACE-ID== BY ==P1-TRACE-ID==
008331         ==TR-BRANCH-CODE== BY ==P1-BRANCH-CODE==.

008400 FD  PARTTRN2.
008500     COPY DAILYTRN REPLACING
009500         ==TR-SERIAL-NUMBER== BY ==P2-SERIAL-NUMBER==
009510         ==TR-LEG-GROUP== BY ==P2-LEG-GROUP==
009520         ==TR-ENVELOPE-REF== BY ==P2-ENVELOPE-REF==
009530         ==TR-TRACE-ID== BY ==P2-TRACE-ID==
009531         ==TR-BRANCH-CODE== BY ==P2-BRANCH-CODE==.

009600 FD  PARTTRN3.
009700     COPY DAILYTRN REPLACING
010700         ==TR-SERIAL-NUMBER== BY ==P3-SERIAL-NUMBER==
010710         ==TR-LEG-GROUP== BY ==P3-LEG-GROUP==
010720         ==TR-ENVELOPE-REF== BY ==P3-ENVELOPE-REF==
010730         ==TR-TRACE-ID== BY ==P3-TRACE-ID==
010731         ==TR-BRANCH-CODE== BY ==P3-BRANCH-CODE==.

010800 FD  SPLITCTL.
010900     COPY SPLITCTL.
