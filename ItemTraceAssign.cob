002400*    DATE       INIT  DESCRIPTION                              *
002500*    ---------  ----  -----------------------------------      *
002600*    2026-09-02  RLB  ORIGINAL.                                *
002605*    2026-09-02  RLB  SEQUENCE WIDENED 9(5) -> 9(7) - THE OLD  *
002610*                     FIVE DIGITS WRAPPED SILENTLY PAST        *
002615*                     99,999 ITEMS A NIGHT AND ISSUED          *
002620*                     DUPLICATE TRACES. THE DAY HALF DROPPED   *
002625*                     TO ITS LOW FIVE DIGITS TO KEEP THE ID    *
002630*                     AT 9(12) EVERYWHERE.                     *
002635*    2026-09-02  RLB  A PASSED-THROUGH TRAILER NOW SHEDS THE   *
002640*                     ITEMS WAREHOUSED OUT OF ITS SOURCE -     *
002645*                     THE POST READ A SOURCE WITH A PARKED     *
002650*                     POST-DATED ITEM AS SHORT AND ABORTED     *
002655*                     THE NIGHT RC=16.                         *
002660*    2026-09-02  RLB  A MINICTL DD NOW STARTS THE SEQUENCE AT  *
002665*                     5000000 SO THE MIDDAY MINI CYCLE AND     *
002670*                     THE NIGHT NEVER ISSUE THE SAME ID FOR    *
002675*                     ONE BUSINESS DATE.                       *
002680*    2026-10-13  RLB  THE DAILYTRN RECORD GREW TO 68 BYTES FOR *
002685*                     THE TRANSACTING BRANCH (TR-BRANCH-CODE); *
002690*                     THE TRACEOUT COPY LIST AND THE FUTRWHSE  *
002695*                     ITEM IMAGE FOLLOW IT.                    *
002700*                                                               *
002800*****************************************************************

005600         ==TR-SERIAL-NUMBER== BY ==TO-SERIAL-NUMBER==
005700         ==TR-LEG-GROUP== BY ==TO-LEG-GROUP==
005800         ==TR-ENVELOPE-REF== BY ==TO-ENVELOPE-REF==
005900         ==TR-TRACE-ID== BY ==TO-TRACE-ID==
005901         ==TR-BRANCH-CODE== BY ==TO-BRANCH-CODE==.

005950 FD  FUTRWHSE.
005960     COPY FUTRWHSE.
