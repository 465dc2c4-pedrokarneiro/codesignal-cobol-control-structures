002650*                     AND A DATE BEFORE YEAR-START NEEDS LAST  *
002660*                     YEAR'S ITEMS. EITHER FILE ABSENT IS      *
002670*                     CALLED OUT ON THE ANSWER.                *
002675*    2026-09-14  RLB  THE SECOND TRNHIST VIEW CARRIES THE NEW  *
002680*                     CODE AND CHANNEL FIELDS.                 *
002685*    2026-09-25  RLB  THE SECOND TRNHIST VIEW CARRIES THE NEW  *
002690*                     POSTING-ORDER FIELDS.                    *
002700*                                                               *
002800*****************************************************************

005640         ==HT-BALANCE-AFTER== BY ==HP-BALANCE-AFTER==
005641         ==HT-SERIAL-NUMBER== BY ==HP-SERIAL-NUMBER==
005642         ==HT-ENVELOPE-REF== BY ==HP-ENVELOPE-REF==
005643         ==HT-TRACE-ID== BY ==HP-TRACE-ID==
005644         ==HT-TRANS-CODE== BY ==HP-TRANS-CODE==
005645         ==HT-SOURCE-CHANNEL== BY ==HP-SOURCE-CHANNEL==
005646         ==HT-POSTING-RULE== BY ==HP-POSTING-RULE==
005647         ==HT-POSTING-CLASS== BY ==HP-POSTING-CLASS==
005648         ==HT-POSTING-RANK== BY ==HP-POSTING-RANK==
005649         ==HT-POSTING-POSITION== BY ==HP-POSTING-POSITION==.

005650 FD  GLPOSTIN.
005660     COPY GLPOST REPLACING
