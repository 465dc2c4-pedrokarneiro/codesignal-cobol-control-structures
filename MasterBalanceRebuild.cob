002590*                     DIFFERENCE. LEGS FROM MOVERS THAT DO     *
002592*                     WRITE HISTORY (ZBA, GARNISHMENT) ARE     *
002594*                     SKIPPED SO NOTHING COUNTS TWICE.         *
002595*    2026-09-14  RLB  THE SECOND TRNHIST VIEW CARRIES THE NEW  *
002596*                     CODE AND CHANNEL FIELDS.                 *
002597*    2026-09-25  RLB  THE SECOND TRNHIST VIEW CARRIES THE NEW  *
002598*                     POSTING-ORDER FIELDS.                    *
002600*                                                               *
002700*****************************************************************

004940         ==HT-BALANCE-AFTER== BY ==HP-BALANCE-AFTER==
004941         ==HT-SERIAL-NUMBER== BY ==HP-SERIAL-NUMBER==
004942         ==HT-ENVELOPE-REF== BY ==HP-ENVELOPE-REF==
004943         ==HT-TRACE-ID== BY ==HP-TRACE-ID==
004944         ==HT-TRANS-CODE== BY ==HP-TRANS-CODE==
004945         ==HT-SOURCE-CHANNEL== BY ==HP-SOURCE-CHANNEL==
004946         ==HT-POSTING-RULE== BY ==HP-POSTING-RULE==
004947         ==HT-POSTING-CLASS== BY ==HP-POSTING-CLASS==
004948         ==HT-POSTING-RANK== BY ==HP-POSTING-RANK==
004949         ==HT-POSTING-POSITION== BY ==HP-POSTING-POSITION==.

004950 FD  GLHIST.
004960     COPY GLPOST REPLACING
