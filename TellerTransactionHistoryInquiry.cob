002920*                     THE BROWSE CONTINUES TRANSPARENTLY INTO  *
002930*                     THE PRIOR-YEAR PARTITION (TRANHISP) SO   *
002940*                     PAGING PAST YEAR-START JUST WORKS.       *
002950*    2026-09-14  RLB  THE SECOND TRNHIST VIEW CARRIES THE NEW  *
002960*                     CODE AND CHANNEL FIELDS.                 *
002970*    2026-09-25  RLB  THE SECOND TRNHIST VIEW CARRIES THE NEW  *
002980*                     POSTING-ORDER FIELDS.                    *
003000*                                                               *
003100*****************************************************************

004640         ==HT-BALANCE-AFTER== BY ==HP-BALANCE-AFTER==
004641         ==HT-SERIAL-NUMBER== BY ==HP-SERIAL-NUMBER==
004642         ==HT-ENVELOPE-REF== BY ==HP-ENVELOPE-REF==
004643         ==HT-TRACE-ID== BY ==HP-TRACE-ID==
004648         ==HT-TRANS-CODE== BY ==HP-TRANS-CODE==
004653         ==HT-SOURCE-CHANNEL== BY ==HP-SOURCE-CHANNEL==
004658         ==HT-POSTING-RULE== BY ==HP-POSTING-RULE==
004663         ==HT-POSTING-CLASS== BY ==HP-POSTING-CLASS==
004668         ==HT-POSTING-RANK== BY ==HP-POSTING-RANK==
004673         ==HT-POSTING-POSITION== BY ==HP-POSTING-POSITION==.

004700 FD  INQAUD.
004800     COPY INQAUD.
