002320*                     HISTORY PARTITION (TRANHISP) TOO - A     *
002330*                     TRACE ON A CUT-OVER ITEM CAME BACK       *
002340*                     "NOTHING ON FILE" AFTER YEAR-START.      *
002350*    2026-09-14  RLB  THE SECOND TRNHIST VIEW CARRIES THE NEW  *
002360*                     CODE AND CHANNEL FIELDS.                 *
002370*    2026-09-25  RLB  A TRNHIST HIT SHOWS WHERE THE NIGHT'S    *
002380*                     POSTING ORDER PUT THE ITEM - RULE,       *
002390*                     CLASS, RANK AND POSITION.                *
002400*                                                               *
002500*****************************************************************

005240         ==HT-BALANCE-AFTER== BY ==HP-BALANCE-AFTER==
005241         ==HT-SERIAL-NUMBER== BY ==HP-SERIAL-NUMBER==
005242         ==HT-ENVELOPE-REF== BY ==HP-ENVELOPE-REF==
005243         ==HT-TRACE-ID== BY ==HP-TRACE-ID==
005248         ==HT-TRANS-CODE== BY ==HP-TRANS-CODE==
005253         ==HT-SOURCE-CHANNEL== BY ==HP-SOURCE-CHANNEL==
005258         ==HT-POSTING-RULE== BY ==HP-POSTING-RULE==
005263         ==HT-POSTING-CLASS== BY ==HP-POSTING-CLASS==
005268         ==HT-POSTING-RANK== BY ==HP-POSTING-RANK==
005273         ==HT-POSTING-POSITION== BY ==HP-POSTING-POSITION==.

005300 FD  SUSPENSE.
005400     COPY SUSPTRN.
014000         DISPLAY "  TRNHIST  " HT-ACCOUNT-NUMBER
014100             " " HT-TRANS-DATE " " HT-TRANS-TYPE
014200             " " HT-TRANS-AMOUNT
014210*> Where the night's posting order put the item - the rule row,
014220*> its class and rank, and its place among the account's items.
014230         IF HT-POSTING-POSITION NUMERIC
014240             AND HT-POSTING-POSITION > ZERO
014250             DISPLAY "             POSTED " HT-POSTING-POSITION
014260                 " OF ACCOUNT'S ITEMS  RULE " HT-POSTING-RULE
014270                 "  CLASS " HT-POSTING-CLASS
014280                 "  RANK " HT-POSTING-RANK
014290         END-IF
014300     END-IF
014400     READ TRANHIST NEXT RECORD
014500         AT END
