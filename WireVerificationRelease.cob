002100*    DATE       INIT  DESCRIPTION                              *
002200*    ---------  ----  -----------------------------------      *
002300*    2026-09-02  RLB  ORIGINAL.                                *
002310*    2026-09-14  RLB  HISTORY ROWS NOW CARRY THE TRANSACTION   *
002320*                     CODE AND SOURCE CHANNEL (TRNHIST GREW TO *
002330*                     75 BYTES).                               *
002340*    2026-09-25  RLB  HISTORY ROWS LEAVE THE NEW POSTING-ORDER *
002350*                     FIELDS BLANK - THE ITEM POSTED OUTSIDE   *
002360*                     THE NIGHTLY POST (TRNHIST GREW TO 85     *
002370*                     BYTES).                                  *
002400*                                                               *
002500*****************************************************************

017170     MOVE MF-ACCOUNT-BALANCE TO HT-BALANCE-AFTER
017180     MOVE SPACES TO HT-SERIAL-NUMBER
017190     MOVE SPACES TO HT-ENVELOPE-REF
017200     MOVE ZERO TO HT-TRACE-ID
017201     MOVE "WIRE" TO HT-TRANS-CODE
017202     MOVE "WIR" TO HT-SOURCE-CHANNEL
017203     MOVE SPACES TO HT-POSTING-RULE
017204                    HT-POSTING-CLASS
017205     MOVE ZERO TO HT-POSTING-RANK
017206                  HT-POSTING-POSITION.

017210 2310-TRY-HISTORY-WRITE.
017220     MOVE History-Sequence TO HT-TRANS-SEQUENCE
