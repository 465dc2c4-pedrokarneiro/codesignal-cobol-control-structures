002630*                     RETIREMENT ACCOUNTS, NOW ALWAYS QUEUE    *
002640*                     FOR THE OFFICER INSTEAD OF AUTO-         *
002650*                     POSTING.                                 *
002655*    2026-09-14  RLB  HISTORY ROWS NOW CARRY THE TRANSACTION   *
002660*                     CODE AND SOURCE CHANNEL (TRNHIST GREW TO *
002665*                     75 BYTES).                               *
002670*    2026-09-25  RLB  HISTORY ROWS LEAVE THE NEW POSTING-ORDER *
002675*                     FIELDS BLANK - THE ITEM POSTED OUTSIDE   *
002680*                     THE NIGHTLY POST (TRNHIST GREW TO 85     *
002685*                     BYTES).                                  *
002700*                                                               *
002800*****************************************************************

022870     MOVE MF-ACCOUNT-BALANCE TO HT-BALANCE-AFTER
022880     MOVE SPACES TO HT-SERIAL-NUMBER
022890     MOVE SPACES TO HT-ENVELOPE-REF
022900     MOVE ZERO TO HT-TRACE-ID
022901     MOVE "WIRE" TO HT-TRANS-CODE
022902     MOVE "WIR" TO HT-SOURCE-CHANNEL
022903     MOVE SPACES TO HT-POSTING-RULE
022904                    HT-POSTING-CLASS
022905     MOVE ZERO TO HT-POSTING-RANK
022906                  HT-POSTING-POSITION.

022910 2310-TRY-HISTORY-WRITE.
022920     MOVE History-Sequence TO HT-TRANS-SEQUENCE
