002730*                     NUMBER) - NO BRANCH-FEED CONFIRMATION    *
002740*                     IS GUARANTEED AND THE REBUILD PROOF      *
002750*                     NEEDS A REPLAYABLE RECORD.               *
002755*    2026-09-14  RLB  HISTORY ROWS NOW CARRY THE TRANSACTION   *
002760*                     CODE AND SOURCE CHANNEL (TRNHIST GREW TO *
002765*                     75 BYTES).                               *
002770*    2026-09-25  RLB  HISTORY ROWS LEAVE THE NEW POSTING-ORDER *
002775*                     FIELDS BLANK - THE ITEM POSTED OUTSIDE   *
002780*                     THE NIGHTLY POST (TRNHIST GREW TO 85     *
002785*                     BYTES).                                  *
002800*                                                               *
002900*****************************************************************

018470     MOVE MF-ACCOUNT-BALANCE TO HT-BALANCE-AFTER
018480     MOVE Entry-Check-Number TO HT-SERIAL-NUMBER
018490     MOVE SPACES TO HT-ENVELOPE-REF
018500     MOVE ZERO TO HT-TRACE-ID
018501     MOVE "OFCK" TO HT-TRANS-CODE
018502     MOVE "BRN" TO HT-SOURCE-CHANNEL
018503     MOVE SPACES TO HT-POSTING-RULE
018504                    HT-POSTING-CLASS
018505     MOVE ZERO TO HT-POSTING-RANK
018506                  HT-POSTING-POSITION.

018510 2310-TRY-HISTORY-WRITE.
018520     MOVE History-Sequence TO HT-TRANS-SEQUENCE
