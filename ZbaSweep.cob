002992*                     EXPLICITLY - THE FIELD PICKED UP          *
002994*                     RESIDUAL BUFFER CONTENT AND POLLUTED      *
002996*                     TRACE RESEARCH.                           *
002997*    2026-09-14  RLB  HISTORY ROWS NOW CARRY THE TRANSACTION   *
002998*                     CODE AND SOURCE CHANNEL (TRNHIST GREW TO *
002999*                     75 BYTES).                               *
003000*    2026-09-25  RLB  HISTORY ROWS LEAVE THE NEW POSTING-ORDER *
003001*                     FIELDS BLANK - THE ITEM POSTED OUTSIDE   *
003002*                     THE NIGHTLY POST (TRNHIST GREW TO 85     *
003003*                     BYTES).                                  *
002900*                                                               *
003000*****************************************************************

027800     MOVE SPACES TO HT-SERIAL-NUMBER
027900     MOVE SPACES TO HT-ENVELOPE-REF
027950     MOVE ZERO TO HT-TRACE-ID
027955     MOVE "ZBA " TO HT-TRANS-CODE
027960     MOVE "SYS" TO HT-SOURCE-CHANNEL
027965     MOVE SPACES TO HT-POSTING-RULE
027970                    HT-POSTING-CLASS
027975     MOVE ZERO TO HT-POSTING-RANK
027980                  HT-POSTING-POSITION
028000     WRITE HT-TRANS-HISTORY-RECORD
028100         INVALID KEY
028200             CONTINUE
031000     MOVE SPACES TO HT-SERIAL-NUMBER
031100     MOVE SPACES TO HT-ENVELOPE-REF
031150     MOVE ZERO TO HT-TRACE-ID
031155     MOVE "ZBA " TO HT-TRANS-CODE
031160     MOVE "SYS" TO HT-SOURCE-CHANNEL
031165     MOVE SPACES TO HT-POSTING-RULE
031170                    HT-POSTING-CLASS
031175     MOVE ZERO TO HT-POSTING-RANK
031180                  HT-POSTING-POSITION
031200     WRITE HT-TRANS-HISTORY-RECORD
031300         INVALID KEY
031400             CONTINUE
