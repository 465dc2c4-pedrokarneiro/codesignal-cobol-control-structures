002300*    DATE       INIT  DESCRIPTION                              *
002400*    ---------  ----  -----------------------------------      *
002500*    2026-09-02  RLB  ORIGINAL.                                *
002501*    2026-10-13  RLB  A RELEASED ITEM NOW CARRIES THE ENVELOPE *
002502*                     HEADER'S BRANCH AS ITS TRANSACTING       *
002503*                     BRANCH (TR-BRANCH-CODE), SO A NIGHT-DROP *
002504*                     DEPOSIT LEFT AT ANOTHER BRANCH BOOKS THE *
002505*                     INTERBRANCH DUE-TO/DUE-FROM PAIR.        *
002600*                                                               *
002700*****************************************************************

024400     MOVE "LBX" TO TR-SOURCE-CHANNEL
024500     MOVE EI-SERIAL-NUMBER (Item-Sub) TO TR-SERIAL-NUMBER
024600     MOVE Current-Envelope-Ref TO TR-ENVELOPE-REF
024650     MOVE Current-Branch-Code TO TR-BRANCH-CODE
024700     WRITE TR-DAILYTRN-RECORD
024800     ADD 1 TO Items-Released
024900     ADD 1 TO Out-Record-Count
