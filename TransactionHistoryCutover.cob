002200*    DATE       INIT  DESCRIPTION                              *
002300*    ---------  ----  -----------------------------------      *
002400*    2026-09-02  RLB  ORIGINAL.                                *
002420*    2026-09-14  RLB  THE SECOND TRNHIST VIEW CARRIES THE NEW  *
002440*                     CODE AND CHANNEL FIELDS.                 *
002460*    2026-09-25  RLB  THE SECOND TRNHIST VIEW CARRIES THE NEW  *
002480*                     POSTING-ORDER FIELDS.                    *
002500*                                                               *
002600*****************************************************************

005600         ==HT-BALANCE-AFTER== BY ==HP-BALANCE-AFTER==
005700         ==HT-SERIAL-NUMBER== BY ==HP-SERIAL-NUMBER==
005800         ==HT-ENVELOPE-REF== BY ==HP-ENVELOPE-REF==
005900         ==HT-TRACE-ID== BY ==HP-TRACE-ID==
005910         ==HT-TRANS-CODE== BY ==HP-TRANS-CODE==
005920         ==HT-SOURCE-CHANNEL== BY ==HP-SOURCE-CHANNEL==
005930         ==HT-POSTING-RULE== BY ==HP-POSTING-RULE==
005940         ==HT-POSTING-CLASS== BY ==HP-POSTING-CLASS==
005950         ==HT-POSTING-RANK== BY ==HP-POSTING-RANK==
005960         ==HT-POSTING-POSITION== BY ==HP-POSTING-POSITION==.

006000 WORKING-STORAGE SECTION.
006100 01  Tranhist-File-Status            PIC XX.
