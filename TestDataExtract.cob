003000*    DATE       INIT  DESCRIPTION                              *
003100*    ---------  ----  -----------------------------------      *
003200*    2026-09-02  RLB  ORIGINAL.                                *
003210*    2026-09-14  RLB  HISTORY UNLOAD RECORD FOLLOWS TRNHIST TO *
003220*                     75 BYTES.                                *
003230*    2026-09-25  RLB  HISTORY UNLOAD RECORD FOLLOWS TRNHIST TO *
003240*                     85 BYTES.                                *
003250*    2026-10-02  RLB  THE NEW CUSTADDR CONTACT PHONE IS MASKED *
003260*                     TO A FICTITIOUS NUMBER ALONG WITH THE    *
003270*                     NAME AND ADDRESS.                        *
003280*    2026-10-15  RLB  HISTORY UNLOAD RECORD FOLLOWS TRNHIST TO *
003290*                     89 BYTES.                                *
003300*                                                               *
003400*****************************************************************

011500 01  TE-TEST-REL-RECORD              PIC X(30).

011600 FD  TESTHIST.
011700 01  TF-TEST-HIST-RECORD             PIC X(89).

011800 FD  TESTBAL.
011900 01  TG-TEST-BAL-RECORD              PIC X(44).
031000     MOVE "TESTVILLE" TO NA-CITY
031100     MOVE "TS" TO NA-STATE
031200     MOVE "00000" TO NA-POSTAL-CODE
031220     IF NA-PHONE-NUMBER NOT = SPACES
031240         MOVE "5550000000" TO NA-PHONE-NUMBER
031260     END-IF
031300     WRITE TD-TEST-ADDR-RECORD FROM NA-NAME-ADDRESS-RECORD
031400     ADD 1 TO Addr-Out
031500     READ CUSTADDR
