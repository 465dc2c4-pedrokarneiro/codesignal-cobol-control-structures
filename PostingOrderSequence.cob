000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PostingOrderSequence.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-09-25.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    POSTINGORDERSEQUENCE                                       *
001100*                                                               *
001200*    RUNS BETWEEN THE TRACE STAMP AND THE DAILY-TRANS SORT.     *
001300*    THE SORT USED TO ORDER ON ACCOUNT NUMBER ALONE, SO AN      *
001400*    ACCOUNT'S ITEMS POSTED IN WHATEVER ORDER THEY HAPPENED TO  *
001500*    ARRIVE - AND THAT ORDER DECIDED WHICH ITEM OVERDREW THE    *
001600*    ACCOUNT. THIS STEP LOOKS UP EACH ITEM'S ACCOUNT PRODUCT    *
001700*    ON THE MASTER, ASKS POSTINGORDERRANK WHERE THE POSTORD     *
001800*    RULES PLACE IT, AND WRITES THE ITEM BEHIND A SORT KEY OF   *
001900*    ACCOUNT, CLASS RANK, WITHIN-CLASS SUB-KEY AND ARRIVAL      *
002000*    NUMBER. THE SORT STEP ORDERS ON THAT KEY AND STRIPS IT,    *
002100*    HANDING THE POST THE USUAL 64-BYTE DAILY-TRANS RECORD.     *
002200*    TRAILERS PASS THROUGH AHEAD OF EVERY ACCOUNT, AS BEFORE.   *
002300*                                                               *
002400*    MODIFICATION HISTORY                                      *
002500*    ------------------------------------------------------    *
002600*    DATE       INIT  DESCRIPTION                              *
002700*    ---------  ----  -----------------------------------      *
002800*    2026-09-25  RLB  ORIGINAL.                                *
002801*    2026-10-13  RLB  THE DAILYTRN RECORD GREW TO 68 BYTES FOR *
002802*                     THE TRANSACTING BRANCH (TR-BRANCH-CODE); *
002803*                     THE SEQOUT ITEM IMAGE FOLLOWS IT (SEQOUT *
002804*                     NOW 92 BYTES).                           *
002900*                                                               *
003000*****************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT SEQIN ASSIGN TO "SEQIN"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS Seqin-File-Status.
003800
003900     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS MF-ACCOUNT-NUMBER
004300         FILE STATUS IS Acctmstr-File-Status.
004400
004500     SELECT SEQOUT ASSIGN TO "SEQOUT"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS Seqout-File-Status.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  SEQIN.
005200     COPY DAILYTRN.
005300
005400 FD  ACCTMSTR.
005500     COPY ACCTMSTR.
005600
005700*    THE DAILY-TRANS IMAGE BEHIND ITS POSTING-ORDER SORT KEY.
005800 FD  SEQOUT.
005900 01  SQ-SEQUENCED-RECORD.
006000     05  SQ-SORT-KEY.
006100         10  SQ-ACCOUNT-NUMBER       PIC X(10).
006200         10  SQ-POSTING-RANK         PIC 9(01).
006300         10  SQ-SUB-KEY              PIC X(06).
006400         10  SQ-ARRIVAL-NUMBER       PIC 9(07).
006500     05  SQ-ITEM-IMAGE               PIC X(68).
006600
006700 WORKING-STORAGE SECTION.
006800 01  Seqin-File-Status               PIC XX.
006900     88  Seqin-OK                    VALUE "00".
007000     88  Seqin-EOF                   VALUE "10".
007100 01  Acctmstr-File-Status            PIC XX.
007200     88  Acctmstr-OK                 VALUE "00".
007300 01  Seqout-File-Status              PIC XX.
007400     88  Seqout-OK                   VALUE "00".
007500
007600*    POSTINGORDERRANK'S ANSWER FOR THE ITEM.
007700 01  Item-Product-Code               PIC X(04).
007800 01  Rule-Used                       PIC X(04).
007900 01  Posting-Class                   PIC X(02).
008000 01  Posting-Rank                    PIC 9(01).
008100 01  Posting-Sub-Key                 PIC X(06).
008200
008300 01  Sequence-Counters.
008400     05  Records-Read                PIC 9(7) COMP.
008500     05  Trailers-Passed             PIC 9(7) COMP.
008600     05  Credits-Ranked              PIC 9(7) COMP.
008700     05  Teller-Ranked               PIC 9(7) COMP.
008800     05  Card-Ranked                 PIC 9(7) COMP.
008900     05  Checks-Ranked               PIC 9(7) COMP.
009000     05  Ach-Ranked                  PIC 9(7) COMP.
009100     05  Other-Ranked                PIC 9(7) COMP.
009200     05  No-Master-Count             PIC 9(7) COMP.
009300 01  Arrival-Number                  PIC 9(07).
009400
009500 PROCEDURE DIVISION.
009600
009700 0000-MAINLINE.
009800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
009900     PERFORM 2000-SEQUENCE-ITEM THRU 2000-SEQUENCE-ITEM-EXIT
010000         UNTIL Seqin-EOF
010100     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
010200     STOP RUN.
010300
010400 1000-INITIALIZE.
010500     OPEN INPUT SEQIN
010600     OPEN INPUT ACCTMSTR
010700     OPEN OUTPUT SEQOUT
010800     MOVE ZERO TO Records-Read
010900                  Trailers-Passed
011000                  Credits-Ranked
011100                  Teller-Ranked
011200                  Card-Ranked
011300                  Checks-Ranked
011400                  Ach-Ranked
011500                  Other-Ranked
011600                  No-Master-Count
011700                  Arrival-Number
011800     READ SEQIN
011900         AT END
012000             SET Seqin-EOF TO TRUE
012100     END-READ.
012200 1000-INITIALIZE-EXIT.
012300     EXIT.
012400
012500 2000-SEQUENCE-ITEM.
012600     ADD 1 TO Records-Read
012700     ADD 1 TO Arrival-Number
012800     MOVE TR-DAILYTRN-RECORD TO SQ-ITEM-IMAGE
012900     MOVE TR-ACCOUNT-NUMBER TO SQ-ACCOUNT-NUMBER
013000     MOVE Arrival-Number TO SQ-ARRIVAL-NUMBER
013100*> A trailer keeps its place ahead of the accounts; the post and
013200*> the split still find it where they always have.
013300     IF TR-ACCOUNT-NUMBER (1:8) = "*TRAILER"
013400         MOVE ZERO TO SQ-POSTING-RANK
013500         MOVE "000000" TO SQ-SUB-KEY
013600         ADD 1 TO Trailers-Passed
013700         GO TO 2000-WRITE-ITEM
013800     END-IF
013900*> An account the master does not know is ranked by the shop
014000*> default; the post suspends it all the same.
014100     MOVE SPACES TO Item-Product-Code
014200     MOVE TR-ACCOUNT-NUMBER TO MF-ACCOUNT-NUMBER
014300     READ ACCTMSTR
014400         INVALID KEY
014500             ADD 1 TO No-Master-Count
014600         NOT INVALID KEY
014700             MOVE MF-PRODUCT-CODE TO Item-Product-Code
014800     END-READ
014900     CALL "PostingOrderRank" USING Item-Product-Code,
015000         TR-DAILYTRN-RECORD, Rule-Used, Posting-Class,
015100         Posting-Rank, Posting-Sub-Key
015200     MOVE Posting-Rank TO SQ-POSTING-RANK
015300     MOVE Posting-Sub-Key TO SQ-SUB-KEY
015400     EVALUATE Posting-Class
015500         WHEN "CR"
015600             ADD 1 TO Credits-Ranked
015700         WHEN "TL"
015800             ADD 1 TO Teller-Ranked
015900         WHEN "CD"
016000             ADD 1 TO Card-Ranked
016100         WHEN "CK"
016200             ADD 1 TO Checks-Ranked
016300         WHEN "AC"
016400             ADD 1 TO Ach-Ranked
016500         WHEN OTHER
016600             ADD 1 TO Other-Ranked
016700     END-EVALUATE.
016800
016900 2000-WRITE-ITEM.
017000     WRITE SQ-SEQUENCED-RECORD.
017100
017200 2000-READ-NEXT.
017300     READ SEQIN
017400         AT END
017500             SET Seqin-EOF TO TRUE
017600     END-READ.
017700 2000-SEQUENCE-ITEM-EXIT.
017800     EXIT.
017900
018000 9000-TERMINATE.
018100     CLOSE SEQIN
018200     CLOSE ACCTMSTR
018300     CLOSE SEQOUT
018400     DISPLAY " "
018500     DISPLAY "POSTING ORDER SEQUENCE SUMMARY"
018600     DISPLAY "Records read          - " Records-Read
018700     DISPLAY "Trailers passed       - " Trailers-Passed
018800     DISPLAY "Credits               - " Credits-Ranked
018900     DISPLAY "Teller/branch debits  - " Teller-Ranked
019000     DISPLAY "Card debits           - " Card-Ranked
019100     DISPLAY "Checks                - " Checks-Ranked
019200     DISPLAY "ACH debits            - " Ach-Ranked
019300     DISPLAY "Other debits          - " Other-Ranked
019400     DISPLAY "Not on the master     - " No-Master-Count.
019500 9000-TERMINATE-EXIT.
019600     EXIT.
