000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RemoteDepositIntake.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    REMOTEDEPOSITINTAKE                                        *
001100*                                                               *
001200*    MOBILE CHECK DEPOSIT INTAKE. READS THE VENDOR'S DAILY      *
001300*    CAPTURE FILE (RDCITEM) AND DECIDES EVERY IMAGE BEFORE A    *
001400*    DOLLAR MOVES:                                              *
001500*      - THE DEPOSITING ACCOUNT MUST BE ON FILE, OPEN, AWAKE    *
001600*        AND UNRESTRAINED ........................ ELSE M01     *
001700*      - THE ITEM NEEDS AN AMOUNT, A ROUTING, AN ACCOUNT AND A  *
001800*        SERIAL ON ITS MICR LINE ................. ELSE M02     *
001900*      - THE CHECK MUST NOT HAVE BEEN PRESENTED BEFORE - NOT    *
002000*        EARLIER IN THIS FILE, NOR ON THE ACCOUNT'S FNGRPRNT    *
002100*        FINGERPRINTS (SAME AMOUNT AND SERIAL) ..... ELSE M03   *
002200*      - AN ON-US CHECK (ROUTING ON BRCHRTE) MUST NOT ALREADY   *
002300*        HAVE CLEARED THE DRAWER'S ACCOUNT - THE PAID-CHECK     *
002400*        REGISTER'S SERIAL TEST AGAINST TRNHIST .. ELSE M04     *
002500*      - THE CUSTOMER MUST QUALIFY FOR AN RDCLIMIT TIER BY      *
002600*        ACCOUNT TENURE AND CUSTMSTR TRUST SCORE .. ELSE M05    *
002700*      - THE ITEM MUST FIT UNDER THE TIER'S DAILY AND 30-DAY    *
002800*        LIMITS (RDCUSAGE, ACROSS THE CUSTOMER) .. M06 / M07    *
002900*    AN ACCEPTED ITEM IS WRITTEN TO RDCTRN (DAILYTRN, CHANNEL   *
003000*    RDC, THE CHECK SERIAL ON THE ITEM) FOR THE TRACE STAMP AND *
003100*    THE NIGHTLY SORT; THE POST FLOATS RDC DEPOSITS ON THE      *
003200*    FLOATSCH RD ROW, AND THE SAME ROW DATES THE FUNDS-         *
003300*    AVAILABLE DAY SENT BACK HERE. EVERY IMAGE IS ANSWERED ON   *
003400*    RDCRESP, A REJECTION WITH THE TEXT THE APP SHOWS THE       *
003500*    CUSTOMER. THE ACCEPTED TOTAL IS CLAIMED ON SETTLTOT UNDER  *
003600*    CHANNEL RDC AND THE RELEASED FILE CLOSES WITH THE SHOP     *
003700*    TRAILER.                                                   *
003800*                                                               *
003900*    DAILYTRN CARRIES WHOLE DOLLARS, SO ONLY THE DOLLARS OF AN  *
004000*    ITEM POST; THE CENTS LEFT BEHIND ARE TOTALLED ON THE       *
004100*    SUMMARY, AS THE ACH INTAKE DOES.                           *
004200*                                                               *
004300*    MODIFICATION HISTORY                                      *
004400*    ------------------------------------------------------    *
004500*    DATE       INIT  DESCRIPTION                              *
004600*    ---------  ----  -----------------------------------      *
004700*    2026-10-15  RLB  ORIGINAL.                                *
004800*                                                               *
004900*****************************************************************
005000
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT RDCITEM ASSIGN TO "RDCITEM"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS Rdcitem-File-Status.
005700
005800     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS MF-ACCOUNT-NUMBER
006200         FILE STATUS IS Acctmstr-File-Status.
006300
006400     SELECT CUSTREL ASSIGN TO "CUSTREL"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS RANDOM
006700         RECORD KEY IS RL-ACCOUNT-NUMBER
006800         FILE STATUS IS Custrel-File-Status.
006900
007000     SELECT CUSTMSTR ASSIGN TO "CUSTMSTR"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS RANDOM
007300         RECORD KEY IS CM-CUSTOMER-NUMBER
007400         FILE STATUS IS Custmstr-File-Status.
007500
007600     SELECT RDCLIMIT ASSIGN TO "RDCLIMIT"
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS Rdclimit-File-Status.
007900
008000     SELECT RDCUSAGE ASSIGN TO "RDCUSAGE"
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS DYNAMIC
008300         RECORD KEY IS MG-USAGE-KEY
008400         FILE STATUS IS Rdcusage-File-Status.
008500
008600     SELECT FNGRPRNT ASSIGN TO "FNGRPRNT"
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS DYNAMIC
008900         RECORD KEY IS FP-FINGERPRINT-KEY
009000         FILE STATUS IS Fngrprnt-File-Status.
009100
009200     SELECT TRANHIST ASSIGN TO "TRANHIST"
009300         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS DYNAMIC
009500         RECORD KEY IS HT-HISTORY-KEY
009600         FILE STATUS IS Tranhist-File-Status.
009700
009800     SELECT BRCHRTE ASSIGN TO "BRCHRTE"
009900         ORGANIZATION IS SEQUENTIAL
010000         FILE STATUS IS Brchrte-File-Status.
010100
010200     SELECT FLOATSCH ASSIGN TO "FLOATSCH"
010300         ORGANIZATION IS INDEXED
010400         ACCESS MODE IS RANDOM
010500         RECORD KEY IS FS-DEPOSIT-TYPE
010600         FILE STATUS IS Floatsch-File-Status.
010700
010800     SELECT RDCTRN ASSIGN TO "RDCTRN"
010900         ORGANIZATION IS SEQUENTIAL
011000         FILE STATUS IS Rdctrn-File-Status.
011100
011200     SELECT RDCRESP ASSIGN TO "RDCRESP"
011300         ORGANIZATION IS SEQUENTIAL
011400         FILE STATUS IS Rdcresp-File-Status.
011500
011600     SELECT SETTLTOT ASSIGN TO "SETTLTOT"
011700         ORGANIZATION IS SEQUENTIAL
011800         FILE STATUS IS Settltot-File-Status.
011900
012000     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
012100         ORGANIZATION IS SEQUENTIAL
012200         FILE STATUS IS Runctlin-File-Status.
012300
012400 DATA DIVISION.
012500 FILE SECTION.
012600 FD  RDCITEM.
012700     COPY RDCITEM.
012800
012900 FD  ACCTMSTR.
013000     COPY ACCTMSTR.
013100
013200 FD  CUSTREL.
013300     COPY CUSTREL.
013400
013500 FD  CUSTMSTR.
013600     COPY CUSTMSTR.
013700
013800 FD  RDCLIMIT.
013900     COPY RDCLIMIT.
014000
014100 FD  RDCUSAGE.
014200     COPY RDCUSAGE.
014300
014400 FD  FNGRPRNT.
014500     COPY FNGRPRNT.
014600
014700 FD  TRANHIST.
014800     COPY TRNHIST.
014900
015000 FD  BRCHRTE.
015100     COPY BRCHRTE.
015200
015300 FD  FLOATSCH.
015400     COPY FLOATSCH.
015500
015600 FD  RDCTRN.
015700     COPY DAILYTRN.
015800
015900 FD  RDCRESP.
016000     COPY RDCRESP.
016100
016200 FD  SETTLTOT.
016300     COPY SETTLTOT.
016400
016500 FD  RUNCTLIN.
016600     COPY RUNCTL REPLACING
016700         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
016800         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
016900         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
017000         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.
017100
017200 WORKING-STORAGE SECTION.
017300 01  Rdcitem-File-Status             PIC XX.
017400     88  Rdcitem-OK                  VALUE "00".
017500     88  Rdcitem-EOF                 VALUE "10".
017600 01  Acctmstr-File-Status            PIC XX.
017700     88  Acctmstr-OK                 VALUE "00".
017800 01  Custrel-File-Status             PIC XX.
017900     88  Custrel-OK                  VALUE "00".
018000 01  Custmstr-File-Status            PIC XX.
018100     88  Custmstr-OK                 VALUE "00".
018200 01  Rdclimit-File-Status            PIC XX.
018300     88  Rdclimit-OK                 VALUE "00".
018400     88  Rdclimit-EOF                VALUE "10".
018500 01  Rdcusage-File-Status            PIC XX.
018600     88  Rdcusage-OK                 VALUE "00".
018700     88  Rdcusage-EOF                VALUE "10".
018800 01  Fngrprnt-File-Status            PIC XX.
018900     88  Fngrprnt-OK                 VALUE "00".
019000     88  Fngrprnt-EOF                VALUE "10".
019100 01  Tranhist-File-Status            PIC XX.
019200     88  Tranhist-OK                 VALUE "00".
019300     88  Tranhist-EOF                VALUE "10".
019400 01  Brchrte-File-Status             PIC XX.
019500     88  Brchrte-OK                  VALUE "00".
019600     88  Brchrte-EOF                 VALUE "10".
019700 01  Floatsch-File-Status            PIC XX.
019800     88  Floatsch-OK                 VALUE "00".
019900 01  Rdctrn-File-Status              PIC XX.
020000 01  Rdcresp-File-Status             PIC XX.
020100 01  Settltot-File-Status            PIC XX.
020200 01  Runctlin-File-Status            PIC XX.
020300     88  Runctlin-OK                 VALUE "00".
020400     88  Runctlin-Not-Found          VALUE "35".
020500
020600 77  Remote-Channel                  PIC X(03) VALUE "RDC".
020700*    A FULL RESTRAINT (ESTATE, TAKEOVER) HOLDS THE WHOLE
020800*    ACCOUNT AT THIS AMOUNT; HOLDS THAT REACH IT MEAN FROZEN.
020900 77  Frozen-Restraint-Amount         PIC S9(7)V99
021000                                     VALUE 999999.99.
021100*    THE SHOP FLOAT WHEN FLOATSCH HAS NEITHER AN RD NOR A DF
021200*    ROW - THE POST FALLS BACK THE SAME WAY.
021300 77  Remote-Float-Days               PIC 9(02) VALUE 2.
021400*    A LEGACY ACCOUNT WITH NO OPEN DATE COUNTS AS SEASONED.
021500 77  Seasoned-Tenure-Days            PIC 9(05) VALUE 99999.
021600 77  Usage-Window-Days               PIC 9(02) VALUE 30.
021700 77  Tier-Table-Max                  PIC 9(04) COMP VALUE 50.
021800 77  Routing-Table-Max               PIC 9(04) COMP VALUE 200.
021900 77  Seen-Table-Max                  PIC 9(04) COMP VALUE 2000.
022000
022100 COPY FILETRLR.
022200 01  Business-Date                   PIC 9(08).
022300 01  Window-Start-Date               PIC 9(08).
022400 01  Available-Date                  PIC 9(08).
022500 01  Work-Integer-Date               PIC 9(07).
022600 01  Holds-Total                     PIC S9(7)V99.
022700 01  Item-Dollars                    PIC 9(06).
022800 01  Item-Customer                   PIC X(10).
022900 01  Item-Tenure-Days                PIC 9(05).
023000 01  Item-Trust-Score                PIC 9(01).
023100 01  Drawer-Account                  PIC X(10).
023200 01  Customer-Day-Total              PIC 9(09).
023300 01  Customer-Window-Total           PIC 9(09).
023400 01  Reject-Reason                   PIC X(03).
023500     88  Item-Passes                 VALUE SPACES.
023600 01  Reject-Text                     PIC X(40).
023700 01  Found-Switch                    PIC X(01).
023800     88  Match-Found                 VALUE "Y".
023900     88  Match-Not-Found             VALUE "N".
024000 01  Onus-Switch                     PIC X(01).
024100     88  Check-Is-On-Us              VALUE "Y".
024200     88  Check-Not-On-Us             VALUE "N".
024300 01  Fngrprnt-Switch                 PIC X(01).
024400     88  Fngrprnt-Available          VALUE "Y".
024500     88  Fngrprnt-Not-Available      VALUE "N".
024600 01  Tranhist-Switch                 PIC X(01).
024700     88  Tranhist-Available          VALUE "Y".
024800     88  Tranhist-Not-Available      VALUE "N".
024900
025000*    THE LIMIT TIERS, LOADED ONCE; THE GOVERNING TIER FOR THE
025100*    ITEM IN HAND IS THE QUALIFYING ONE WITH THE HIGHEST DAILY
025200*    LIMIT.
025300 01  Tier-Table.
025400     05  Tier-Count                  PIC 9(04) COMP.
025500     05  Tier-Row OCCURS 50 TIMES.
025600         10  TT-TIER-CODE            PIC X(02).
025700         10  TT-MIN-TENURE-DAYS      PIC 9(05).
025800         10  TT-MIN-TRUST-SCORE      PIC 9(01).
025900         10  TT-DAILY-LIMIT          PIC 9(07).
026000         10  TT-30-DAY-LIMIT         PIC 9(08).
026100 01  Tier-Sub                        PIC 9(04) COMP.
026200 01  Governing-Tier                  PIC 9(04) COMP.
026300
026400 01  Routing-Table.
026500     05  Routing-Count               PIC 9(04) COMP.
026600     05  Routing-Row OCCURS 200 TIMES.
026700         10  Routing-Number          PIC X(09).
026800 01  Routing-Sub                     PIC 9(04) COMP.
026900
027000*    EVERY CHECK ACCEPTED SO FAR TONIGHT, BY ITS MICR LINE, SO
027100*    A SECOND IMAGE OF THE SAME CHECK IN THE FILE IS CAUGHT.
027200 01  Seen-Table.
027300     05  Seen-Count                  PIC 9(04) COMP.
027400     05  Seen-Row OCCURS 2000 TIMES.
027500         10  Seen-MICR-Data          PIC X(32).
027600 01  Seen-Sub                        PIC 9(04) COMP.
027700
027800 01  Intake-Counters.
027900     05  Items-Read                  PIC 9(7) COMP.
028000     05  Items-Accepted              PIC 9(7) COMP.
028100     05  Items-Rejected              PIC 9(7) COMP.
028200     05  Rejected-Ineligible         PIC 9(7) COMP.
028300     05  Rejected-Unreadable         PIC 9(7) COMP.
028400     05  Rejected-Duplicate          PIC 9(7) COMP.
028500     05  Rejected-Paid               PIC 9(7) COMP.
028600     05  Rejected-No-Tier            PIC 9(7) COMP.
028700     05  Rejected-Daily-Limit        PIC 9(7) COMP.
028800     05  Rejected-30-Day-Limit       PIC 9(7) COMP.
028900     05  Usage-Rows-Purged           PIC 9(7) COMP.
029000     05  Tier-Rows-Dropped           PIC 9(7) COMP.
029100     05  Routing-Rows-Dropped        PIC 9(7) COMP.
029200 01  Accepted-Dollars                PIC 9(09).
029300 01  Cents-Not-Carried               PIC 9(07)V99.
029400 01  Out-Record-Count                PIC 9(07).
029500 01  Out-Hash-Total                  PIC 9(11).
029600
029700 PROCEDURE DIVISION.
029800
029900 0000-MAINLINE.
030000     CALL "BatchStepTimer" USING "STEP004M", "S"
030100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
030200     PERFORM 2000-PROCESS-ITEM THRU 2000-PROCESS-ITEM-EXIT
030300         UNTIL Rdcitem-EOF
030400     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
030500     CALL "BatchStepTimer" USING "STEP004M", "E"
030600     STOP RUN.
030700
030800 1000-INITIALIZE.
030900     OPEN INPUT ACCTMSTR
031000     OPEN INPUT CUSTREL
031100     OPEN INPUT CUSTMSTR
031200     OPEN I-O RDCUSAGE
031300     OPEN OUTPUT RDCTRN
031400     OPEN OUTPUT RDCRESP
031500     INITIALIZE Intake-Counters
031600     MOVE ZERO TO Accepted-Dollars
031700                  Cents-Not-Carried
031800                  Out-Record-Count
031900                  Out-Hash-Total
032000                  Tier-Count
032100                  Routing-Count
032200                  Seen-Count
032300     OPEN INPUT RUNCTLIN
032400     IF Runctlin-OK
032500         READ RUNCTLIN
032600             AT END
032700                 SET Runctlin-Not-Found TO TRUE
032800         END-READ
032900     END-IF
033000     IF Runctlin-OK
033100         MOVE RI-BUSINESS-DATE TO Business-Date
033200         CLOSE RUNCTLIN
033300     ELSE
033400         ACCEPT Business-Date FROM DATE YYYYMMDD
033500     END-IF
033600     DISPLAY "REMOTE DEPOSIT INTAKE - " Business-Date
033700     COMPUTE Work-Integer-Date =
033800         FUNCTION INTEGER-OF-DATE(Business-Date)
033900             - Usage-Window-Days + 1
034000     MOVE FUNCTION DATE-OF-INTEGER(Work-Integer-Date)
034100         TO Window-Start-Date
034200
034300     OPEN INPUT RDCLIMIT
034400     IF Rdclimit-OK
034500         READ RDCLIMIT
034600             AT END
034700                 SET Rdclimit-EOF TO TRUE
034800         END-READ
034900     ELSE
035000         DISPLAY "NO RDCLIMIT TIERS - EVERY ITEM REJECTS M05"
035100         SET Rdclimit-EOF TO TRUE
035200     END-IF
035300     PERFORM 1100-LOAD-TIER THRU 1100-LOAD-TIER-EXIT
035400         UNTIL Rdclimit-EOF
035500     IF Rdclimit-OK OR Rdclimit-EOF
035600         CLOSE RDCLIMIT
035700     END-IF
035800
035900     OPEN INPUT BRCHRTE
036000     IF Brchrte-OK
036100         READ BRCHRTE
036200             AT END
036300                 SET Brchrte-EOF TO TRUE
036400         END-READ
036500     ELSE
036600         SET Brchrte-EOF TO TRUE
036700     END-IF
036800     PERFORM 1200-LOAD-ROUTING THRU 1200-LOAD-ROUTING-EXIT
036900         UNTIL Brchrte-EOF
037000     IF Brchrte-OK OR Brchrte-EOF
037100         CLOSE BRCHRTE
037200     END-IF
037300
037400     PERFORM 1300-LOAD-FLOAT-DAYS THRU 1300-LOAD-FLOAT-DAYS-EXIT
037500     COMPUTE Work-Integer-Date =
037600         FUNCTION INTEGER-OF-DATE(Business-Date)
037700             + Remote-Float-Days
037800     MOVE FUNCTION DATE-OF-INTEGER(Work-Integer-Date)
037900         TO Available-Date
038000
038100*> Without the fingerprint file or the history only the
038200*> in-file duplicate test and the limits stand.
038300     OPEN INPUT FNGRPRNT
038400     IF Fngrprnt-OK
038500         SET Fngrprnt-Available TO TRUE
038600     ELSE
038700         SET Fngrprnt-Not-Available TO TRUE
038800     END-IF
038900     OPEN INPUT TRANHIST
039000     IF Tranhist-OK
039100         SET Tranhist-Available TO TRUE
039200     ELSE
039300         SET Tranhist-Not-Available TO TRUE
039400     END-IF
039500
039600*> No capture file on a given night just means nothing was
039700*> deposited through the app.
039800     OPEN INPUT RDCITEM
039900     IF Rdcitem-OK
040000         READ RDCITEM
040100             AT END
040200                 SET Rdcitem-EOF TO TRUE
040300         END-READ
040400     ELSE
040500         DISPLAY "NO REMOTE CAPTURE FILE TONIGHT"
040600         SET Rdcitem-EOF TO TRUE
040700     END-IF.
040800 1000-INITIALIZE-EXIT.
040900     EXIT.
041000
041100 1100-LOAD-TIER.
041200     IF Tier-Count < Tier-Table-Max
041300         AND ML-MIN-TENURE-DAYS NUMERIC
041400         AND ML-MIN-TRUST-SCORE NUMERIC
041500         AND ML-DAILY-LIMIT NUMERIC
041600         AND ML-30-DAY-LIMIT NUMERIC
041700         ADD 1 TO Tier-Count
041800         MOVE ML-TIER-CODE TO TT-TIER-CODE (Tier-Count)
041900         MOVE ML-MIN-TENURE-DAYS
042000             TO TT-MIN-TENURE-DAYS (Tier-Count)
042100         MOVE ML-MIN-TRUST-SCORE
042200             TO TT-MIN-TRUST-SCORE (Tier-Count)
042300         MOVE ML-DAILY-LIMIT TO TT-DAILY-LIMIT (Tier-Count)
042400         MOVE ML-30-DAY-LIMIT TO TT-30-DAY-LIMIT (Tier-Count)
042500     ELSE
042600         ADD 1 TO Tier-Rows-Dropped
042700     END-IF
042800     READ RDCLIMIT
042900         AT END
043000             SET Rdclimit-EOF TO TRUE
043100     END-READ.
043200 1100-LOAD-TIER-EXIT.
043300     EXIT.
043400
043500 1200-LOAD-ROUTING.
043600     IF Routing-Count < Routing-Table-Max
043700         ADD 1 TO Routing-Count
043800         MOVE RB-ROUTING-NUMBER TO Routing-Number (Routing-Count)
043900     ELSE
044000         ADD 1 TO Routing-Rows-Dropped
044100     END-IF
044200     READ BRCHRTE
044300         AT END
044400             SET Brchrte-EOF TO TRUE
044500     END-READ.
044600 1200-LOAD-ROUTING-EXIT.
044700     EXIT.
044800
044900*> The remote schedule row; without it remote items float the
045000*> shop default row, and without that the shop default days.
045100 1300-LOAD-FLOAT-DAYS.
045200     OPEN INPUT FLOATSCH
045300     IF NOT Floatsch-OK
045400         GO TO 1300-LOAD-FLOAT-DAYS-EXIT
045500     END-IF
045600     MOVE "DF" TO FS-DEPOSIT-TYPE
045700     READ FLOATSCH
045800         INVALID KEY
045900             CONTINUE
046000         NOT INVALID KEY
046100             IF FS-FLOAT-DAYS NUMERIC
046200                 MOVE FS-FLOAT-DAYS TO Remote-Float-Days
046300             END-IF
046400     END-READ
046500     MOVE "RD" TO FS-DEPOSIT-TYPE
046600     READ FLOATSCH
046700         INVALID KEY
046800             CONTINUE
046900         NOT INVALID KEY
047000             IF FS-FLOAT-DAYS NUMERIC
047100                 MOVE FS-FLOAT-DAYS TO Remote-Float-Days
047200             END-IF
047300     END-READ
047400     CLOSE FLOATSCH.
047500 1300-LOAD-FLOAT-DAYS-EXIT.
047600     EXIT.
047700
047800*****************************************************************
047900*    ONE CAPTURED IMAGE: THE EDITS IN ORDER, THE FIRST FAILURE  *
048000*    REJECTS. A PASSING ITEM IS RELEASED, COUNTED AGAINST THE   *
048100*    CUSTOMER'S LIMITS AND REMEMBERED FOR THE IN-FILE TEST.     *
048200*****************************************************************
048300 2000-PROCESS-ITEM.
048400     ADD 1 TO Items-Read
048500     MOVE SPACES TO Reject-Reason
048600     PERFORM 2100-EDIT-ACCOUNT THRU 2100-EDIT-ACCOUNT-EXIT
048700     IF Item-Passes
048800         PERFORM 2200-EDIT-ITEM THRU 2200-EDIT-ITEM-EXIT
048900     END-IF
049000     IF Item-Passes
049100         PERFORM 2300-CHECK-PRESENTED
049150             THRU 2300-CHECK-PRESENTED-EXIT
049200     END-IF
049300     IF Item-Passes
049400         PERFORM 2400-CHECK-PAID THRU 2400-CHECK-PAID-EXIT
049500     END-IF
049600     IF Item-Passes
049700         PERFORM 2500-CHECK-LIMITS THRU 2500-CHECK-LIMITS-EXIT
049800     END-IF
049900     IF Item-Passes
050000         PERFORM 2600-ACCEPT-ITEM THRU 2600-ACCEPT-ITEM-EXIT
050100     ELSE
050200         PERFORM 2700-REJECT-ITEM THRU 2700-REJECT-ITEM-EXIT
050300     END-IF
050400     READ RDCITEM
050500         AT END
050600             SET Rdcitem-EOF TO TRUE
050700     END-READ.
050800 2000-PROCESS-ITEM-EXIT.
050900     EXIT.
051000
051100 2100-EDIT-ACCOUNT.
051200     MOVE MV-ACCOUNT-NUMBER TO MF-ACCOUNT-NUMBER
051300     READ ACCTMSTR
051400         INVALID KEY
051500             MOVE "M01" TO Reject-Reason
051600             GO TO 2100-EDIT-ACCOUNT-EXIT
051700     END-READ
051800     IF MF-Account-Is-Closed OR MF-Account-Is-Dormant
051900         MOVE "M01" TO Reject-Reason
052000         GO TO 2100-EDIT-ACCOUNT-EXIT
052100     END-IF
052200     CALL "AccountHoldsTotal" USING MV-ACCOUNT-NUMBER, Holds-Total
052300     IF Holds-Total NOT < Frozen-Restraint-Amount
052400         MOVE "M01" TO Reject-Reason
052500     END-IF.
052600 2100-EDIT-ACCOUNT-EXIT.
052700     EXIT.
052800
052900 2200-EDIT-ITEM.
053000     IF MV-ITEM-AMOUNT NOT NUMERIC
053100         OR MV-ITEM-AMOUNT < 1
053200         OR MV-MICR-ROUTING = SPACES
053300         OR MV-MICR-ACCOUNT = SPACES
053400         OR MV-MICR-SERIAL = SPACES
053500         OR MV-MICR-SERIAL = ZEROS
053600         MOVE "M02" TO Reject-Reason
053700         GO TO 2200-EDIT-ITEM-EXIT
053800     END-IF
053900     MOVE MV-ITEM-AMOUNT TO Item-Dollars.
054000 2200-EDIT-ITEM-EXIT.
054100     EXIT.
054200
054300*> Presented before: a second image of a check already taken
054400*> tonight, or a fingerprint on the depositing account with the
054500*> same dollars and serial from an earlier night.
054600 2300-CHECK-PRESENTED.
054700     SET Match-Not-Found TO TRUE
054800     PERFORM 2310-FIND-SEEN THRU 2310-FIND-SEEN-EXIT
054900         VARYING Seen-Sub FROM 1 BY 1
055000         UNTIL Seen-Sub > Seen-Count
055100            OR Match-Found
055200     IF Match-Found
055300         MOVE "M03" TO Reject-Reason
055400         GO TO 2300-CHECK-PRESENTED-EXIT
055500     END-IF
055600     IF Fngrprnt-Not-Available
055700         GO TO 2300-CHECK-PRESENTED-EXIT
055800     END-IF
055900     MOVE LOW-VALUES TO FP-FINGERPRINT-KEY
056000     MOVE MV-ACCOUNT-NUMBER TO FP-ACCOUNT-NUMBER
056100     START FNGRPRNT KEY IS NOT LESS THAN FP-FINGERPRINT-KEY
056200         INVALID KEY
056300             GO TO 2300-CHECK-PRESENTED-EXIT
056400     END-START
056500     READ FNGRPRNT NEXT RECORD
056600         AT END
056700             SET Fngrprnt-EOF TO TRUE
056800     END-READ
056900     PERFORM 2320-SCAN-FINGERPRINT THRU 2320-SCAN-FINGERPRINT-EXIT
057000         UNTIL Fngrprnt-EOF
057100            OR FP-ACCOUNT-NUMBER NOT = MV-ACCOUNT-NUMBER
057200            OR Match-Found
057300     IF Match-Found
057400         MOVE "M03" TO Reject-Reason
057500     END-IF.
057600 2300-CHECK-PRESENTED-EXIT.
057700     EXIT.
057800
057900 2310-FIND-SEEN.
058000     IF Seen-MICR-Data (Seen-Sub) = MV-MICR-DATA
058100         SET Match-Found TO TRUE
058200     END-IF.
058300 2310-FIND-SEEN-EXIT.
058400     EXIT.
058500
058600 2320-SCAN-FINGERPRINT.
058700     IF FP-SERIAL-NUMBER = MV-MICR-SERIAL
058800         AND FP-TRANS-AMOUNT = Item-Dollars
058900         SET Match-Found TO TRUE
059000         GO TO 2320-SCAN-FINGERPRINT-EXIT
059100     END-IF
059200     READ FNGRPRNT NEXT RECORD
059300         AT END
059400             SET Fngrprnt-EOF TO TRUE
059500     END-READ.
059600 2320-SCAN-FINGERPRINT-EXIT.
059700     EXIT.
059800
059900*> An on-us check is drawn on one of our own accounts; if its
060000*> serial has already cleared that account (the paid-check
060100*> register's test) it cannot be deposited again.
060200 2400-CHECK-PAID.
060300     SET Check-Not-On-Us TO TRUE
060400     PERFORM 2410-FIND-ROUTING THRU 2410-FIND-ROUTING-EXIT
060500         VARYING Routing-Sub FROM 1 BY 1
060600         UNTIL Routing-Sub > Routing-Count
060700            OR Check-Is-On-Us
060800     IF Check-Not-On-Us
060900         OR Tranhist-Not-Available
061000         OR MV-MICR-ACCOUNT (11:7) NOT = SPACES
061100         GO TO 2400-CHECK-PAID-EXIT
061200     END-IF
061300     MOVE MV-MICR-ACCOUNT (1:10) TO Drawer-Account
061400     SET Match-Not-Found TO TRUE
061500     MOVE LOW-VALUES TO HT-HISTORY-KEY
061600     MOVE Drawer-Account TO HT-ACCOUNT-NUMBER
061700     START TRANHIST KEY IS NOT LESS THAN HT-HISTORY-KEY
061800         INVALID KEY
061900             GO TO 2400-CHECK-PAID-EXIT
062000     END-START
062100     READ TRANHIST NEXT RECORD
062200         AT END
062300             SET Tranhist-EOF TO TRUE
062400     END-READ
062500     PERFORM 2420-SCAN-HISTORY THRU 2420-SCAN-HISTORY-EXIT
062600         UNTIL Tranhist-EOF
062700            OR HT-ACCOUNT-NUMBER NOT = Drawer-Account
062800            OR Match-Found
062900     IF Match-Found
063000         MOVE "M04" TO Reject-Reason
063100     END-IF.
063200 2400-CHECK-PAID-EXIT.
063300     EXIT.
063400
063500 2410-FIND-ROUTING.
063600     IF Routing-Number (Routing-Sub) = MV-MICR-ROUTING
063700         SET Check-Is-On-Us TO TRUE
063800     END-IF.
063900 2410-FIND-ROUTING-EXIT.
064000     EXIT.
064100
064200 2420-SCAN-HISTORY.
064300     IF HT-WITHDRAWAL
064400         AND HT-SERIAL-NUMBER = MV-MICR-SERIAL
064500         SET Match-Found TO TRUE
064600         GO TO 2420-SCAN-HISTORY-EXIT
064700     END-IF
064800     READ TRANHIST NEXT RECORD
064900         AT END
065000             SET Tranhist-EOF TO TRUE
065100     END-READ.
065200 2420-SCAN-HISTORY-EXIT.
065300     EXIT.
065400
065500*****************************************************************
065600*    THE LIMITS. TENURE IS HOW LONG THE DEPOSITING ACCOUNT HAS  *
065700*    BEEN OPEN; THE TRUST SCORE AND THE USAGE ARE THE           *
065800*    CUSTOMER'S, SO EVERY ACCOUNT THE CUSTOMER OWNS DRAWS ON    *
065900*    THE SAME DAILY AND 30-DAY ALLOWANCE.                       *
066000*****************************************************************
066100 2500-CHECK-LIMITS.
066200     MOVE MV-ACCOUNT-NUMBER TO RL-ACCOUNT-NUMBER
066300     READ CUSTREL
066400         INVALID KEY
066500             MOVE MV-ACCOUNT-NUMBER TO RL-CUSTOMER-NUMBER
066600     END-READ
066700     MOVE RL-CUSTOMER-NUMBER TO Item-Customer
066800     MOVE ZERO TO Item-Trust-Score
066900     MOVE Item-Customer TO CM-CUSTOMER-NUMBER
067000     READ CUSTMSTR
067100         INVALID KEY
067200             CONTINUE
067300         NOT INVALID KEY
067400             IF CM-CUSTOMER-TRUST-SCORE NUMERIC
067500                 MOVE CM-CUSTOMER-TRUST-SCORE TO Item-Trust-Score
067600             END-IF
067700     END-READ
067800     IF MF-OPEN-DATE NOT NUMERIC
067900         OR MF-OPEN-DATE = ZERO
068000         OR MF-OPEN-DATE > Business-Date
068100         MOVE Seasoned-Tenure-Days TO Item-Tenure-Days
068200     ELSE
068300         COMPUTE Work-Integer-Date =
068400             FUNCTION INTEGER-OF-DATE(Business-Date)
068500                 - FUNCTION INTEGER-OF-DATE(MF-OPEN-DATE)
068600         IF Work-Integer-Date > Seasoned-Tenure-Days
068700             MOVE Seasoned-Tenure-Days TO Item-Tenure-Days
068800         ELSE
068900             MOVE Work-Integer-Date TO Item-Tenure-Days
069000         END-IF
069100     END-IF
069200
069300     MOVE ZERO TO Governing-Tier
069400     PERFORM 2510-PICK-TIER THRU 2510-PICK-TIER-EXIT
069500         VARYING Tier-Sub FROM 1 BY 1
069600         UNTIL Tier-Sub > Tier-Count
069700     IF Governing-Tier = ZERO
069800         MOVE "M05" TO Reject-Reason
069900         GO TO 2500-CHECK-LIMITS-EXIT
070000     END-IF
070100
070200     PERFORM 2520-SUM-USAGE THRU 2520-SUM-USAGE-EXIT
070300     IF Customer-Day-Total + Item-Dollars
070400         > TT-DAILY-LIMIT (Governing-Tier)
070500         MOVE "M06" TO Reject-Reason
070600         GO TO 2500-CHECK-LIMITS-EXIT
070700     END-IF
070800     IF Customer-Window-Total + Item-Dollars
070900         > TT-30-DAY-LIMIT (Governing-Tier)
071000         MOVE "M07" TO Reject-Reason
071100     END-IF.
071200 2500-CHECK-LIMITS-EXIT.
071300     EXIT.
071400
071500 2510-PICK-TIER.
071600     IF Item-Tenure-Days < TT-MIN-TENURE-DAYS (Tier-Sub)
071700         OR Item-Trust-Score < TT-MIN-TRUST-SCORE (Tier-Sub)
071800         GO TO 2510-PICK-TIER-EXIT
071900     END-IF
072000     IF Governing-Tier = ZERO
072100         MOVE Tier-Sub TO Governing-Tier
072200         GO TO 2510-PICK-TIER-EXIT
072300     END-IF
072400     IF TT-DAILY-LIMIT (Tier-Sub)
072500         > TT-DAILY-LIMIT (Governing-Tier)
072600         MOVE Tier-Sub TO Governing-Tier
072700     END-IF.
072800 2510-PICK-TIER-EXIT.
072900     EXIT.
073000
073100*> The customer's usage rows, oldest first. Rows that have
073200*> fallen out of the 30-day window are deleted in passing.
073300 2520-SUM-USAGE.
073400     MOVE ZERO TO Customer-Day-Total
073500                  Customer-Window-Total
073600     MOVE Item-Customer TO MG-CUSTOMER-NUMBER
073700     MOVE ZERO TO MG-USAGE-DATE
073800     START RDCUSAGE KEY IS NOT LESS THAN MG-USAGE-KEY
073900         INVALID KEY
074000             GO TO 2520-SUM-USAGE-EXIT
074100     END-START
074200     READ RDCUSAGE NEXT RECORD
074300         AT END
074400             SET Rdcusage-EOF TO TRUE
074500     END-READ
074600     PERFORM 2521-ADD-USAGE THRU 2521-ADD-USAGE-EXIT
074700         UNTIL Rdcusage-EOF
074800            OR MG-CUSTOMER-NUMBER NOT = Item-Customer.
074900 2520-SUM-USAGE-EXIT.
075000     EXIT.
075100
075200 2521-ADD-USAGE.
075300     IF MG-USAGE-DATE < Window-Start-Date
075400         DELETE RDCUSAGE RECORD
075500         ADD 1 TO Usage-Rows-Purged
075600     ELSE
075700         ADD MG-ACCEPTED-AMOUNT TO Customer-Window-Total
075800         IF MG-USAGE-DATE = Business-Date
075900             ADD MG-ACCEPTED-AMOUNT TO Customer-Day-Total
076000         END-IF
076100     END-IF
076200     READ RDCUSAGE NEXT RECORD
076300         AT END
076400             SET Rdcusage-EOF TO TRUE
076500     END-READ.
076600 2521-ADD-USAGE-EXIT.
076700     EXIT.
076800
076900 2600-ACCEPT-ITEM.
077000     MOVE SPACES TO TR-DAILYTRN-RECORD
077100     MOVE MV-ACCOUNT-NUMBER TO TR-ACCOUNT-NUMBER
077200     MOVE "D" TO TR-TRANS-TYPE
077300     MOVE Item-Dollars TO TR-TRANS-AMOUNT
077400     MOVE Business-Date TO TR-TRANS-DATE
077500     MOVE Remote-Channel TO TR-SOURCE-CHANNEL
077600     MOVE MV-MICR-SERIAL TO TR-SERIAL-NUMBER
077700     MOVE ZERO TO TR-TRACE-ID
077800     WRITE TR-DAILYTRN-RECORD
077900     ADD 1 TO Items-Accepted
078000     ADD 1 TO Out-Record-Count
078100     ADD Item-Dollars TO Out-Hash-Total
078200     ADD Item-Dollars TO Accepted-Dollars
078300     COMPUTE Cents-Not-Carried =
078400         Cents-Not-Carried + MV-ITEM-AMOUNT - Item-Dollars
078500
078600     MOVE Item-Customer TO MG-CUSTOMER-NUMBER
078700     MOVE Business-Date TO MG-USAGE-DATE
078800     READ RDCUSAGE
078900         INVALID KEY
079000             MOVE SPACES TO MG-REMOTE-USAGE-RECORD
079100             MOVE Item-Customer TO MG-CUSTOMER-NUMBER
079200             MOVE Business-Date TO MG-USAGE-DATE
079300             MOVE Item-Dollars TO MG-ACCEPTED-AMOUNT
079400             MOVE 1 TO MG-ACCEPTED-ITEMS
079500             WRITE MG-REMOTE-USAGE-RECORD
079600         NOT INVALID KEY
079700             ADD Item-Dollars TO MG-ACCEPTED-AMOUNT
079800             ADD 1 TO MG-ACCEPTED-ITEMS
079900             REWRITE MG-REMOTE-USAGE-RECORD
080000     END-READ
080100
080200     IF Seen-Count < Seen-Table-Max
080300         ADD 1 TO Seen-Count
080400         MOVE MV-MICR-DATA TO Seen-MICR-Data (Seen-Count)
080500     END-IF
080600
080700     MOVE SPACES TO MX-REMOTE-RESPONSE-RECORD
080800     MOVE MV-IMAGE-ID TO MX-IMAGE-ID
080900     MOVE MV-ACCOUNT-NUMBER TO MX-ACCOUNT-NUMBER
081000     MOVE MV-ITEM-AMOUNT TO MX-ITEM-AMOUNT
081100     SET MX-Item-Accepted TO TRUE
081200     MOVE "DEPOSIT RECEIVED" TO MX-REASON-TEXT
081300     MOVE Available-Date TO MX-FUNDS-AVAILABLE-DATE
081400     MOVE Business-Date TO MX-PROCESS-DATE
081500     WRITE MX-REMOTE-RESPONSE-RECORD.
081600 2600-ACCEPT-ITEM-EXIT.
081700     EXIT.
081800
081900 2700-REJECT-ITEM.
082000     ADD 1 TO Items-Rejected
082100     EVALUATE Reject-Reason
082200         WHEN "M01"
082300             MOVE "ACCOUNT CANNOT ACCEPT MOBILE DEPOSITS"
082400                 TO Reject-Text
082500             ADD 1 TO Rejected-Ineligible
082600         WHEN "M02"
082700             MOVE "CHECK IMAGE COULD NOT BE READ - RETAKE"
082800                 TO Reject-Text
082900             ADD 1 TO Rejected-Unreadable
083000         WHEN "M03"
083100             MOVE "THIS CHECK HAS ALREADY BEEN DEPOSITED"
083200                 TO Reject-Text
083300             ADD 1 TO Rejected-Duplicate
083400         WHEN "M04"
083500             MOVE "THIS CHECK HAS ALREADY BEEN PAID"
083600                 TO Reject-Text
083700             ADD 1 TO Rejected-Paid
083800         WHEN "M05"
083900             MOVE "MOBILE DEPOSIT NOT YET AVAILABLE - SEE US"
084000                 TO Reject-Text
084100             ADD 1 TO Rejected-No-Tier
084200         WHEN "M06"
084300             MOVE "OVER YOUR DAILY MOBILE DEPOSIT LIMIT"
084400                 TO Reject-Text
084500             ADD 1 TO Rejected-Daily-Limit
084600         WHEN OTHER
084700             MOVE "OVER YOUR 30-DAY MOBILE DEPOSIT LIMIT"
084800                 TO Reject-Text
084900             ADD 1 TO Rejected-30-Day-Limit
085000     END-EVALUATE
085100     MOVE SPACES TO MX-REMOTE-RESPONSE-RECORD
085200     MOVE MV-IMAGE-ID TO MX-IMAGE-ID
085300     MOVE MV-ACCOUNT-NUMBER TO MX-ACCOUNT-NUMBER
085400     IF MV-ITEM-AMOUNT NUMERIC
085500         MOVE MV-ITEM-AMOUNT TO MX-ITEM-AMOUNT
085600     ELSE
085700         MOVE ZERO TO MX-ITEM-AMOUNT
085800     END-IF
085900     SET MX-Item-Rejected TO TRUE
086000     MOVE Reject-Reason TO MX-REASON-CODE
086100     MOVE Reject-Text TO MX-REASON-TEXT
086200     MOVE ZERO TO MX-FUNDS-AVAILABLE-DATE
086300     MOVE Business-Date TO MX-PROCESS-DATE
086400     WRITE MX-REMOTE-RESPONSE-RECORD
086500     DISPLAY MV-ACCOUNT-NUMBER " IMAGE " MV-IMAGE-ID
086600         " REJECTED " Reject-Reason " - " Reject-Text.
086700 2700-REJECT-ITEM-EXIT.
086800     EXIT.
086900
087000 9000-TERMINATE.
087100*> The released file's shop trailer, so the post proves what
087200*> the intake actually let through.
087300     MOVE "*TRAILER" TO FT-TRAILER-TAG
087400     MOVE Out-Record-Count TO FT-RECORD-COUNT
087500     MOVE Out-Hash-Total TO FT-HASH-TOTAL
087600     MOVE Business-Date TO FT-CREATE-DATE
087700     MOVE SPACES TO TR-DAILYTRN-RECORD
087800     MOVE FT-FILE-TRAILER-RECORD TO TR-DAILYTRN-RECORD (1:34)
087900     WRITE TR-DAILYTRN-RECORD
088000     IF Items-Accepted > 0
088100         OPEN EXTEND SETTLTOT
088200         MOVE SPACES TO CS-SETTLEMENT-TOTALS-RECORD
088300         MOVE Remote-Channel TO CS-SOURCE-CHANNEL
088400         MOVE Business-Date TO CS-SETTLE-DATE
088500         MOVE Items-Accepted TO CS-ITEM-COUNT
088600         MOVE ZERO TO CS-DEBIT-TOTAL
088700         MOVE Accepted-Dollars TO CS-CREDIT-TOTAL
088800         WRITE CS-SETTLEMENT-TOTALS-RECORD
088900         CLOSE SETTLTOT
089000     END-IF
089100     IF Rdcitem-OK OR Rdcitem-EOF
089200         CLOSE RDCITEM
089300     END-IF
089400     IF Fngrprnt-Available
089500         CLOSE FNGRPRNT
089600     END-IF
089700     IF Tranhist-Available
089800         CLOSE TRANHIST
089900     END-IF
090000     CLOSE ACCTMSTR
090100           CUSTREL
090200           CUSTMSTR
090300           RDCUSAGE
090400           RDCTRN
090500           RDCRESP
090600     DISPLAY " "
090700     DISPLAY "REMOTE DEPOSIT INTAKE SUMMARY"
090800     DISPLAY "Items read            - " Items-Read
090900     DISPLAY "Items accepted        - " Items-Accepted
091000     DISPLAY "Dollars accepted      - " Accepted-Dollars
091100     DISPLAY "Cents not carried     - " Cents-Not-Carried
091200     DISPLAY "Funds available       - " Available-Date
091300     DISPLAY "Items rejected        - " Items-Rejected
091400     DISPLAY "  Not eligible  M01   - " Rejected-Ineligible
091500     DISPLAY "  Unreadable    M02   - " Rejected-Unreadable
091600     DISPLAY "  Duplicate     M03   - " Rejected-Duplicate
091700     DISPLAY "  Already paid  M04   - " Rejected-Paid
091800     DISPLAY "  No tier       M05   - " Rejected-No-Tier
091900     DISPLAY "  Daily limit   M06   - " Rejected-Daily-Limit
092000     DISPLAY "  30-day limit  M07   - " Rejected-30-Day-Limit
092100     DISPLAY "Usage rows purged     - " Usage-Rows-Purged
092200     DISPLAY "Tier rows dropped     - " Tier-Rows-Dropped
092300     DISPLAY "Routing rows dropped  - " Routing-Rows-Dropped.
092400 9000-TERMINATE-EXIT.
092500     EXIT.
