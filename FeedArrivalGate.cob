000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FeedArrivalGate.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    FEEDARRIVALGATE                                            *
001100*                                                               *
001200*    NIGHTLY GATE AHEAD OF THE INTAKE CHAIN AND THE SORT. FOR   *
001300*    EVERY FEED ON THE EXPECTED-FEED MANIFEST (FEEDMAN) DUE ON  *
001400*    TONIGHT'S BUSINESS DATE - ITS WEEKDAY IS MARKED AND THE    *
001500*    DATE IS NOT A HOLCAL HOLIDAY, UNLESS THE ROW IS DUE ON     *
001600*    HOLIDAYS TOO - THE ARRIVAL LOG (FEEDARRV) MUST SHOW IT     *
001700*    LANDED CARRYING TONIGHT'S BUSINESS DATE:                   *
001800*      - IN, ON TIME ............................ NOTHING       *
001900*      - IN, AFTER ITS LATEST ARRIVAL TIME ...... LOGGED LARR   *
002000*      - OPTIONAL AND NOT IN .................... LOGGED LATE,  *
002100*        CARRIED FORWARD ON FEEDCFWD, RC=4                      *
002200*      - MANDATORY AND NOT IN ................... LOGGED MISS,  *
002300*        OPERATOR MESSAGE, RC=16 - THE CHAIN IS HELD            *
002400*    A FEED CARRIED FROM AN EARLIER NIGHT IS ACCEPTED WHEN IT   *
002500*    LANDS CARRYING THE DATE IT WAS OWED FOR (LOGGED CARR) AND  *
002600*    JOINS TONIGHT'S RUN; UNTIL THEN IT IS CARRIED AGAIN.       *
002700*    EXCEPTIONS GO ON FEEDLATE.                                 *
002800*                                                               *
002900*    MODIFICATION HISTORY                                      *
003000*    ------------------------------------------------------    *
003100*    DATE       INIT  DESCRIPTION                              *
003200*    ---------  ----  -----------------------------------      *
003300*    2026-10-15  RLB  ORIGINAL.                                *
003400*                                                               *
003500*****************************************************************
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT FEEDMAN ASSIGN TO "FEEDMAN"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS Feedman-File-Status.
004300
004400     SELECT FEEDARRV ASSIGN TO "FEEDARRV"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS Feedarrv-File-Status.
004700
004800     SELECT FEEDCFIN ASSIGN TO "FEEDCFIN"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS Feedcfin-File-Status.
005100
005200     SELECT FEEDCFWD ASSIGN TO "FEEDCFWD"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS Feedcfwd-File-Status.
005500
005600     SELECT FEEDLATE ASSIGN TO "FEEDLATE"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS Feedlate-File-Status.
005900
006000     SELECT HOLCAL ASSIGN TO "HOLCAL"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS RANDOM
006300         RECORD KEY IS HC-HOLIDAY-DATE
006400         FILE STATUS IS Holcal-File-Status.
006500
006600     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS Runctlin-File-Status.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  FEEDMAN.
007300     COPY FEEDMAN.
007400
007500 FD  FEEDARRV.
007600     COPY FEEDARRV.
007700
007800 FD  FEEDCFIN.
007900     COPY FEEDCFWD REPLACING
008000         ==FG-FEED-CARRY-RECORD== BY ==FI-FEED-CARRY-RECORD==
008100         ==FG-FEED-ID== BY ==FI-FEED-ID==
008200         ==FG-OWED-BUSINESS-DATE== BY ==FI-OWED-BUSINESS-DATE==
008300         ==FG-NIGHTS-CARRIED== BY ==FI-NIGHTS-CARRIED==.
008400
008500 FD  FEEDCFWD.
008600     COPY FEEDCFWD.
008700
008800 FD  FEEDLATE.
008900     COPY FEEDLATE.
009000
009100 FD  HOLCAL.
009200     COPY HOLCAL.
009300
009400 FD  RUNCTLIN.
009500     COPY RUNCTL REPLACING
009600         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
009700         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
009800         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
009900         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.
010000
010100 WORKING-STORAGE SECTION.
010200 01  Feedman-File-Status             PIC XX.
010300     88  Feedman-OK                  VALUE "00".
010400     88  Feedman-EOF                 VALUE "10".
010500 01  Feedarrv-File-Status            PIC XX.
010600     88  Feedarrv-OK                 VALUE "00".
010700     88  Feedarrv-EOF                VALUE "10".
010800 01  Feedcfin-File-Status            PIC XX.
010900     88  Feedcfin-OK                 VALUE "00".
011000     88  Feedcfin-EOF                VALUE "10".
011100 01  Feedcfwd-File-Status            PIC XX.
011200 01  Feedlate-File-Status            PIC XX.
011300 01  Holcal-File-Status              PIC XX.
011400     88  Holcal-OK                   VALUE "00".
011500 01  Runctlin-File-Status            PIC XX.
011600     88  Runctlin-OK                 VALUE "00".
011700     88  Runctlin-Not-Found          VALUE "35".
011800
011900*    ARRIVALS OLDER THAN THE WINDOW CANNOT BE OWED TO ANY NIGHT
012000*    STILL CARRIED AND ARE NOT LOADED.
012100 77  Arrival-Window-Days             PIC 9(03) COMP VALUE 45.
012200 77  Arrival-Table-Max               PIC 9(04) COMP VALUE 2000.
012300 77  Carry-Table-Max                 PIC 9(03) COMP VALUE 200.
012400
012500 01  Business-Date                   PIC 9(08).
012600 01  Window-Start-Date               PIC 9(08).
012700 01  Business-Integer-Date           PIC 9(07).
012800 01  Business-Day-Of-Week            PIC 9(01).
012900 01  Business-Holiday-Switch         PIC X(01).
013000     88  Business-Date-Is-Holiday    VALUE "Y".
013100     88  Business-Date-Is-Workday    VALUE "N".
013200
013300 01  Arrival-Table.
013400     05  Arrival-Count               PIC 9(04) COMP.
013500     05  Arrival-Row OCCURS 2000 TIMES.
013600         10  Arrival-Feed-Id         PIC X(08).
013700         10  Arrival-Business-Date   PIC 9(08).
013800         10  Arrival-Stamp.
013900             15  Arrival-Date        PIC 9(08).
014000             15  Arrival-Time        PIC 9(06).
014100 01  Arrival-Sub                     PIC 9(04) COMP.
014200
014300 01  Carry-Table.
014400     05  Carry-Count                 PIC 9(03) COMP.
014500     05  Carry-Row OCCURS 200 TIMES.
014600         10  Carry-Feed-Id           PIC X(08).
014700         10  Carry-Owed-Date         PIC 9(08).
014800         10  Carry-Nights            PIC 9(02).
014900         10  Carry-Feed-Switch       PIC X(01).
015000             88  Carry-Feed-Known    VALUE "Y".
015100 01  Carry-Sub                       PIC 9(03) COMP.
015200
015300*    THE ARRIVAL SEARCH - WHICH FEED AND DATE, AND WHAT CAME.
015400 01  Wanted-Feed-Id                  PIC X(08).
015500 01  Wanted-Date                     PIC 9(08).
015600 01  Found-Switch                    PIC X(01).
015700     88  Arrival-Found               VALUE "Y".
015800     88  Arrival-Not-Found           VALUE "N".
015900 01  Found-Stamp.
016000     05  Found-Date                  PIC 9(08).
016100     05  Found-Time                  PIC 9(06).
016200 01  Newest-Feed-Date                PIC 9(08).
016300 01  Deadline-Stamp.
016400     05  Deadline-Date               PIC 9(08).
016500     05  Deadline-Time               PIC 9(06).
016600
016700 01  Due-Switch                      PIC X(01).
016800     88  Feed-Is-Due                 VALUE "Y".
016900     88  Feed-Not-Due                VALUE "N".
017000
017100 01  Gate-Counters.
017200     05  Feeds-On-Manifest           PIC 9(5) COMP.
017300     05  Feeds-Due                   PIC 9(5) COMP.
017400     05  Feeds-In                    PIC 9(5) COMP.
017500     05  Feeds-In-Late               PIC 9(5) COMP.
017600     05  Mandatory-Missing           PIC 9(5) COMP.
017700     05  Optional-Carried            PIC 9(5) COMP.
017800     05  Carried-Arrived             PIC 9(5) COMP.
017900     05  Carried-Again               PIC 9(5) COMP.
018000
018100 PROCEDURE DIVISION.
018200
018300 0000-MAINLINE.
018400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
018500     PERFORM 2000-CHECK-FEED THRU 2000-CHECK-FEED-EXIT
018600         UNTIL Feedman-EOF
018700     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
018800     IF Mandatory-Missing > 0
018900         MOVE 16 TO RETURN-CODE
019000     ELSE
019100         IF Optional-Carried > 0 OR Carried-Again > 0
019200             MOVE 4 TO RETURN-CODE
019300         END-IF
019400     END-IF
019500     STOP RUN.
019600
019700 1000-INITIALIZE.
019800     INITIALIZE Gate-Counters
019900     MOVE ZERO TO Arrival-Count
020000                  Carry-Count
020100     OPEN INPUT RUNCTLIN
020200     IF Runctlin-OK
020300         READ RUNCTLIN
020400             AT END
020500                 SET Runctlin-Not-Found TO TRUE
020600         END-READ
020700     END-IF
020800     IF Runctlin-OK
020900         MOVE RI-BUSINESS-DATE TO Business-Date
021000         CLOSE RUNCTLIN
021100     ELSE
021200         ACCEPT Business-Date FROM DATE YYYYMMDD
021300     END-IF
021400     COMPUTE Business-Integer-Date =
021500         FUNCTION INTEGER-OF-DATE(Business-Date)
021600     COMPUTE Business-Day-Of-Week =
021700         FUNCTION MOD(Business-Integer-Date, 7)
021800     MOVE FUNCTION DATE-OF-INTEGER(Business-Integer-Date
021900         - Arrival-Window-Days) TO Window-Start-Date
022000
022100     SET Business-Date-Is-Workday TO TRUE
022200     OPEN INPUT HOLCAL
022300     MOVE Business-Date TO HC-HOLIDAY-DATE
022400     READ HOLCAL
022500         INVALID KEY
022600             CONTINUE
022700     END-READ
022800     IF Holcal-OK
022900         SET Business-Date-Is-Holiday TO TRUE
023000     END-IF
023100     CLOSE HOLCAL
023200     DISPLAY "EXPECTED-FEED ARRIVAL GATE - BUSINESS "
023300         Business-Date
023400
023500     PERFORM 1100-LOAD-ARRIVALS THRU 1100-LOAD-ARRIVALS-EXIT
023600     PERFORM 1200-LOAD-CARRIES THRU 1200-LOAD-CARRIES-EXIT
023700
023800     OPEN OUTPUT FEEDCFWD
023900     OPEN EXTEND FEEDLATE
024000     OPEN INPUT FEEDMAN
024100     IF NOT Feedman-OK
024200         ADD 1 TO Mandatory-Missing
024300         DISPLAY "** NO EXPECTED-FEED MANIFEST - THE CHAIN IS"
024400             " HELD **"
024500         SET Feedman-EOF TO TRUE
024600         GO TO 1000-INITIALIZE-EXIT
024700     END-IF
024800     PERFORM 2900-READ-MANIFEST THRU 2900-READ-MANIFEST-EXIT.
024900 1000-INITIALIZE-EXIT.
025000     EXIT.
025100
025200 1100-LOAD-ARRIVALS.
025300     OPEN INPUT FEEDARRV
025400     IF NOT Feedarrv-OK
025500         DISPLAY "No feed arrival log - no feed has landed."
025600         GO TO 1100-LOAD-ARRIVALS-EXIT
025700     END-IF
025800     PERFORM 1110-READ-ARRIVAL THRU 1110-READ-ARRIVAL-EXIT
025900         UNTIL Feedarrv-EOF
026000     CLOSE FEEDARRV.
026100 1100-LOAD-ARRIVALS-EXIT.
026200     EXIT.
026300
026400 1110-READ-ARRIVAL.
026500     READ FEEDARRV
026600         AT END
026700             SET Feedarrv-EOF TO TRUE
026800             GO TO 1110-READ-ARRIVAL-EXIT
026900     END-READ
027000     IF FK-FEED-BUSINESS-DATE < Window-Start-Date
027100         GO TO 1110-READ-ARRIVAL-EXIT
027200     END-IF
027300     IF Arrival-Count < Arrival-Table-Max
027400         ADD 1 TO Arrival-Count
027500         MOVE FK-FEED-ID TO Arrival-Feed-Id (Arrival-Count)
027600         MOVE FK-FEED-BUSINESS-DATE
027700             TO Arrival-Business-Date (Arrival-Count)
027800         MOVE FK-ARRIVAL-DATE TO Arrival-Date (Arrival-Count)
027900         MOVE FK-ARRIVAL-TIME TO Arrival-Time (Arrival-Count)
028000     ELSE
028100         DISPLAY "** ARRIVAL TABLE FULL - " FK-FEED-ID
028200             " OF " FK-FEED-BUSINESS-DATE " NOT LOADED **"
028300     END-IF.
028400 1110-READ-ARRIVAL-EXIT.
028500     EXIT.
028600
028700 1200-LOAD-CARRIES.
028800     OPEN INPUT FEEDCFIN
028900     IF NOT Feedcfin-OK
029000         GO TO 1200-LOAD-CARRIES-EXIT
029100     END-IF
029200     PERFORM 1210-READ-CARRY THRU 1210-READ-CARRY-EXIT
029300         UNTIL Feedcfin-EOF
029400     CLOSE FEEDCFIN.
029500 1200-LOAD-CARRIES-EXIT.
029600     EXIT.
029700
029800 1210-READ-CARRY.
029900     READ FEEDCFIN
030000         AT END
030100             SET Feedcfin-EOF TO TRUE
030200             GO TO 1210-READ-CARRY-EXIT
030300     END-READ
030400     IF Carry-Count < Carry-Table-Max
030500         ADD 1 TO Carry-Count
030600         MOVE FI-FEED-ID TO Carry-Feed-Id (Carry-Count)
030700         MOVE FI-OWED-BUSINESS-DATE
030800             TO Carry-Owed-Date (Carry-Count)
030900         MOVE FI-NIGHTS-CARRIED TO Carry-Nights (Carry-Count)
031000         MOVE "N" TO Carry-Feed-Switch (Carry-Count)
031100     ELSE
031200         DISPLAY "** CARRY TABLE FULL - " FI-FEED-ID
031300             " OWED FOR " FI-OWED-BUSINESS-DATE " DROPPED **"
031400     END-IF.
031500 1210-READ-CARRY-EXIT.
031600     EXIT.
031700
031800*****************************************************************
031900*    ONE MANIFEST FEED - FIRST ANY NIGHTS IT STILL OWES, THEN   *
032000*    TONIGHT.                                                   *
032100*****************************************************************
032200 2000-CHECK-FEED.
032300     ADD 1 TO Feeds-On-Manifest
032400     PERFORM 2100-CHECK-CARRY THRU 2100-CHECK-CARRY-EXIT
032500         VARYING Carry-Sub FROM 1 BY 1
032600         UNTIL Carry-Sub > Carry-Count
032700
032800     SET Feed-Not-Due TO TRUE
032900     IF FM-DUE-ON-DAY (Business-Day-Of-Week + 1) = "Y"
033000         IF Business-Date-Is-Workday OR FM-Due-On-Holidays
033100             SET Feed-Is-Due TO TRUE
033200         END-IF
033300     END-IF
033400     IF Feed-Not-Due
033500         GO TO 2000-CHECK-FEED-NEXT
033600     END-IF
033700     ADD 1 TO Feeds-Due
033800
033900     MOVE FM-FEED-ID TO Wanted-Feed-Id
034000     MOVE Business-Date TO Wanted-Date
034100     PERFORM 2500-FIND-ARRIVAL THRU 2500-FIND-ARRIVAL-EXIT
034200     IF Arrival-Found
034300         ADD 1 TO Feeds-In
034400         MOVE Business-Date TO Deadline-Date
034500         COMPUTE Deadline-Time = FM-LATEST-ARRIVAL-TIME * 100
034600         IF Found-Stamp > Deadline-Stamp
034700             ADD 1 TO Feeds-In-Late
034800             MOVE SPACES TO FJ-FEED-EXCEPTION-RECORD
034900             SET FJ-Arrived-Late TO TRUE
035000             PERFORM 2800-LOG-EXCEPTION
035100                 THRU 2800-LOG-EXCEPTION-EXIT
035200             DISPLAY FM-FEED-ID ": In, but late - landed "
035300                 Found-Date " " Found-Time
035400                 ", due by " FM-LATEST-ARRIVAL-TIME "."
035500         END-IF
035600         GO TO 2000-CHECK-FEED-NEXT
035700     END-IF
035800
035900     IF FM-Feed-Is-Mandatory
036000         ADD 1 TO Mandatory-Missing
036100         MOVE SPACES TO FJ-FEED-EXCEPTION-RECORD
036200         SET FJ-Mandatory-Missing TO TRUE
036300         PERFORM 2800-LOG-EXCEPTION THRU 2800-LOG-EXCEPTION-EXIT
036400         DISPLAY "** MANDATORY FEED " FM-FEED-ID " ("
036500             FM-FEED-NAME ") FROM " FM-FEED-SOURCE
036600             " NOT RECEIVED FOR " Business-Date " **"
036700         DISPLAY "**   EXPECTED IN " FM-DATASET-NAME
036800             " BY " FM-LATEST-ARRIVAL-TIME " **"
036900         PERFORM 2700-SHOW-NEWEST THRU 2700-SHOW-NEWEST-EXIT
037000     ELSE
037100         ADD 1 TO Optional-Carried
037200         MOVE SPACES TO FJ-FEED-EXCEPTION-RECORD
037300         SET FJ-Optional-Carried TO TRUE
037400         PERFORM 2800-LOG-EXCEPTION THRU 2800-LOG-EXCEPTION-EXIT
037500         MOVE SPACES TO FG-FEED-CARRY-RECORD
037600         MOVE FM-FEED-ID TO FG-FEED-ID
037700         MOVE Business-Date TO FG-OWED-BUSINESS-DATE
037800         MOVE 1 TO FG-NIGHTS-CARRIED
037900         WRITE FG-FEED-CARRY-RECORD
038000         DISPLAY FM-FEED-ID ": Optional feed (" FM-FEED-NAME
038100             ") not in - carried to the next night."
038200         PERFORM 2700-SHOW-NEWEST THRU 2700-SHOW-NEWEST-EXIT
038300     END-IF.
038400 2000-CHECK-FEED-NEXT.
038500     PERFORM 2900-READ-MANIFEST THRU 2900-READ-MANIFEST-EXIT.
038600 2000-CHECK-FEED-EXIT.
038700     EXIT.
038800
038900*>   A night this feed still owes: in now, or carried again.
039000 2100-CHECK-CARRY.
039100     IF Carry-Feed-Id (Carry-Sub) NOT = FM-FEED-ID
039200         GO TO 2100-CHECK-CARRY-EXIT
039300     END-IF
039400     SET Carry-Feed-Known (Carry-Sub) TO TRUE
039500     MOVE FM-FEED-ID TO Wanted-Feed-Id
039600     MOVE Carry-Owed-Date (Carry-Sub) TO Wanted-Date
039700     PERFORM 2500-FIND-ARRIVAL THRU 2500-FIND-ARRIVAL-EXIT
039800     MOVE SPACES TO FJ-FEED-EXCEPTION-RECORD
039900     IF Arrival-Found
040000         ADD 1 TO Carried-Arrived
040100         SET FJ-Carried-Arrived TO TRUE
040200         PERFORM 2800-LOG-EXCEPTION THRU 2800-LOG-EXCEPTION-EXIT
040300         DISPLAY FM-FEED-ID ": Carried feed for "
040400             Carry-Owed-Date (Carry-Sub)
040500             " has landed - joins tonight's run."
040600         GO TO 2100-CHECK-CARRY-EXIT
040700     END-IF
040800     ADD 1 TO Carried-Again
040900     SET FJ-Optional-Carried TO TRUE
041000     PERFORM 2800-LOG-EXCEPTION THRU 2800-LOG-EXCEPTION-EXIT
041100     MOVE SPACES TO FG-FEED-CARRY-RECORD
041200     MOVE FM-FEED-ID TO FG-FEED-ID
041300     MOVE Carry-Owed-Date (Carry-Sub) TO FG-OWED-BUSINESS-DATE
041400     IF Carry-Nights (Carry-Sub) < 99
041500         COMPUTE FG-NIGHTS-CARRIED =
041600             Carry-Nights (Carry-Sub) + 1
041700     ELSE
041800         MOVE 99 TO FG-NIGHTS-CARRIED
041900     END-IF
042000     WRITE FG-FEED-CARRY-RECORD
042100     DISPLAY FM-FEED-ID ": Still owed for "
042200         Carry-Owed-Date (Carry-Sub) " - carried "
042300         FG-NIGHTS-CARRIED " night(s).".
042400 2100-CHECK-CARRY-EXIT.
042500     EXIT.
042600
042700*>   The first landing of the wanted feed carrying the wanted
042800*>   date - the time it first became available.
042900 2500-FIND-ARRIVAL.
043000     SET Arrival-Not-Found TO TRUE
043100     MOVE ZERO TO Found-Date
043200                  Found-Time
043300     PERFORM 2510-TEST-ARRIVAL THRU 2510-TEST-ARRIVAL-EXIT
043400         VARYING Arrival-Sub FROM 1 BY 1
043500         UNTIL Arrival-Sub > Arrival-Count
043600            OR Arrival-Found.
043700 2500-FIND-ARRIVAL-EXIT.
043800     EXIT.
043900
044000 2510-TEST-ARRIVAL.
044100     IF Arrival-Feed-Id (Arrival-Sub) = Wanted-Feed-Id
044200         AND Arrival-Business-Date (Arrival-Sub) = Wanted-Date
044300         SET Arrival-Found TO TRUE
044400         MOVE Arrival-Date (Arrival-Sub) TO Found-Date
044500         MOVE Arrival-Time (Arrival-Sub) TO Found-Time
044600     END-IF.
044700 2510-TEST-ARRIVAL-EXIT.
044800     EXIT.
044900
045000*>   What did land for a missing feed, if anything - a file
045100*>   carrying the wrong date reads differently from no file.
045200 2700-SHOW-NEWEST.
045300     MOVE ZERO TO Newest-Feed-Date
045400     PERFORM 2710-TEST-NEWEST THRU 2710-TEST-NEWEST-EXIT
045500         VARYING Arrival-Sub FROM 1 BY 1
045600         UNTIL Arrival-Sub > Arrival-Count
045700     IF Newest-Feed-Date = ZERO
045800         DISPLAY "**   NOTHING HAS LANDED FOR IT IN "
045900             Arrival-Window-Days " DAYS **"
046000     ELSE
046100         DISPLAY "**   NEWEST FILE LANDED CARRIES "
046200             Newest-Feed-Date " **"
046300     END-IF.
046400 2700-SHOW-NEWEST-EXIT.
046500     EXIT.
046600
046700 2710-TEST-NEWEST.
046800     IF Arrival-Feed-Id (Arrival-Sub) = FM-FEED-ID
046900         AND Arrival-Business-Date (Arrival-Sub)
047000             > Newest-Feed-Date
047100         MOVE Arrival-Business-Date (Arrival-Sub)
047200             TO Newest-Feed-Date
047300     END-IF.
047400 2710-TEST-NEWEST-EXIT.
047500     EXIT.
047600
047700*>   The event code is set by the caller; the rest is common.
047800 2800-LOG-EXCEPTION.
047900     MOVE Business-Date TO FJ-BUSINESS-DATE
048000     MOVE FM-FEED-ID TO FJ-FEED-ID
048100     MOVE FM-FEED-NAME TO FJ-FEED-NAME
048200     MOVE Wanted-Date TO FJ-OWED-BUSINESS-DATE
048300     MOVE FM-LATEST-ARRIVAL-TIME TO FJ-LATEST-ARRIVAL-TIME
048400     MOVE Found-Date TO FJ-ARRIVAL-DATE
048500     MOVE Found-Time TO FJ-ARRIVAL-TIME
048600     WRITE FJ-FEED-EXCEPTION-RECORD.
048700 2800-LOG-EXCEPTION-EXIT.
048800     EXIT.
048900
049000 2900-READ-MANIFEST.
049100     READ FEEDMAN
049200         AT END
049300             SET Feedman-EOF TO TRUE
049400     END-READ.
049500 2900-READ-MANIFEST-EXIT.
049600     EXIT.
049700
049800 9000-TERMINATE.
049900     PERFORM 9100-DROP-UNKNOWN-CARRY
050000         THRU 9100-DROP-UNKNOWN-CARRY-EXIT
050100         VARYING Carry-Sub FROM 1 BY 1
050200         UNTIL Carry-Sub > Carry-Count
050300     CLOSE FEEDMAN
050400     CLOSE FEEDCFWD
050500     CLOSE FEEDLATE
050600     DISPLAY " "
050700     DISPLAY "Feeds on manifest      - " Feeds-On-Manifest
050800     DISPLAY "Feeds due tonight      - " Feeds-Due
050900     DISPLAY "Feeds in               - " Feeds-In
051000     DISPLAY "  of which late        - " Feeds-In-Late
051100     DISPLAY "Optional feeds carried - " Optional-Carried
051200     DISPLAY "Carried feeds landed   - " Carried-Arrived
051300     DISPLAY "Carried feeds still out- " Carried-Again
051400     DISPLAY "Mandatory feeds missing- " Mandatory-Missing
051500     IF Mandatory-Missing > 0
051600         DISPLAY "** " Mandatory-Missing " MANDATORY FEED(S)"
051700             " MISSING - THE NIGHT'S CHAIN IS HELD. RECEIVE"
051800             " THEM (FEEDRCV) AND RESTART ACCTBAT AT STEP003G."
051900             " RUN FAILED RC=16 **"
052000     ELSE
052100         DISPLAY "ALL MANDATORY FEEDS ARE IN."
052200     END-IF.
052300 9000-TERMINATE-EXIT.
052400     EXIT.
052500
052600*>   A carry for a feed taken off the manifest goes no further.
052700 9100-DROP-UNKNOWN-CARRY.
052800     IF NOT Carry-Feed-Known (Carry-Sub)
052900         DISPLAY Carry-Feed-Id (Carry-Sub)
053000             ": No longer on the manifest - carry for "
053100             Carry-Owed-Date (Carry-Sub) " dropped."
053200     END-IF.
053300 9100-DROP-UNKNOWN-CARRY-EXIT.
053400     EXIT.
