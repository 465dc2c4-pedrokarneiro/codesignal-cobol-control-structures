000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    InboundAchIntake.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-05.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    INBOUNDACHINTAKE                                           *
001100*                                                               *
001200*    READS THE NACHA RECEIPT FILE FROM THE ACH OPERATOR         *
001300*    (ACHIN) AND PROVES IT: EVERY BATCH CONTROL (ENTRY AND      *
001400*    ADDENDA COUNT, ENTRY HASH, DEBIT AND CREDIT TOTALS) AND    *
001500*    THE FILE CONTROL MUST AGREE WITH WHAT WAS READ, OR THE     *
001600*    STEP ENDS RC=8 AND THE NIGHT HOLDS FOR OPERATIONS.         *
001700*                                                               *
001800*    EACH ENTRY DETAIL IS EDITED AGAINST THE MASTER:            *
001900*      - NO SUCH ACCOUNT (AFTER THE CHKDXREF RE-KEY             *
002000*        CROSS-REFERENCE) .............. RETURNED R03           *
002100*      - CLOSED ........................ RETURNED R02           *
002200*      - FROZEN (A FULL RESTRAINT HOLD) . RETURNED R16          *
002300*      - DORMANT ....................... RETURNED R20           *
002400*    A GOOD ENTRY IS WRITTEN TO ACHTRN (DAILYTRN, CHANNEL ACH)  *
002500*    FOR THE TRACE STAMP AND THE NIGHTLY SORT AND POST. AN      *
002600*    ENTRY THAT REACHED A RE-KEYED ACCOUNT POSTS TO THE NEW     *
002700*    NUMBER AND THE ORIGINATOR GETS A NOTIFICATION OF CHANGE    *
002800*    (C01); ONE SENT TO THE ROUTING OF A BRANCH THE ACCOUNT     *
002900*    HAS MOVED AWAY FROM (BRCHRTE) GETS A C02, BOTH A C03.      *
003000*    PRENOTES ARE EDITED THE SAME WAY BUT NOT POSTED.           *
003100*                                                               *
003200*    RETURNS AND NOTICES ARE SENT ON ACHRTN IN NACHA FORMAT -   *
003300*    FOR EACH RECEIVED BATCH A RETURN BATCH UNDER THE SAME      *
003400*    COMPANY AND A COR BATCH, EACH ENTRY WITH ITS 99 OR 98      *
003500*    ADDENDA. EVERY ENTRY RECEIVED IS KEPT ON ACHREG. THE       *
003600*    POSTED TOTAL IS CLAIMED ON SETTLTOT UNDER CHANNEL ACH.     *
003700*                                                               *
003800*    DAILYTRN CARRIES WHOLE DOLLARS, SO ONLY THE DOLLARS OF AN  *
003900*    ENTRY POST; THE CENTS LEFT BEHIND ARE TOTALLED ON THE      *
004000*    SUMMARY. AN ENTRY UNDER ONE DOLLAR OR OVER 999,999.99,     *
004100*    OR WITH A TRANSACTION CODE THAT IS NOT A DEMAND OR         *
004200*    SAVINGS CREDIT OR DEBIT, IS HELD (H) AND LISTED FOR        *
004300*    MANUAL HANDLING.                                           *
004400*                                                               *
004500*    AN ACH DEBIT TO AN ACCOUNT ENROLLED IN THE ACHFILT FILTER  *
004600*    THAT IS BLOCKED, FROM AN ORIGINATOR NOT LISTED, OR OVER    *
004700*    THE ORIGINATOR'S MAXIMUM IS NOT POSTED BUT WRITTEN TO      *
004800*    ACHEXCP WITH A NEXT-BUSINESS-DAY DEADLINE FOR THE          *
004900*    CUSTOMER'S DECISION. BEFORE THE NIGHT'S FILE IS READ, THE  *
005000*    DECIDED ROWS ARE POSTED (PAY) OR RETURNED R29 (RETURN),    *
005100*    AND ROWS STILL UNDECIDED AT THE DEADLINE ARE RETURNED R29  *
005200*    AS UNAUTHORIZED.                                           *
005300*                                                               *
005400*    MODIFICATION HISTORY                                      *
005500*    ------------------------------------------------------    *
005600*    DATE       INIT  DESCRIPTION                              *
005700*    ---------  ----  -----------------------------------      *
005800*    2026-10-05  RLB  ORIGINAL.                                *
005900*    2026-10-06  RLB  ACH DEBIT FILTER: FILTERED DEBITS TO     *
006000*                     ACHEXCP, DECIDED AND EXPIRED EXCEPTIONS  *
006100*                     POSTED OR RETURNED R29.                  *
006200*                                                               *
006300*****************************************************************
006400
006500 ENVIRONMENT DIVISION.
006600 INPUT-OUTPUT SECTION.
006700 FILE-CONTROL.
006800     SELECT ACHIN ASSIGN TO "ACHIN"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS Achin-File-Status.
007100
007200     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS RANDOM
007500         RECORD KEY IS MF-ACCOUNT-NUMBER
007600         FILE STATUS IS Acctmstr-File-Status.
007700
007800     SELECT CHKDXREF ASSIGN TO "CHKDXREF"
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS RANDOM
008100         RECORD KEY IS XD-OLD-ACCOUNT-NUMBER
008200         FILE STATUS IS Chkdxref-File-Status.
008300
008400     SELECT BRCHRTE ASSIGN TO "BRCHRTE"
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS Brchrte-File-Status.
008700
008800     SELECT ACHTRN ASSIGN TO "ACHTRN"
008900         ORGANIZATION IS SEQUENTIAL
009000         FILE STATUS IS Achtrn-File-Status.
009100
009200     SELECT ACHRTN ASSIGN TO "ACHRTN"
009300         ORGANIZATION IS SEQUENTIAL
009400         FILE STATUS IS Achrtn-File-Status.
009500
009600     SELECT ACHREG ASSIGN TO "ACHREG"
009700         ORGANIZATION IS SEQUENTIAL
009800         FILE STATUS IS Achreg-File-Status.
009900
010000     SELECT SETTLTOT ASSIGN TO "SETTLTOT"
010100         ORGANIZATION IS SEQUENTIAL
010200         FILE STATUS IS Settltot-File-Status.
010300
010400     SELECT ACHFILT ASSIGN TO "ACHFILT"
010500         ORGANIZATION IS INDEXED
010600         ACCESS MODE IS RANDOM
010700         RECORD KEY IS AF-FILTER-KEY
010800         FILE STATUS IS Achfilt-File-Status.
010900
011000     SELECT ACHEXCP ASSIGN TO "ACHEXCP"
011100         ORGANIZATION IS INDEXED
011200         ACCESS MODE IS DYNAMIC
011300         RECORD KEY IS AY-EXCEPTION-KEY
011400         FILE STATUS IS Achexcp-File-Status.
011500
011600     SELECT HOLCAL ASSIGN TO "HOLCAL"
011700         ORGANIZATION IS INDEXED
011800         ACCESS MODE IS RANDOM
011900         RECORD KEY IS HC-HOLIDAY-DATE
012000         FILE STATUS IS Holcal-File-Status.
012100
012200     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
012300         ORGANIZATION IS SEQUENTIAL
012400         FILE STATUS IS Runctlin-File-Status.
012500
012600 DATA DIVISION.
012700 FILE SECTION.
012800 FD  ACHIN.
012900     COPY ACHFILE.
013000
013100 FD  ACCTMSTR.
013200     COPY ACCTMSTR.
013300
013400 FD  CHKDXREF.
013500     COPY CHKDXREF.
013600
013700 FD  BRCHRTE.
013800     COPY BRCHRTE.
013900
014000 FD  ACHTRN.
014100     COPY DAILYTRN.
014200
014300 FD  ACHRTN.
014400     COPY ACHRTN.
014500
014600 FD  ACHREG.
014700     COPY ACHREG.
014800
014900 FD  SETTLTOT.
015000     COPY SETTLTOT.
015100
015200 FD  ACHFILT.
015300     COPY ACHFILT.
015400
015500 FD  ACHEXCP.
015600     COPY ACHEXCP.
015700
015800 FD  HOLCAL.
015900     COPY HOLCAL.
016000
016100 FD  RUNCTLIN.
016200     COPY RUNCTL REPLACING
016300         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
016400         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
016500         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
016600         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.
016700
016800 WORKING-STORAGE SECTION.
016900 01  Achin-File-Status               PIC XX.
017000     88  Achin-OK                    VALUE "00".
017100     88  Achin-EOF                   VALUE "10".
017200 01  Acctmstr-File-Status            PIC XX.
017300     88  Acctmstr-OK                 VALUE "00".
017400     88  Acctmstr-Not-On-File        VALUE "23".
017500 01  Chkdxref-File-Status            PIC XX.
017600     88  Chkdxref-OK                 VALUE "00".
017700 01  Brchrte-File-Status             PIC XX.
017800     88  Brchrte-OK                  VALUE "00".
017900     88  Brchrte-EOF                 VALUE "10".
018000 01  Achtrn-File-Status              PIC XX.
018100 01  Achrtn-File-Status              PIC XX.
018200 01  Achreg-File-Status              PIC XX.
018300 01  Settltot-File-Status            PIC XX.
018400 01  Achfilt-File-Status             PIC XX.
018500     88  Achfilt-OK                  VALUE "00".
018600 01  Achexcp-File-Status             PIC XX.
018700     88  Achexcp-OK                  VALUE "00".
018800     88  Achexcp-EOF                 VALUE "10".
018900 01  Holcal-File-Status              PIC XX.
019000     88  Holcal-OK                   VALUE "00".
019100 01  Runctlin-File-Status            PIC XX.
019200     88  Runctlin-OK                 VALUE "00".
019300     88  Runctlin-Not-Found          VALUE "35".
019400
019500 77  Ach-Channel                     PIC X(03) VALUE "ACH".
019600*    BUSINESS DAYS THE CUSTOMER HAS TO DECIDE A FILTERED
019700*    DEBIT, THE RETURN REASON FOR ONE NOT AUTHORIZED, AND DAYS
019800*    A CLOSED EXCEPTION STAYS ON FILE.
019900 77  Decision-Days                   PIC 9(02) VALUE 1.
020000 77  Unauthorized-Reason             PIC X(03) VALUE "R29".
020100 77  Retention-Days                  PIC 9(03) VALUE 30.
020200*    A FULL RESTRAINT (ESTATE, TAKEOVER) HOLDS THE WHOLE
020300*    ACCOUNT AT THIS AMOUNT; HOLDS THAT REACH IT MEAN FROZEN.
020400 77  Frozen-Restraint-Amount         PIC S9(7)V99
020500                                     VALUE 999999.99.
020600*    LARGEST ENTRY THE SIX-DIGIT DAILYTRN AMOUNT CAN CARRY.
020700 77  Max-Posting-Amount              PIC 9(08)V99
020800                                     VALUE 999999.99.
020900 77  Return-Table-Max                PIC 9(04) COMP VALUE 500.
021000 77  Routing-Table-Max               PIC 9(04) COMP VALUE 200.
021100
021200 01  Business-Date                   PIC 9(08).
021300 01  Clock-Time                      PIC 9(08).
021400 01  Failure-Text                    PIC X(40).
021500 01  Holds-Total                     PIC S9(7)V99.
021600 01  Entry-Account                   PIC X(10).
021700 01  Entry-Routing                   PIC X(09).
021800 01  Branch-Routing                  PIC X(09).
021900 01  Entry-Dollars                   PIC 9(06).
022000 01  Post-Amount                     PIC 9(08)V99.
022100 01  Post-Type                       PIC X(01).
022200     88  Post-Is-Credit              VALUE "D".
022300     88  Post-Is-Debit               VALUE "W".
022400 01  Filter-Reason                   PIC X(01).
022500 01  Purge-Before-Date               PIC 9(08).
022600 01  Work-Integer-Date               PIC 9(07).
022700 01  Candidate-Date                  PIC 9(08).
022800 01  Candidate-Integer-Date          PIC 9(07).
022900 01  Candidate-Day-Of-Week           PIC 9(01).
023000 01  Days-Rolled                     PIC 9(02).
023100 01  Business-Day-Switch             PIC X(01).
023200     88  Is-Business-Day             VALUE "Y".
023300     88  Not-Business-Day            VALUE "N".
023400 01  Return-Reason                   PIC X(03).
023500 01  Change-Code                     PIC X(03).
023600 01  Corrected-Data                  PIC X(29).
023700 01  Entry-Disposition               PIC X(01).
023800     88  Entry-To-Post               VALUE "P".
023900     88  Entry-To-Return             VALUE "R".
024000     88  Entry-Prenote-Only          VALUE "N".
024100     88  Entry-To-Hold               VALUE "H".
024200     88  Entry-Filtered              VALUE "E".
024300
024400 01  File-Header-Switch              PIC X(01).
024500     88  File-Header-Seen            VALUE "Y".
024600     88  File-Header-Not-Seen        VALUE "N".
024700 01  Batch-Open-Switch               PIC X(01).
024800     88  Batch-Is-Open               VALUE "Y".
024900     88  Batch-Is-Closed             VALUE "N".
025000 01  File-Control-Switch             PIC X(01).
025100     88  File-Control-Seen           VALUE "Y".
025200     88  File-Control-Not-Seen       VALUE "N".
025300 01  Outbound-Header-Switch          PIC X(01).
025400     88  Outbound-Header-Written     VALUE "Y".
025500     88  Outbound-Header-Not-Written VALUE "N".
025600 01  Filter-Switch                   PIC X(01).
025700     88  Filter-Available            VALUE "Y".
025800     88  Filter-Not-Available        VALUE "N".
025900 01  Exception-Browse-Switch         PIC X(01).
026000     88  Exception-Browse-Active     VALUE "Y".
026100     88  Exception-Browse-Done       VALUE "N".
026200 01  Xref-Switch                     PIC X(01).
026300     88  Xref-Available              VALUE "Y".
026400     88  Xref-Not-Available          VALUE "N".
026500 01  Rekey-Switch                    PIC X(01).
026600     88  Account-Was-Rekeyed         VALUE "Y".
026700     88  Account-Not-Rekeyed         VALUE "N".
026800 01  Rebranch-Switch                 PIC X(01).
026900     88  Routing-Has-Changed         VALUE "Y".
027000     88  Routing-Not-Changed         VALUE "N".
027100
027200*    THE RECEIVED FILE AND BATCH HEADERS, KEPT WHILE THE
027300*    BATCH'S ENTRIES ARE READ AND FOR THE OUTBOUND HEADERS.
027400 01  Inbound-File-Header.
027500     05  In-Immediate-Destination    PIC X(10).
027600     05  In-Immediate-Origin         PIC X(10).
027700     05  In-Destination-Name         PIC X(23).
027800     05  In-Origin-Name              PIC X(23).
027900 01  Inbound-Batch-Header.
028000     05  In-Service-Class            PIC 9(03).
028100     05  In-Company-Name             PIC X(16).
028200     05  In-Company-Discretionary    PIC X(20).
028300     05  In-Company-ID               PIC X(10).
028400     05  In-SEC-Code                 PIC X(03).
028500     05  In-Entry-Description        PIC X(10).
028600     05  In-Batch-Number             PIC 9(07).
028700
028800 01  Batch-Accumulators.
028900     05  Batch-Entry-Count           PIC 9(07) COMP.
029000     05  Batch-Hash-Accum            PIC 9(15).
029100     05  Batch-Debit-Total           PIC 9(10)V99.
029200     05  Batch-Credit-Total          PIC 9(10)V99.
029300 01  File-Accumulators.
029400     05  File-Batch-Count            PIC 9(07) COMP.
029500     05  File-Entry-Count            PIC 9(09) COMP.
029600     05  File-Hash-Accum             PIC 9(15).
029700     05  File-Debit-Total            PIC 9(10)V99.
029800     05  File-Credit-Total           PIC 9(10)V99.
029900 01  Hash-Quotient                   PIC 9(15).
030000 01  Hash-Remainder                  PIC 9(10).
030100
030200*    OUTBOUND RETURN FILE CONTROLS.
030300 01  Outbound-Accumulators.
030400     05  Out-Batch-Entry-Count       PIC 9(07) COMP.
030500     05  Out-Batch-Hash-Accum        PIC 9(15).
030600     05  Out-Batch-Debit-Total       PIC 9(10)V99.
030700     05  Out-Batch-Credit-Total      PIC 9(10)V99.
030800     05  Out-Batch-Count             PIC 9(07) COMP.
030900     05  Out-Record-Count            PIC 9(09) COMP.
031000     05  Out-Entry-Count             PIC 9(09) COMP.
031100     05  Out-Hash-Accum              PIC 9(15).
031200     05  Out-Debit-Total             PIC 9(10)V99.
031300     05  Out-Credit-Total            PIC 9(10)V99.
031400     05  Out-Batch-Number            PIC 9(07).
031500     05  Out-Trace-Sequence          PIC 9(07).
031600 01  Out-Block-Count                 PIC 9(06).
031700 01  Out-Trace-ODFI                  PIC 9(08).
031800 01  Out-Batch-ODFI                  PIC X(08).
031900 01  Out-Trace                       PIC X(15).
032000 01  Send-Kind                       PIC X(01).
032100 01  Kind-Count                      PIC 9(04) COMP.
032200 01  Tran-Tens                       PIC 9(01).
032300 01  Tran-Units                      PIC 9(01).
032400
032500*    RETURNS AND NOTICES FOR THE BATCH BEING READ, SENT WHEN
032600*    ITS CONTROL RECORD ARRIVES. R = RETURN, N = NOTICE.
032700 01  Return-Table.
032800     05  Return-Count                PIC 9(04) COMP.
032900     05  Return-Row OCCURS 500 TIMES.
033000         10  Queued-Kind             PIC X(01).
033100         10  Queued-Code             PIC X(03).
033200         10  Queued-Tran-Code        PIC 9(02).
033300         10  Queued-Original-RDFI    PIC X(08).
033400         10  Queued-DFI-Account      PIC X(17).
033500         10  Queued-Amount           PIC 9(08)V99.
033600         10  Queued-Individual-ID    PIC X(15).
033700         10  Queued-Individual-Name  PIC X(22).
033800         10  Queued-Original-Trace   PIC X(15).
033900         10  Queued-Corrected-Data   PIC X(29).
034000 01  Return-Sub                      PIC 9(04) COMP.
034100
034200 01  Routing-Table.
034300     05  Routing-Count               PIC 9(04) COMP.
034400     05  Routing-Row OCCURS 200 TIMES.
034500         10  Routing-Branch          PIC X(04).
034600         10  Routing-Number          PIC X(09).
034700 01  Routing-Sub                     PIC 9(04) COMP.
034800
034900*    ABA CHECK DIGIT OF AN EIGHT-DIGIT ROUTING PREFIX,
035000*    WEIGHTS 3-7-1 REPEATING.
035100 01  Check-Routing.
035200     05  Check-Routing-Digit         PIC 9(01) OCCURS 8 TIMES.
035300 01  Routing-Weight-Values           PIC X(08) VALUE "37137137".
035400 01  Routing-Weights REDEFINES Routing-Weight-Values.
035500     05  Routing-Weight              PIC 9(01) OCCURS 8 TIMES.
035600 01  Weight-Sub                      PIC 9(04) COMP.
035700 01  Weight-Sum                      PIC 9(04).
035800 01  Weight-Quotient                 PIC 9(04).
035900 01  Weight-Remainder                PIC 9(01).
036000 01  Computed-Check-Digit            PIC 9(01).
036100
036200 01  Intake-Counters.
036300     05  Records-Read                PIC 9(7) COMP.
036400     05  Batches-Received            PIC 9(7) COMP.
036500     05  Entries-Received            PIC 9(7) COMP.
036600     05  Entries-Posted              PIC 9(7) COMP.
036700     05  Entries-Returned            PIC 9(7) COMP.
036800     05  Prenotes-Received           PIC 9(7) COMP.
036900     05  Notices-Sent                PIC 9(7) COMP.
037000     05  Entries-Held                PIC 9(7) COMP.
037100     05  Returns-Not-Sent            PIC 9(7) COMP.
037200     05  Routing-Rows-Dropped        PIC 9(7) COMP.
037300     05  Control-Failures            PIC 9(7) COMP.
037400     05  Debits-Filtered             PIC 9(7) COMP.
037500     05  Exceptions-Paid             PIC 9(7) COMP.
037600     05  Exceptions-Returned         PIC 9(7) COMP.
037700     05  Exceptions-Unauthorized     PIC 9(7) COMP.
037800     05  Exceptions-Purged           PIC 9(7) COMP.
037900 01  Posted-Debit-Dollars            PIC 9(09).
038000 01  Posted-Credit-Dollars           PIC 9(09).
038100 01  Cents-Not-Carried               PIC 9(07)V99.
038200
038300 PROCEDURE DIVISION.
038400
038500 0000-MAINLINE.
038600     CALL "BatchStepTimer" USING "STEP004L", "S"
038700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
038800     PERFORM 1500-RELEASE-EXCEPTIONS
038900         THRU 1500-RELEASE-EXCEPTIONS-EXIT
039000     PERFORM 2000-PROCESS-RECORD THRU 2000-PROCESS-RECORD-EXIT
039100         UNTIL Achin-EOF
039200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
039300     CALL "BatchStepTimer" USING "STEP004L", "E"
039400     IF Control-Failures > 0
039500         MOVE 8 TO RETURN-CODE
039600     END-IF
039700     STOP RUN.
039800
039900 1000-INITIALIZE.
040000     OPEN INPUT ACCTMSTR
040100     OPEN OUTPUT ACHTRN
040200     OPEN OUTPUT ACHRTN
040300     OPEN EXTEND ACHREG
040400     INITIALIZE Intake-Counters
040500                Batch-Accumulators
040600                File-Accumulators
040700                Outbound-Accumulators
040800     MOVE ZERO TO Posted-Debit-Dollars
040900                  Posted-Credit-Dollars
041000                  Cents-Not-Carried
041100                  Return-Count
041200                  Routing-Count
041300     MOVE SPACES TO Inbound-File-Header
041400     MOVE ZERO TO In-Batch-Number
041500     SET File-Header-Not-Seen TO TRUE
041600     SET Batch-Is-Closed TO TRUE
041700     SET File-Control-Not-Seen TO TRUE
041800     SET Outbound-Header-Not-Written TO TRUE
041900     OPEN INPUT RUNCTLIN
042000     IF Runctlin-OK
042100         READ RUNCTLIN
042200             AT END
042300                 SET Runctlin-Not-Found TO TRUE
042400         END-READ
042500     END-IF
042600     IF Runctlin-OK
042700         MOVE RI-BUSINESS-DATE TO Business-Date
042800         CLOSE RUNCTLIN
042900     ELSE
043000         ACCEPT Business-Date FROM DATE YYYYMMDD
043100     END-IF
043200     DISPLAY "INBOUND ACH INTAKE - " Business-Date
043300*> The re-key cross-reference only exists once a check-digit
043400*> conversion has been run; without it no entry is re-keyed.
043500     OPEN INPUT CHKDXREF
043600     IF Chkdxref-OK
043700         SET Xref-Available TO TRUE
043800     ELSE
043900         SET Xref-Not-Available TO TRUE
044000     END-IF
044100     OPEN INPUT BRCHRTE
044200     IF Brchrte-OK
044300         READ BRCHRTE
044400             AT END
044500                 SET Brchrte-EOF TO TRUE
044600         END-READ
044700     ELSE
044800         SET Brchrte-EOF TO TRUE
044900     END-IF
045000     PERFORM 1100-LOAD-ROUTING THRU 1100-LOAD-ROUTING-EXIT
045100         UNTIL Brchrte-EOF
045200     IF Brchrte-OK OR Brchrte-EOF
045300         CLOSE BRCHRTE
045400     END-IF
045500*> Without a filter file no account is enrolled.
045600     OPEN INPUT ACHFILT
045700     IF Achfilt-OK
045800         SET Filter-Available TO TRUE
045900     ELSE
046000         SET Filter-Not-Available TO TRUE
046100     END-IF
046200     OPEN I-O ACHEXCP
046300     OPEN INPUT HOLCAL
046400     COMPUTE Work-Integer-Date =
046500         FUNCTION INTEGER-OF-DATE(Business-Date) - Retention-Days
046600     MOVE FUNCTION DATE-OF-INTEGER(Work-Integer-Date)
046700         TO Purge-Before-Date
046800*> No receipt file on a given night (a bank holiday at the
046900*> operator) just means nothing is posted or returned.
047000     OPEN INPUT ACHIN
047100     IF Achin-OK
047200         READ ACHIN
047300             AT END
047400                 SET Achin-EOF TO TRUE
047500         END-READ
047600     ELSE
047700         DISPLAY "NO ACH RECEIPT FILE TONIGHT"
047800         SET Achin-EOF TO TRUE
047900     END-IF.
048000 1000-INITIALIZE-EXIT.
048100     EXIT.
048200
048300 1100-LOAD-ROUTING.
048400     IF Routing-Count < Routing-Table-Max
048500         ADD 1 TO Routing-Count
048600         MOVE RB-BRANCH-CODE TO Routing-Branch (Routing-Count)
048700         MOVE RB-ROUTING-NUMBER TO Routing-Number (Routing-Count)
048800     ELSE
048900         ADD 1 TO Routing-Rows-Dropped
049000     END-IF
049100     READ BRCHRTE
049200         AT END
049300             SET Brchrte-EOF TO TRUE
049400     END-READ.
049500 1100-LOAD-ROUTING-EXIT.
049600     EXIT.
049700
049800*****************************************************************
049900*    SETTLE THE FILTERED DEBITS ON ACHEXCP BEFORE TONIGHT'S     *
050000*    FILE: POST THE ONES DECIDED PAY, RETURN THE ONES DECIDED   *
050100*    RETURN AND THE ONES STILL UNDECIDED AT THEIR DEADLINE,     *
050200*    AND DROP CLOSED ROWS PAST THE RETENTION PERIOD.            *
050300*****************************************************************
050400 1500-RELEASE-EXCEPTIONS.
050500     IF NOT Achexcp-OK
050600         GO TO 1500-RELEASE-EXCEPTIONS-EXIT
050700     END-IF
050800     MOVE LOW-VALUES TO AY-EXCEPTION-KEY
050900     START ACHEXCP KEY IS NOT LESS THAN AY-EXCEPTION-KEY
051000         INVALID KEY
051100             GO TO 1500-RELEASE-EXCEPTIONS-EXIT
051200     END-START
051300     SET Exception-Browse-Active TO TRUE
051400     PERFORM 1510-RELEASE-ONE THRU 1510-RELEASE-ONE-EXIT
051500         UNTIL Exception-Browse-Done
051600     PERFORM 2500-SEND-RETURNS THRU 2500-SEND-RETURNS-EXIT.
051700 1500-RELEASE-EXCEPTIONS-EXIT.
051800     EXIT.
051900
052000 1510-RELEASE-ONE.
052100     READ ACHEXCP NEXT RECORD
052200         AT END
052300             SET Exception-Browse-Done TO TRUE
052400             GO TO 1510-RELEASE-ONE-EXIT
052500     END-READ
052600     IF NOT AY-EXCEPTION-OPEN
052700         IF AY-CLOSED-DATE < Purge-Before-Date
052800             DELETE ACHEXCP RECORD
052900             ADD 1 TO Exceptions-Purged
053000         END-IF
053100         GO TO 1510-RELEASE-ONE-EXIT
053200     END-IF
053300     MOVE SPACES TO Return-Reason
053400                    Change-Code
053500     MOVE AY-ACCOUNT-NUMBER TO Entry-Account
053600     EVALUATE TRUE
053700         WHEN AY-DECIDED-PAY
053800             SET AY-EXCEPTION-POSTED TO TRUE
053900             SET Entry-To-Post TO TRUE
054000             ADD 1 TO Exceptions-Paid
054100             MOVE AY-ENTRY-AMOUNT TO Post-Amount
054200             SET Post-Is-Debit TO TRUE
054300             PERFORM 2330-POST-ENTRY THRU 2330-POST-ENTRY-EXIT
054400         WHEN AY-DECIDED-RETURN
054500             SET AY-EXCEPTION-RETURNED TO TRUE
054600             SET Entry-To-Return TO TRUE
054700             ADD 1 TO Exceptions-Returned
054800             MOVE Unauthorized-Reason TO Return-Reason
054900             PERFORM 1520-QUEUE-EXCEPTION
055000                 THRU 1520-QUEUE-EXCEPTION-EXIT
055100         WHEN Business-Date NOT < AY-DEADLINE-DATE
055200             SET AY-RETURNED-UNDECIDED TO TRUE
055300             SET Entry-To-Return TO TRUE
055400             ADD 1 TO Exceptions-Unauthorized
055500             MOVE Unauthorized-Reason TO Return-Reason
055600             PERFORM 1520-QUEUE-EXCEPTION
055700                 THRU 1520-QUEUE-EXCEPTION-EXIT
055800         WHEN OTHER
055900             GO TO 1510-RELEASE-ONE-EXIT
056000     END-EVALUATE
056100     MOVE Business-Date TO AY-CLOSED-DATE
056200     REWRITE AY-ACH-EXCEPTION-RECORD
056300     PERFORM 1530-WRITE-REGISTER THRU 1530-WRITE-REGISTER-EXIT.
056400 1510-RELEASE-ONE-EXIT.
056500     EXIT.
056600
056700*> Returns go out under the originator's own company batch,
056800*> so the queue is sent whenever the company changes.
056900 1520-QUEUE-EXCEPTION.
057000     IF Return-Count > ZERO
057100         IF AY-COMPANY-ID NOT = In-Company-ID
057200             OR AY-COMPANY-NAME NOT = In-Company-Name
057300             OR AY-SEC-CODE NOT = In-SEC-Code
057400             OR AY-SERVICE-CLASS NOT = In-Service-Class
057500             OR Return-Count NOT < Return-Table-Max
057600             PERFORM 2500-SEND-RETURNS
057700                 THRU 2500-SEND-RETURNS-EXIT
057800         END-IF
057900     END-IF
058000     IF Outbound-Header-Not-Written
058100         MOVE AY-FILE-DESTINATION TO In-Immediate-Destination
058200         MOVE AY-FILE-ORIGIN TO In-Immediate-Origin
058300         MOVE AY-DESTINATION-NAME TO In-Destination-Name
058400         MOVE AY-ORIGIN-NAME TO In-Origin-Name
058500     END-IF
058600     MOVE AY-SERVICE-CLASS TO In-Service-Class
058700     MOVE AY-COMPANY-NAME TO In-Company-Name
058800     MOVE AY-COMPANY-DISCRETIONARY TO In-Company-Discretionary
058900     MOVE AY-COMPANY-ID TO In-Company-ID
059000     MOVE AY-SEC-CODE TO In-SEC-Code
059100     MOVE AY-ENTRY-DESCRIPTION TO In-Entry-Description
059200     ADD 1 TO Return-Count
059300     MOVE "R" TO Queued-Kind (Return-Count)
059400     MOVE Return-Reason TO Queued-Code (Return-Count)
059500     MOVE AY-TRANSACTION-CODE TO Queued-Tran-Code (Return-Count)
059600     MOVE AY-RECEIVING-DFI TO Queued-Original-RDFI (Return-Count)
059700     MOVE AY-DFI-ACCOUNT TO Queued-DFI-Account (Return-Count)
059800     MOVE AY-ENTRY-AMOUNT TO Queued-Amount (Return-Count)
059900     MOVE AY-INDIVIDUAL-ID TO Queued-Individual-ID (Return-Count)
060000     MOVE AY-INDIVIDUAL-NAME
060100         TO Queued-Individual-Name (Return-Count)
060200     MOVE AY-TRACE-NUMBER TO Queued-Original-Trace (Return-Count)
060300     MOVE SPACES TO Queued-Corrected-Data (Return-Count).
060400 1520-QUEUE-EXCEPTION-EXIT.
060500     EXIT.
060600
060700 1530-WRITE-REGISTER.
060800     MOVE SPACES TO AQ-ACH-REGISTER-RECORD
060900     MOVE Business-Date TO AQ-BUSINESS-DATE
061000     MOVE AY-TRACE-NUMBER TO AQ-TRACE-NUMBER
061100     MOVE AY-COMPANY-ID TO AQ-COMPANY-ID
061200     MOVE AY-COMPANY-NAME TO AQ-COMPANY-NAME
061300     MOVE AY-SEC-CODE TO AQ-SEC-CODE
061400     MOVE AY-ENTRY-DESCRIPTION TO AQ-ENTRY-DESCRIPTION
061500     MOVE AY-TRANSACTION-CODE TO AQ-TRANSACTION-CODE
061600     MOVE AY-DFI-ACCOUNT TO AQ-DFI-ACCOUNT
061700     MOVE AY-ACCOUNT-NUMBER TO AQ-ACCOUNT-NUMBER
061800     MOVE AY-ENTRY-AMOUNT TO AQ-ENTRY-AMOUNT
061900     MOVE AY-INDIVIDUAL-NAME TO AQ-INDIVIDUAL-NAME
062000     MOVE Entry-Disposition TO AQ-DISPOSITION
062100     MOVE Return-Reason TO AQ-REASON-CODE
062200     WRITE AQ-ACH-REGISTER-RECORD.
062300 1530-WRITE-REGISTER-EXIT.
062400     EXIT.
062500
062600*****************************************************************
062700*    ONE RECEIVED RECORD, BY ITS NACHA RECORD TYPE.             *
062800*****************************************************************
062900 2000-PROCESS-RECORD.
063000     ADD 1 TO Records-Read
063100     EVALUATE TRUE
063200         WHEN File-Control-Seen
063300*> Anything after the file control is blocking fill.
063400             CONTINUE
063500         WHEN AX-FILE-HEADER
063600             PERFORM 2100-FILE-HEADER THRU 2100-FILE-HEADER-EXIT
063700         WHEN AX-BATCH-HEADER
063800             PERFORM 2200-BATCH-HEADER
063900                 THRU 2200-BATCH-HEADER-EXIT
064000         WHEN AX-ENTRY-DETAIL
064100             PERFORM 2300-ENTRY-DETAIL
064200                 THRU 2300-ENTRY-DETAIL-EXIT
064300         WHEN AX-ADDENDA
064400             IF Batch-Is-Open
064500                 ADD 1 TO Batch-Entry-Count
064600             ELSE
064700                 MOVE "ADDENDA OUTSIDE A BATCH" TO Failure-Text
064800                 PERFORM 2900-CONTROL-FAILURE
064900                     THRU 2900-CONTROL-FAILURE-EXIT
065000             END-IF
065100         WHEN AX-BATCH-CONTROL
065200             PERFORM 2400-BATCH-CONTROL
065300                 THRU 2400-BATCH-CONTROL-EXIT
065400         WHEN AX-FILE-CONTROL
065500             PERFORM 2600-FILE-CONTROL THRU 2600-FILE-CONTROL-EXIT
065600         WHEN OTHER
065700             MOVE "UNKNOWN RECORD TYPE" TO Failure-Text
065800             PERFORM 2900-CONTROL-FAILURE
065900                 THRU 2900-CONTROL-FAILURE-EXIT
066000     END-EVALUATE
066100     READ ACHIN
066200         AT END
066300             SET Achin-EOF TO TRUE
066400     END-READ.
066500 2000-PROCESS-RECORD-EXIT.
066600     EXIT.
066700
066800 2100-FILE-HEADER.
066900     IF File-Header-Seen
067000         MOVE "SECOND FILE HEADER" TO Failure-Text
067100         PERFORM 2900-CONTROL-FAILURE
067200             THRU 2900-CONTROL-FAILURE-EXIT
067300         GO TO 2100-FILE-HEADER-EXIT
067400     END-IF
067500     SET File-Header-Seen TO TRUE
067600     MOVE AX-IMMEDIATE-DESTINATION TO In-Immediate-Destination
067700     MOVE AX-IMMEDIATE-ORIGIN TO In-Immediate-Origin
067800     MOVE AX-DESTINATION-NAME TO In-Destination-Name
067900     MOVE AX-ORIGIN-NAME TO In-Origin-Name
068000     DISPLAY "  FILE FROM " AX-ORIGIN-NAME
068100             " CREATED " AX-FILE-CREATION-DATE.
068200 2100-FILE-HEADER-EXIT.
068300     EXIT.
068400
068500 2200-BATCH-HEADER.
068600     IF File-Header-Not-Seen
068700         MOVE "BATCH BEFORE FILE HEADER" TO Failure-Text
068800         PERFORM 2900-CONTROL-FAILURE
068900             THRU 2900-CONTROL-FAILURE-EXIT
069000     END-IF
069100     IF Batch-Is-Open
069200         MOVE "BATCH HEADER WITHOUT CONTROL" TO Failure-Text
069300         PERFORM 2900-CONTROL-FAILURE
069400             THRU 2900-CONTROL-FAILURE-EXIT
069500         PERFORM 2500-SEND-RETURNS THRU 2500-SEND-RETURNS-EXIT
069600     END-IF
069700     SET Batch-Is-Open TO TRUE
069800     ADD 1 TO Batches-Received
069900     MOVE AX-SERVICE-CLASS TO In-Service-Class
070000     MOVE AX-COMPANY-NAME TO In-Company-Name
070100     MOVE AX-COMPANY-DISCRETIONARY TO In-Company-Discretionary
070200     MOVE AX-COMPANY-ID TO In-Company-ID
070300     MOVE AX-SEC-CODE TO In-SEC-Code
070400     MOVE AX-ENTRY-DESCRIPTION TO In-Entry-Description
070500     MOVE AX-BATCH-NUMBER TO In-Batch-Number
070600     INITIALIZE Batch-Accumulators
070700     MOVE ZERO TO Return-Count.
070800 2200-BATCH-HEADER-EXIT.
070900     EXIT.
071000
071100*****************************************************************
071200*    ONE ENTRY DETAIL: ADD IT TO THE BATCH PROOF, EDIT THE      *
071300*    ACCOUNT, THEN POST, RETURN, OR HOLD IT.                    *
071400*****************************************************************
071500 2300-ENTRY-DETAIL.
071600     IF Batch-Is-Closed
071700         MOVE "ENTRY OUTSIDE A BATCH" TO Failure-Text
071800         PERFORM 2900-CONTROL-FAILURE
071900             THRU 2900-CONTROL-FAILURE-EXIT
072000         GO TO 2300-ENTRY-DETAIL-EXIT
072100     END-IF
072200     ADD 1 TO Entries-Received
072300     ADD 1 TO Batch-Entry-Count
072400     ADD AX-RECEIVING-DFI TO Batch-Hash-Accum
072500*> NACHA transaction codes ending 1-4 are credits, 6-9 debits.
072600     DIVIDE AX-TRANSACTION-CODE BY 10
072700         GIVING Tran-Tens REMAINDER Tran-Units
072800     IF Tran-Units < 5
072900         ADD AX-ENTRY-AMOUNT TO Batch-Credit-Total
073000     ELSE
073100         ADD AX-ENTRY-AMOUNT TO Batch-Debit-Total
073200     END-IF
073300     MOVE SPACES TO Return-Reason
073400                    Change-Code
073500                    Corrected-Data
073600     MOVE AX-DFI-ACCOUNT (1:10) TO Entry-Account
073700     SET Account-Not-Rekeyed TO TRUE
073800     SET Routing-Not-Changed TO TRUE
073900     IF NOT AX-CREDIT-ENTRY AND NOT AX-DEBIT-ENTRY
074000         DISPLAY "  HELD - TRANSACTION CODE "
074100                 AX-TRANSACTION-CODE " TRACE " AX-TRACE-NUMBER
074200         SET Entry-To-Hold TO TRUE
074300         GO TO 2300-RECORD-ENTRY
074400     END-IF
074500     PERFORM 2310-EDIT-ACCOUNT THRU 2310-EDIT-ACCOUNT-EXIT
074600     IF Return-Reason NOT = SPACES
074700         SET Entry-To-Return TO TRUE
074800         ADD 1 TO Entries-Returned
074900         PERFORM 2340-QUEUE-RETURN THRU 2340-QUEUE-RETURN-EXIT
075000         GO TO 2300-RECORD-ENTRY
075100     END-IF
075200     PERFORM 2320-CHECK-ROUTING THRU 2320-CHECK-ROUTING-EXIT
075300     EVALUATE TRUE
075400         WHEN Account-Was-Rekeyed AND Routing-Has-Changed
075500             MOVE "C03" TO Change-Code
075600             MOVE Branch-Routing TO Corrected-Data (1:9)
075700             MOVE Entry-Account TO Corrected-Data (13:17)
075800         WHEN Account-Was-Rekeyed
075900             MOVE "C01" TO Change-Code
076000             MOVE Entry-Account TO Corrected-Data (1:17)
076100         WHEN Routing-Has-Changed
076200             MOVE "C02" TO Change-Code
076300             MOVE Branch-Routing TO Corrected-Data (1:9)
076400     END-EVALUATE
076500     IF Change-Code NOT = SPACES
076600         ADD 1 TO Notices-Sent
076700         PERFORM 2340-QUEUE-RETURN THRU 2340-QUEUE-RETURN-EXIT
076800     END-IF
076900     IF AX-PRENOTE-ENTRY
077000         SET Entry-Prenote-Only TO TRUE
077100         ADD 1 TO Prenotes-Received
077200         GO TO 2300-RECORD-ENTRY
077300     END-IF
077400     IF AX-ENTRY-AMOUNT < 1
077500         OR AX-ENTRY-AMOUNT > Max-Posting-Amount
077600         DISPLAY "  HELD - AMOUNT " AX-ENTRY-AMOUNT
077700                 " ACCOUNT " Entry-Account
077800                 " TRACE " AX-TRACE-NUMBER
077900         SET Entry-To-Hold TO TRUE
078000         GO TO 2300-RECORD-ENTRY
078100     END-IF
078200     IF AX-DEBIT-ENTRY AND Filter-Available
078300         PERFORM 2360-CHECK-FILTER THRU 2360-CHECK-FILTER-EXIT
078400         IF Filter-Reason NOT = SPACE
078500             SET Entry-Filtered TO TRUE
078600             PERFORM 2370-WRITE-EXCEPTION
078700                 THRU 2370-WRITE-EXCEPTION-EXIT
078800             GO TO 2300-RECORD-ENTRY
078900         END-IF
079000     END-IF
079100     SET Entry-To-Post TO TRUE
079200     MOVE AX-ENTRY-AMOUNT TO Post-Amount
079300     IF AX-CREDIT-ENTRY
079400         SET Post-Is-Credit TO TRUE
079500     ELSE
079600         SET Post-Is-Debit TO TRUE
079700     END-IF
079800     PERFORM 2330-POST-ENTRY THRU 2330-POST-ENTRY-EXIT.
079900 2300-RECORD-ENTRY.
080000     IF Entry-To-Hold
080100         ADD 1 TO Entries-Held
080200     END-IF
080300     PERFORM 2350-WRITE-REGISTER THRU 2350-WRITE-REGISTER-EXIT.
080400 2300-ENTRY-DETAIL-EXIT.
080500     EXIT.
080600
080700*> Sets Return-Reason when the entry cannot be taken; leaves
080800*> Entry-Account on the number to post (the new one when the
080900*> received number was re-keyed).
081000 2310-EDIT-ACCOUNT.
081100     IF AX-DFI-ACCOUNT (11:7) NOT = SPACES
081200         MOVE "R03" TO Return-Reason
081300         GO TO 2310-EDIT-ACCOUNT-EXIT
081400     END-IF
081500     MOVE Entry-Account TO MF-ACCOUNT-NUMBER
081600     READ ACCTMSTR
081700     IF Acctmstr-Not-On-File AND Xref-Available
081800         MOVE Entry-Account TO XD-OLD-ACCOUNT-NUMBER
081900         READ CHKDXREF
082000         IF Chkdxref-OK
082100             MOVE XD-NEW-ACCOUNT-NUMBER TO Entry-Account
082200             SET Account-Was-Rekeyed TO TRUE
082300             MOVE Entry-Account TO MF-ACCOUNT-NUMBER
082400             READ ACCTMSTR
082500         END-IF
082600     END-IF
082700     IF NOT Acctmstr-OK
082800         MOVE "R03" TO Return-Reason
082900         GO TO 2310-EDIT-ACCOUNT-EXIT
083000     END-IF
083100     IF MF-Account-Is-Closed
083200         MOVE "R02" TO Return-Reason
083300         GO TO 2310-EDIT-ACCOUNT-EXIT
083400     END-IF
083500     CALL "AccountHoldsTotal" USING Entry-Account, Holds-Total
083600     IF Holds-Total NOT < Frozen-Restraint-Amount
083700         MOVE "R16" TO Return-Reason
083800         GO TO 2310-EDIT-ACCOUNT-EXIT
083900     END-IF
084000     IF MF-Account-Is-Dormant
084100         MOVE "R20" TO Return-Reason
084200     END-IF.
084300 2310-EDIT-ACCOUNT-EXIT.
084400     EXIT.
084500
084600*> A routing change only shows when the account's branch has
084700*> a row and it differs from the routing the entry came on.
084800 2320-CHECK-ROUTING.
084900     MOVE AX-RECEIVING-DFI TO Entry-Routing (1:8)
085000     MOVE AX-RDFI-CHECK-DIGIT TO Entry-Routing (9:1)
085100     MOVE SPACES TO Branch-Routing
085200     PERFORM 2321-FIND-BRANCH THRU 2321-FIND-BRANCH-EXIT
085300         VARYING Routing-Sub FROM 1 BY 1
085400         UNTIL Routing-Sub > Routing-Count
085500            OR Branch-Routing NOT = SPACES
085600     IF Branch-Routing NOT = SPACES
085700         AND Branch-Routing NOT = Entry-Routing
085800         SET Routing-Has-Changed TO TRUE
085900     END-IF.
086000 2320-CHECK-ROUTING-EXIT.
086100     EXIT.
086200
086300 2321-FIND-BRANCH.
086400     IF Routing-Branch (Routing-Sub) = MF-BRANCH-CODE
086500         MOVE Routing-Number (Routing-Sub) TO Branch-Routing
086600     END-IF.
086700 2321-FIND-BRANCH-EXIT.
086800     EXIT.
086900
087000 2330-POST-ENTRY.
087100     MOVE SPACES TO TR-DAILYTRN-RECORD
087200     MOVE Entry-Account TO TR-ACCOUNT-NUMBER
087300     MOVE Post-Type TO TR-TRANS-TYPE
087400     MOVE Post-Amount TO Entry-Dollars
087500     MOVE Entry-Dollars TO TR-TRANS-AMOUNT
087600     MOVE Business-Date TO TR-TRANS-DATE
087700     MOVE Ach-Channel TO TR-SOURCE-CHANNEL
087800     MOVE ZERO TO TR-TRACE-ID
087900     WRITE TR-DAILYTRN-RECORD
088000     ADD 1 TO Entries-Posted
088100     COMPUTE Cents-Not-Carried =
088200         Cents-Not-Carried + Post-Amount - Entry-Dollars
088300     IF TR-DEPOSIT
088400         ADD Entry-Dollars TO Posted-Credit-Dollars
088500     ELSE
088600         ADD Entry-Dollars TO Posted-Debit-Dollars
088700     END-IF.
088800 2330-POST-ENTRY-EXIT.
088900     EXIT.
089000
089100*> Queues a return (Return-Reason set) or a notice of change
089200*> (Change-Code set) for the batch being read.
089300 2340-QUEUE-RETURN.
089400     IF Return-Count NOT < Return-Table-Max
089500         ADD 1 TO Returns-Not-Sent
089600         DISPLAY "  NOT SENT - RETURN TABLE FULL - TRACE "
089700                 AX-TRACE-NUMBER " " Return-Reason Change-Code
089800         GO TO 2340-QUEUE-RETURN-EXIT
089900     END-IF
090000     ADD 1 TO Return-Count
090100     IF Return-Reason NOT = SPACES
090200         MOVE "R" TO Queued-Kind (Return-Count)
090300         MOVE Return-Reason TO Queued-Code (Return-Count)
090400         MOVE AX-ENTRY-AMOUNT TO Queued-Amount (Return-Count)
090500     ELSE
090600         MOVE "N" TO Queued-Kind (Return-Count)
090700         MOVE Change-Code TO Queued-Code (Return-Count)
090800         MOVE ZERO TO Queued-Amount (Return-Count)
090900     END-IF
091000     MOVE AX-TRANSACTION-CODE TO Queued-Tran-Code (Return-Count)
091100     MOVE AX-RECEIVING-DFI TO Queued-Original-RDFI (Return-Count)
091200     MOVE AX-DFI-ACCOUNT TO Queued-DFI-Account (Return-Count)
091300     MOVE AX-INDIVIDUAL-ID TO Queued-Individual-ID (Return-Count)
091400     MOVE AX-INDIVIDUAL-NAME
091500         TO Queued-Individual-Name (Return-Count)
091600     MOVE AX-TRACE-NUMBER TO Queued-Original-Trace (Return-Count)
091700     MOVE Corrected-Data TO Queued-Corrected-Data (Return-Count).
091800 2340-QUEUE-RETURN-EXIT.
091900     EXIT.
092000
092100 2350-WRITE-REGISTER.
092200     MOVE SPACES TO AQ-ACH-REGISTER-RECORD
092300     MOVE Business-Date TO AQ-BUSINESS-DATE
092400     MOVE AX-TRACE-NUMBER TO AQ-TRACE-NUMBER
092500     MOVE In-Company-ID TO AQ-COMPANY-ID
092600     MOVE In-Company-Name TO AQ-COMPANY-NAME
092700     MOVE In-SEC-Code TO AQ-SEC-CODE
092800     MOVE In-Entry-Description TO AQ-ENTRY-DESCRIPTION
092900     MOVE AX-TRANSACTION-CODE TO AQ-TRANSACTION-CODE
093000     MOVE AX-DFI-ACCOUNT TO AQ-DFI-ACCOUNT
093100     MOVE Entry-Account TO AQ-ACCOUNT-NUMBER
093200     MOVE AX-ENTRY-AMOUNT TO AQ-ENTRY-AMOUNT
093300     MOVE AX-INDIVIDUAL-NAME TO AQ-INDIVIDUAL-NAME
093400     MOVE Entry-Disposition TO AQ-DISPOSITION
093500     IF Return-Reason NOT = SPACES
093600         MOVE Return-Reason TO AQ-REASON-CODE
093700     ELSE
093800         MOVE Change-Code TO AQ-REASON-CODE
093900     END-IF
094000     WRITE AQ-ACH-REGISTER-RECORD.
094100 2350-WRITE-REGISTER-EXIT.
094200     EXIT.
094300
094400*> Sets Filter-Reason when an enrolled account's filter stops
094500*> the debit: B all debits blocked, O originator not listed,
094600*> A over the originator's maximum. No control row, no filter.
094700 2360-CHECK-FILTER.
094800     MOVE SPACE TO Filter-Reason
094900     MOVE Entry-Account TO AF-ACCOUNT-NUMBER
095000     MOVE SPACES TO AF-COMPANY-ID
095100     READ ACHFILT
095200         INVALID KEY
095300             GO TO 2360-CHECK-FILTER-EXIT
095400     END-READ
095500     IF AF-BLOCK-ALL-DEBITS
095600         MOVE "B" TO Filter-Reason
095700         GO TO 2360-CHECK-FILTER-EXIT
095800     END-IF
095900     MOVE Entry-Account TO AF-ACCOUNT-NUMBER
096000     MOVE In-Company-ID TO AF-COMPANY-ID
096100     READ ACHFILT
096200         INVALID KEY
096300             MOVE "O" TO Filter-Reason
096400             GO TO 2360-CHECK-FILTER-EXIT
096500     END-READ
096600     IF AF-MAX-AMOUNT > ZERO
096700         AND AX-ENTRY-AMOUNT > AF-MAX-AMOUNT
096800         MOVE "A" TO Filter-Reason
096900     END-IF.
097000 2360-CHECK-FILTER-EXIT.
097100     EXIT.
097200
097300*> Keeps everything needed to post or return the debit later
097400*> without the received file.
097500 2370-WRITE-EXCEPTION.
097600     ADD 1 TO Debits-Filtered
097700     MOVE SPACES TO AY-ACH-EXCEPTION-RECORD
097800     MOVE Business-Date TO AY-RECEIVED-DATE
097900     MOVE AX-TRACE-NUMBER TO AY-TRACE-NUMBER
098000     MOVE Entry-Account TO AY-ACCOUNT-NUMBER
098100     MOVE Filter-Reason TO AY-EXCEPTION-REASON
098200     MOVE Business-Date TO Candidate-Date
098300     PERFORM 2380-NEXT-BUSINESS-DAY
098400         THRU 2380-NEXT-BUSINESS-DAY-EXIT
098500         VARYING Days-Rolled FROM 1 BY 1
098600         UNTIL Days-Rolled > Decision-Days
098700     MOVE Candidate-Date TO AY-DEADLINE-DATE
098800     SET AY-UNDECIDED TO TRUE
098900     MOVE ZERO TO AY-DECIDED-DATE
099000                  AY-CLOSED-DATE
099100     SET AY-EXCEPTION-OPEN TO TRUE
099200     MOVE In-Immediate-Destination TO AY-FILE-DESTINATION
099300     MOVE In-Immediate-Origin TO AY-FILE-ORIGIN
099400     MOVE In-Destination-Name TO AY-DESTINATION-NAME
099500     MOVE In-Origin-Name TO AY-ORIGIN-NAME
099600     MOVE In-Service-Class TO AY-SERVICE-CLASS
099700     MOVE In-Company-Name TO AY-COMPANY-NAME
099800     MOVE In-Company-Discretionary TO AY-COMPANY-DISCRETIONARY
099900     MOVE In-Company-ID TO AY-COMPANY-ID
100000     MOVE In-SEC-Code TO AY-SEC-CODE
100100     MOVE In-Entry-Description TO AY-ENTRY-DESCRIPTION
100200     MOVE AX-TRANSACTION-CODE TO AY-TRANSACTION-CODE
100300     MOVE AX-RECEIVING-DFI TO AY-RECEIVING-DFI
100400     MOVE AX-DFI-ACCOUNT TO AY-DFI-ACCOUNT
100500     MOVE AX-ENTRY-AMOUNT TO AY-ENTRY-AMOUNT
100600     MOVE AX-INDIVIDUAL-ID TO AY-INDIVIDUAL-ID
100700     MOVE AX-INDIVIDUAL-NAME TO AY-INDIVIDUAL-NAME
100800     WRITE AY-ACH-EXCEPTION-RECORD
100900         INVALID KEY
101000             DISPLAY "  ALREADY ON ACHEXCP - TRACE "
101100                     AX-TRACE-NUMBER
101200     END-WRITE.
101300 2370-WRITE-EXCEPTION-EXIT.
101400     EXIT.
101500
101600 2380-NEXT-BUSINESS-DAY.
101700     COMPUTE Candidate-Integer-Date =
101800         FUNCTION INTEGER-OF-DATE(Candidate-Date) + 1
101900     MOVE FUNCTION DATE-OF-INTEGER(Candidate-Integer-Date)
102000         TO Candidate-Date
102100     SET Not-Business-Day TO TRUE
102200     PERFORM 2381-CHECK-CANDIDATE-DATE
102300         THRU 2381-CHECK-CANDIDATE-DATE-EXIT
102400         UNTIL Is-Business-Day.
102500 2380-NEXT-BUSINESS-DAY-EXIT.
102600     EXIT.
102700
102800 2381-CHECK-CANDIDATE-DATE.
102900     COMPUTE Candidate-Integer-Date =
103000         FUNCTION INTEGER-OF-DATE(Candidate-Date)
103100     COMPUTE Candidate-Day-Of-Week =
103200         FUNCTION MOD(Candidate-Integer-Date, 7)
103300     MOVE Candidate-Date TO HC-HOLIDAY-DATE
103400     READ HOLCAL
103500         INVALID KEY
103600             CONTINUE
103700     END-READ
103800     IF Candidate-Day-Of-Week = 6 OR Candidate-Day-Of-Week = 0
103900             OR Holcal-OK
104000         COMPUTE Candidate-Integer-Date =
104100             Candidate-Integer-Date + 1
104200         MOVE FUNCTION DATE-OF-INTEGER(Candidate-Integer-Date)
104300             TO Candidate-Date
104400     ELSE
104500         SET Is-Business-Day TO TRUE
104600     END-IF.
104700 2381-CHECK-CANDIDATE-DATE-EXIT.
104800     EXIT.
104900
105000*****************************************************************
105100*    BATCH CONTROL: PROVE THE BATCH, ROLL IT INTO THE FILE      *
105200*    TOTALS AND SEND ITS RETURNS AND NOTICES.                   *
105300*****************************************************************
105400 2400-BATCH-CONTROL.
105500     IF Batch-Is-Closed
105600         MOVE "BATCH CONTROL WITHOUT HEADER" TO Failure-Text
105700         PERFORM 2900-CONTROL-FAILURE
105800             THRU 2900-CONTROL-FAILURE-EXIT
105900         GO TO 2400-BATCH-CONTROL-EXIT
106000     END-IF
106100     DIVIDE Batch-Hash-Accum BY 10000000000
106200         GIVING Hash-Quotient REMAINDER Hash-Remainder
106300     IF AX-BATCH-ENTRY-COUNT NOT = Batch-Entry-Count
106400         MOVE "BATCH ENTRY/ADDENDA COUNT" TO Failure-Text
106500         PERFORM 2900-CONTROL-FAILURE
106600             THRU 2900-CONTROL-FAILURE-EXIT
106700     END-IF
106800     IF AX-BATCH-ENTRY-HASH NOT = Hash-Remainder
106900         MOVE "BATCH ENTRY HASH" TO Failure-Text
107000         PERFORM 2900-CONTROL-FAILURE
107100             THRU 2900-CONTROL-FAILURE-EXIT
107200     END-IF
107300     IF AX-BATCH-DEBIT-TOTAL NOT = Batch-Debit-Total
107400         MOVE "BATCH DEBIT TOTAL" TO Failure-Text
107500         PERFORM 2900-CONTROL-FAILURE
107600             THRU 2900-CONTROL-FAILURE-EXIT
107700     END-IF
107800     IF AX-BATCH-CREDIT-TOTAL NOT = Batch-Credit-Total
107900         MOVE "BATCH CREDIT TOTAL" TO Failure-Text
108000         PERFORM 2900-CONTROL-FAILURE
108100             THRU 2900-CONTROL-FAILURE-EXIT
108200     END-IF
108300     IF AX-CONTROL-BATCH-NUMBER NOT = In-Batch-Number
108400         MOVE "BATCH NUMBER" TO Failure-Text
108500         PERFORM 2900-CONTROL-FAILURE
108600             THRU 2900-CONTROL-FAILURE-EXIT
108700     END-IF
108800     ADD 1 TO File-Batch-Count
108900     ADD Batch-Entry-Count TO File-Entry-Count
109000     ADD Batch-Hash-Accum TO File-Hash-Accum
109100     ADD Batch-Debit-Total TO File-Debit-Total
109200     ADD Batch-Credit-Total TO File-Credit-Total
109300     PERFORM 2500-SEND-RETURNS THRU 2500-SEND-RETURNS-EXIT
109400     SET Batch-Is-Closed TO TRUE.
109500 2400-BATCH-CONTROL-EXIT.
109600     EXIT.
109700
109800*****************************************************************
109900*    SEND THE BATCH'S QUEUED RETURNS, THEN ITS NOTICES, EACH    *
110000*    AS ITS OWN OUTBOUND BATCH.                                 *
110100*****************************************************************
110200 2500-SEND-RETURNS.
110300     IF Return-Count = ZERO
110400         GO TO 2500-SEND-RETURNS-EXIT
110500     END-IF
110600     IF Outbound-Header-Not-Written
110700         PERFORM 2530-WRITE-FILE-HEADER
110800             THRU 2530-WRITE-FILE-HEADER-EXIT
110900     END-IF
111000     MOVE "R" TO Send-Kind
111100     PERFORM 2510-SEND-BATCH THRU 2510-SEND-BATCH-EXIT
111200     MOVE "N" TO Send-Kind
111300     PERFORM 2510-SEND-BATCH THRU 2510-SEND-BATCH-EXIT
111400     MOVE ZERO TO Return-Count.
111500 2500-SEND-RETURNS-EXIT.
111600     EXIT.
111700
111800 2510-SEND-BATCH.
111900     MOVE ZERO TO Kind-Count
112000     MOVE SPACES TO Out-Batch-ODFI
112100     PERFORM 2511-COUNT-KIND THRU 2511-COUNT-KIND-EXIT
112200         VARYING Return-Sub FROM 1 BY 1
112300         UNTIL Return-Sub > Return-Count
112400     IF Kind-Count = ZERO
112500         GO TO 2510-SEND-BATCH-EXIT
112600     END-IF
112700     ADD 1 TO Out-Batch-Number
112800     ADD 1 TO Out-Batch-Count
112900     MOVE ZERO TO Out-Batch-Entry-Count
113000                  Out-Batch-Hash-Accum
113100                  Out-Batch-Debit-Total
113200                  Out-Batch-Credit-Total
113300     MOVE SPACES TO AZ-ACH-RETURN-RECORD
113400     MOVE "5" TO AZ-BATCH-RECORD-TYPE
113500     MOVE In-Service-Class TO AZ-SERVICE-CLASS
113600     MOVE In-Company-Name TO AZ-COMPANY-NAME
113700     MOVE In-Company-Discretionary TO AZ-COMPANY-DISCRETIONARY
113800     MOVE In-Company-ID TO AZ-COMPANY-ID
113900     IF Send-Kind = "R"
114000         MOVE In-SEC-Code TO AZ-SEC-CODE
114100         MOVE "RETURN" TO AZ-ENTRY-DESCRIPTION
114200     ELSE
114300         MOVE "COR" TO AZ-SEC-CODE
114400         MOVE "NOTIFCATN" TO AZ-ENTRY-DESCRIPTION
114500     END-IF
114600     MOVE Business-Date (3:6) TO AZ-EFFECTIVE-DATE
114700     MOVE "1" TO AZ-ORIGINATOR-STATUS
114800     MOVE Out-Batch-ODFI TO AZ-BATCH-ODFI
114900     MOVE Out-Batch-Number TO AZ-BATCH-NUMBER
115000     WRITE AZ-BATCH-HEADER-RECORD
115100     ADD 1 TO Out-Record-Count
115200     PERFORM 2520-SEND-ENTRY THRU 2520-SEND-ENTRY-EXIT
115300         VARYING Return-Sub FROM 1 BY 1
115400         UNTIL Return-Sub > Return-Count
115500     DIVIDE Out-Batch-Hash-Accum BY 10000000000
115600         GIVING Hash-Quotient REMAINDER Hash-Remainder
115700     MOVE SPACES TO AZ-ACH-RETURN-RECORD
115800     MOVE "8" TO AZ-CONTROL-RECORD-TYPE
115900     MOVE In-Service-Class TO AZ-CONTROL-SERVICE-CLASS
116000     MOVE Out-Batch-Entry-Count TO AZ-BATCH-ENTRY-COUNT
116100     MOVE Hash-Remainder TO AZ-BATCH-ENTRY-HASH
116200     MOVE Out-Batch-Debit-Total TO AZ-BATCH-DEBIT-TOTAL
116300     MOVE Out-Batch-Credit-Total TO AZ-BATCH-CREDIT-TOTAL
116400     MOVE In-Company-ID TO AZ-CONTROL-COMPANY-ID
116500     MOVE Out-Batch-ODFI TO AZ-CONTROL-ODFI
116600     MOVE Out-Batch-Number TO AZ-CONTROL-BATCH-NUMBER
116700     WRITE AZ-BATCH-CONTROL-RECORD
116800     ADD 1 TO Out-Record-Count
116900     ADD Out-Batch-Entry-Count TO Out-Entry-Count
117000     ADD Out-Batch-Hash-Accum TO Out-Hash-Accum
117100     ADD Out-Batch-Debit-Total TO Out-Debit-Total
117200     ADD Out-Batch-Credit-Total TO Out-Credit-Total.
117300 2510-SEND-BATCH-EXIT.
117400     EXIT.
117500
117600 2511-COUNT-KIND.
117700     IF Queued-Kind (Return-Sub) = Send-Kind
117800         ADD 1 TO Kind-Count
117900         IF Out-Batch-ODFI = SPACES
118000             MOVE Queued-Original-RDFI (Return-Sub)
118100                 TO Out-Batch-ODFI
118200         END-IF
118300     END-IF.
118400 2511-COUNT-KIND-EXIT.
118500     EXIT.
118600
118700*> The return goes back to the originating bank (the ODFI in
118800*> the original trace) from the routing the entry came in on.
118900 2520-SEND-ENTRY.
119000     IF Queued-Kind (Return-Sub) NOT = Send-Kind
119100         GO TO 2520-SEND-ENTRY-EXIT
119200     END-IF
119300     ADD 1 TO Out-Trace-Sequence
119400     MOVE Queued-Original-RDFI (Return-Sub) TO Out-Trace (1:8)
119500     MOVE Out-Trace-Sequence TO Out-Trace (9:7)
119600     IF Queued-Original-Trace (Return-Sub) (1:8) IS NUMERIC
119700         MOVE Queued-Original-Trace (Return-Sub) (1:8)
119800             TO Out-Trace-ODFI
119900     ELSE
120000         MOVE ZERO TO Out-Trace-ODFI
120100     END-IF
120200     MOVE Out-Trace-ODFI TO Check-Routing
120300     PERFORM 2540-ROUTING-CHECK-DIGIT
120400         THRU 2540-ROUTING-CHECK-DIGIT-EXIT
120500     DIVIDE Queued-Tran-Code (Return-Sub) BY 10
120600         GIVING Tran-Tens REMAINDER Tran-Units
120700     MOVE SPACES TO AZ-ACH-RETURN-RECORD
120800     MOVE "6" TO AZ-ENTRY-RECORD-TYPE
120900     IF Tran-Units < 5
121000         COMPUTE AZ-TRANSACTION-CODE = Tran-Tens * 10 + 1
121100         ADD Queued-Amount (Return-Sub) TO Out-Batch-Credit-Total
121200     ELSE
121300         COMPUTE AZ-TRANSACTION-CODE = Tran-Tens * 10 + 6
121400         ADD Queued-Amount (Return-Sub) TO Out-Batch-Debit-Total
121500     END-IF
121600     MOVE Out-Trace-ODFI TO AZ-RECEIVING-DFI
121700     MOVE Computed-Check-Digit TO AZ-RDFI-CHECK-DIGIT
121800     MOVE Queued-DFI-Account (Return-Sub) TO AZ-DFI-ACCOUNT
121900     MOVE Queued-Amount (Return-Sub) TO AZ-ENTRY-AMOUNT
122000     MOVE Queued-Individual-ID (Return-Sub) TO AZ-INDIVIDUAL-ID
122100     MOVE Queued-Individual-Name (Return-Sub)
122200         TO AZ-INDIVIDUAL-NAME
122300     MOVE 1 TO AZ-ADDENDA-INDICATOR
122400     MOVE Out-Trace TO AZ-TRACE-NUMBER
122500     WRITE AZ-ENTRY-DETAIL-RECORD
122600     ADD Out-Trace-ODFI TO Out-Batch-Hash-Accum
122700     MOVE SPACES TO AZ-ACH-RETURN-RECORD
122800     IF Send-Kind = "R"
122900         MOVE "7" TO AZ-RETURN-RECORD-TYPE
123000         MOVE "99" TO AZ-RETURN-ADDENDA-TYPE
123100         MOVE Queued-Code (Return-Sub) TO AZ-RETURN-REASON
123200         MOVE Queued-Original-Trace (Return-Sub)
123300             TO AZ-RETURN-ORIGINAL-TRACE
123400         MOVE Queued-Original-RDFI (Return-Sub)
123500             TO AZ-RETURN-ORIGINAL-RDFI
123600         MOVE Out-Trace TO AZ-RETURN-ADDENDA-TRACE
123700         WRITE AZ-RETURN-ADDENDA-RECORD
123800     ELSE
123900         MOVE "7" TO AZ-CHANGE-RECORD-TYPE
124000         MOVE "98" TO AZ-CHANGE-ADDENDA-TYPE
124100         MOVE Queued-Code (Return-Sub) TO AZ-CHANGE-CODE
124200         MOVE Queued-Original-Trace (Return-Sub)
124300             TO AZ-CHANGE-ORIGINAL-TRACE
124400         MOVE Queued-Original-RDFI (Return-Sub)
124500             TO AZ-CHANGE-ORIGINAL-RDFI
124600         MOVE Queued-Corrected-Data (Return-Sub)
124700             TO AZ-CORRECTED-DATA
124800         MOVE Out-Trace TO AZ-CHANGE-ADDENDA-TRACE
124900         WRITE AZ-CHANGE-ADDENDA-RECORD
125000     END-IF
125100     ADD 2 TO Out-Record-Count
125200     ADD 2 TO Out-Batch-Entry-Count.
125300 2520-SEND-ENTRY-EXIT.
125400     EXIT.
125500
125600*> The outbound file goes back the way the inbound one came:
125700*> destination and origin swap.
125800 2530-WRITE-FILE-HEADER.
125900     ACCEPT Clock-Time FROM TIME
126000     MOVE SPACES TO AZ-ACH-RETURN-RECORD
126100     MOVE "1" TO AZ-HEADER-RECORD-TYPE
126200     MOVE "01" TO AZ-PRIORITY-CODE
126300     MOVE In-Immediate-Origin TO AZ-IMMEDIATE-DESTINATION
126400     MOVE In-Immediate-Destination TO AZ-IMMEDIATE-ORIGIN
126500     MOVE Business-Date (3:6) TO AZ-FILE-CREATION-DATE
126600     MOVE Clock-Time (1:4) TO AZ-FILE-CREATION-TIME
126700     MOVE "A" TO AZ-FILE-ID-MODIFIER
126800     MOVE "094" TO AZ-RECORD-SIZE
126900     MOVE "10" TO AZ-BLOCKING-FACTOR
127000     MOVE "1" TO AZ-FORMAT-CODE
127100     MOVE In-Origin-Name TO AZ-DESTINATION-NAME
127200     MOVE In-Destination-Name TO AZ-ORIGIN-NAME
127300     WRITE AZ-FILE-HEADER-RECORD
127400     ADD 1 TO Out-Record-Count
127500     SET Outbound-Header-Written TO TRUE.
127600 2530-WRITE-FILE-HEADER-EXIT.
127700     EXIT.
127800
127900 2540-ROUTING-CHECK-DIGIT.
128000     MOVE ZERO TO Weight-Sum
128100     PERFORM 2541-ADD-WEIGHT THRU 2541-ADD-WEIGHT-EXIT
128200         VARYING Weight-Sub FROM 1 BY 1
128300         UNTIL Weight-Sub > 8
128400     DIVIDE Weight-Sum BY 10
128500         GIVING Weight-Quotient REMAINDER Weight-Remainder
128600     IF Weight-Remainder = ZERO
128700         MOVE ZERO TO Computed-Check-Digit
128800     ELSE
128900         COMPUTE Computed-Check-Digit = 10 - Weight-Remainder
129000     END-IF.
129100 2540-ROUTING-CHECK-DIGIT-EXIT.
129200     EXIT.
129300
129400 2541-ADD-WEIGHT.
129500     COMPUTE Weight-Sum = Weight-Sum
129600         + Check-Routing-Digit (Weight-Sub)
129700         * Routing-Weight (Weight-Sub).
129800 2541-ADD-WEIGHT-EXIT.
129900     EXIT.
130000
130100*****************************************************************
130200*    FILE CONTROL: PROVE THE WHOLE FILE.                        *
130300*****************************************************************
130400 2600-FILE-CONTROL.
130500     SET File-Control-Seen TO TRUE
130600     IF Batch-Is-Open
130700         MOVE "FILE CONTROL INSIDE A BATCH" TO Failure-Text
130800         PERFORM 2900-CONTROL-FAILURE
130900             THRU 2900-CONTROL-FAILURE-EXIT
131000         PERFORM 2500-SEND-RETURNS THRU 2500-SEND-RETURNS-EXIT
131100         SET Batch-Is-Closed TO TRUE
131200     END-IF
131300     DIVIDE File-Hash-Accum BY 10000000000
131400         GIVING Hash-Quotient REMAINDER Hash-Remainder
131500     IF AX-FILE-BATCH-COUNT NOT = File-Batch-Count
131600         MOVE "FILE BATCH COUNT" TO Failure-Text
131700         PERFORM 2900-CONTROL-FAILURE
131800             THRU 2900-CONTROL-FAILURE-EXIT
131900     END-IF
132000     IF AX-FILE-ENTRY-COUNT NOT = File-Entry-Count
132100         MOVE "FILE ENTRY/ADDENDA COUNT" TO Failure-Text
132200         PERFORM 2900-CONTROL-FAILURE
132300             THRU 2900-CONTROL-FAILURE-EXIT
132400     END-IF
132500     IF AX-FILE-ENTRY-HASH NOT = Hash-Remainder
132600         MOVE "FILE ENTRY HASH" TO Failure-Text
132700         PERFORM 2900-CONTROL-FAILURE
132800             THRU 2900-CONTROL-FAILURE-EXIT
132900     END-IF
133000     IF AX-FILE-DEBIT-TOTAL NOT = File-Debit-Total
133100         MOVE "FILE DEBIT TOTAL" TO Failure-Text
133200         PERFORM 2900-CONTROL-FAILURE
133300             THRU 2900-CONTROL-FAILURE-EXIT
133400     END-IF
133500     IF AX-FILE-CREDIT-TOTAL NOT = File-Credit-Total
133600         MOVE "FILE CREDIT TOTAL" TO Failure-Text
133700         PERFORM 2900-CONTROL-FAILURE
133800             THRU 2900-CONTROL-FAILURE-EXIT
133900     END-IF.
134000 2600-FILE-CONTROL-EXIT.
134100     EXIT.
134200
134300 2900-CONTROL-FAILURE.
134400     ADD 1 TO Control-Failures
134500     DISPLAY "  ACH CONTROL FAILURE - " Failure-Text
134600             " - BATCH " In-Batch-Number.
134700 2900-CONTROL-FAILURE-EXIT.
134800     EXIT.
134900
135000 9000-TERMINATE.
135100     IF Records-Read > 0 AND File-Control-Not-Seen
135200         MOVE "NO FILE CONTROL RECORD" TO Failure-Text
135300         PERFORM 2900-CONTROL-FAILURE
135400             THRU 2900-CONTROL-FAILURE-EXIT
135500         IF Batch-Is-Open
135600             PERFORM 2500-SEND-RETURNS
135700                 THRU 2500-SEND-RETURNS-EXIT
135800         END-IF
135900     END-IF
136000     IF Outbound-Header-Written
136100         DIVIDE Out-Hash-Accum BY 10000000000
136200             GIVING Hash-Quotient REMAINDER Hash-Remainder
136300         COMPUTE Out-Block-Count = (Out-Record-Count + 10) / 10
136400         MOVE SPACES TO AZ-ACH-RETURN-RECORD
136500         MOVE "9" TO AZ-FILE-RECORD-TYPE
136600         MOVE Out-Batch-Count TO AZ-FILE-BATCH-COUNT
136700         MOVE Out-Block-Count TO AZ-FILE-BLOCK-COUNT
136800         MOVE Out-Entry-Count TO AZ-FILE-ENTRY-COUNT
136900         MOVE Hash-Remainder TO AZ-FILE-ENTRY-HASH
137000         MOVE Out-Debit-Total TO AZ-FILE-DEBIT-TOTAL
137100         MOVE Out-Credit-Total TO AZ-FILE-CREDIT-TOTAL
137200         WRITE AZ-FILE-CONTROL-RECORD
137300     END-IF
137400     IF Entries-Posted > 0
137500         OPEN EXTEND SETTLTOT
137600         MOVE SPACES TO CS-SETTLEMENT-TOTALS-RECORD
137700         MOVE Ach-Channel TO CS-SOURCE-CHANNEL
137800         MOVE Business-Date TO CS-SETTLE-DATE
137900         MOVE Entries-Posted TO CS-ITEM-COUNT
138000         MOVE Posted-Debit-Dollars TO CS-DEBIT-TOTAL
138100         MOVE Posted-Credit-Dollars TO CS-CREDIT-TOTAL
138200         WRITE CS-SETTLEMENT-TOTALS-RECORD
138300         CLOSE SETTLTOT
138400     END-IF
138500     IF Achin-OK OR Achin-EOF
138600         CLOSE ACHIN
138700     END-IF
138800     IF Xref-Available
138900         CLOSE CHKDXREF
139000     END-IF
139100     IF Filter-Available
139200         CLOSE ACHFILT
139300     END-IF
139400     CLOSE ACCTMSTR
139500           ACHTRN
139600           ACHRTN
139700           ACHREG
139800           ACHEXCP
139900           HOLCAL
140000     DISPLAY "  RECORDS READ         " Records-Read
140100     DISPLAY "  BATCHES RECEIVED     " Batches-Received
140200     DISPLAY "  ENTRIES RECEIVED     " Entries-Received
140300     DISPLAY "  ENTRIES POSTED       " Entries-Posted
140400     DISPLAY "  PRENOTES (NOT POSTED)" Prenotes-Received
140500     DISPLAY "  ENTRIES RETURNED     " Entries-Returned
140600     DISPLAY "  NOTICES OF CHANGE    " Notices-Sent
140700     DISPLAY "  ENTRIES HELD         " Entries-Held
140800     DISPLAY "  NOT SENT, TABLE FULL " Returns-Not-Sent
140900     DISPLAY "  CENTS NOT CARRIED    " Cents-Not-Carried
141000     DISPLAY "  DEBITS FILTERED      " Debits-Filtered
141100     DISPLAY "  FILTERED, PAID       " Exceptions-Paid
141200     DISPLAY "  FILTERED, RETURNED   " Exceptions-Returned
141300     DISPLAY "  FILTERED, UNDECIDED  " Exceptions-Unauthorized
141400     DISPLAY "  EXCEPTIONS PURGED    " Exceptions-Purged
141500     IF Routing-Rows-Dropped > 0
141600         DISPLAY "  BRCHRTE ROWS DROPPED " Routing-Rows-Dropped
141700     END-IF
141800     DISPLAY "  CONTROL FAILURES     " Control-Failures.
141900 9000-TERMINATE-EXIT.
142000     EXIT.
