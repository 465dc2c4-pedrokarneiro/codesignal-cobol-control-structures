000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ExternalLinkVerification.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-03.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    EXTERNALLINKVERIFICATION                                   *
001100*                                                               *
001200*    MAINTAINS THE EXTLINK FILE OF OUTSIDE ACCOUNTS OUR         *
001300*    CUSTOMERS MAY SEND TO OR COLLECT FROM, AHEAD OF THE        *
001400*    ONLINE TRANSFER AND COLLECTION STEPS THAT REFUSE ANY       *
001500*    LINK NOT ACTIVE. THE FRONT END'S LNKREQ FILE CARRIES:      *
001600*      N - A NEW LINK. THE OWNING ACCOUNT IS EDITED AS ONLINE   *
001700*          TRANSFERS ARE, TWO RANDOM TRIAL AMOUNTS OF 1-99      *
001800*          CENTS ARE DRAWN AND THE LINK WAITS (P) FOR           *
001900*          COLLECTIONORIGINATION TO SEND THEM OUT.              *
002000*      C - THE CUSTOMER'S CONFIRMATION OF THE TWO AMOUNTS, IN   *
002100*          EITHER ORDER. A MATCH MAKES THE LINK ACTIVE FOR THE  *
002200*          LINK TERM; A MISS COUNTS AGAINST IT AND THE THIRD    *
002300*          MISS LOCKS IT. AMOUNTS NOT CONFIRMED WITHIN THE      *
002400*          CONFIRMATION DAYS OF BEING SENT EXPIRE THE LINK.     *
002500*    EVERY ROW IS ANSWERED ON LNKRESP (OLRESP SHAPE). A SWEEP   *
002600*    THEN EXPIRES UNCONFIRMED AND LAPSED LINKS. A LOCKED LINK   *
002700*    IS NOT REOPENED BY A NEW REQUEST.                          *
002800*                                                               *
002900*    MODIFICATION HISTORY                                      *
003000*    ------------------------------------------------------    *
003100*    DATE       INIT  DESCRIPTION                              *
003200*    ---------  ----  -----------------------------------      *
003300*    2026-10-03  RLB  ORIGINAL.                                *
003400*                                                               *
003500*****************************************************************
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT LNKREQ ASSIGN TO "LNKREQ"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS Lnkreq-File-Status.
004300
004400     SELECT EXTLINK ASSIGN TO "EXTLINK"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS XL-LINK-KEY
004800         FILE STATUS IS Extlink-File-Status.
004900
005000     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS MF-ACCOUNT-NUMBER
005400         FILE STATUS IS Acctmstr-File-Status.
005500
005600     SELECT LNKRESP ASSIGN TO "LNKRESP"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS Lnkresp-File-Status.
005900
006000     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS Runctlin-File-Status.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  LNKREQ.
006700     COPY LNKREQ.
006800
006900 FD  EXTLINK.
007000     COPY EXTLINK.
007100
007200 FD  ACCTMSTR.
007300     COPY ACCTMSTR.
007400
007500 FD  LNKRESP.
007600     COPY OLRESP.
007700
007800 FD  RUNCTLIN.
007900     COPY RUNCTL REPLACING
008000         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
008100         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
008200         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
008300         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.
008400
008500 WORKING-STORAGE SECTION.
008600 01  Lnkreq-File-Status              PIC XX.
008700     88  Lnkreq-OK                   VALUE "00".
008800     88  Lnkreq-EOF                  VALUE "10".
008900 01  Extlink-File-Status             PIC XX.
009000     88  Extlink-OK                  VALUE "00".
009100     88  Extlink-EOF                 VALUE "10".
009200     88  Extlink-Not-On-File         VALUE "23".
009300 01  Acctmstr-File-Status            PIC XX.
009400     88  Acctmstr-OK                 VALUE "00".
009500     88  Acctmstr-Not-On-File        VALUE "23".
009600 01  Lnkresp-File-Status             PIC XX.
009700 01  Runctlin-File-Status            PIC XX.
009800     88  Runctlin-OK                 VALUE "00".
009900     88  Runctlin-Not-Found          VALUE "35".
010000
010100*    DAYS THE CUSTOMER HAS TO KEY BACK THE TRIAL AMOUNTS ONCE
010200*    THEY ARE SENT, DAYS A CONFIRMED LINK STAYS GOOD, AND THE
010300*    WRONG CONFIRMATIONS THAT LOCK A LINK.
010400 77  Confirm-Days                    PIC 9(03) VALUE 10.
010500 77  Link-Term-Days                  PIC 9(03) VALUE 365.
010600 77  Max-Confirm-Attempts            PIC 9(01) VALUE 3.
010700 77  Check-Digit-Action              PIC X(01) VALUE "V".
010800 01  Check-Digit-Result              PIC X(01).
010900     88  Check-Digit-Good            VALUE "Y".
011000     88  Check-Digit-Bad             VALUE "N".
011100
011200 01  Business-Date                   PIC 9(08).
011300 01  Business-Integer-Date           PIC 9(07).
011400 01  Work-Integer-Date               PIC 9(07).
011500 01  Confirm-By-Date                 PIC 9(08).
011600 01  Reject-Reason                   PIC X(30).
011700 01  Seed-Time                       PIC 9(08).
011800 01  Random-Fraction                 PIC V9(09).
011900 01  Link-Found-Switch               PIC X(01).
012000     88  Link-Was-Found              VALUE "Y".
012100     88  Link-Was-Not-Found          VALUE "N".
012200
012300 01  Link-Counters.
012400     05  Requests-Read               PIC 9(7) COMP.
012500     05  Requests-Rejected           PIC 9(7) COMP.
012600     05  Links-Opened                PIC 9(7) COMP.
012700     05  Links-Confirmed             PIC 9(7) COMP.
012800     05  Confirmations-Missed        PIC 9(7) COMP.
012900     05  Links-Locked                PIC 9(7) COMP.
013000     05  Links-Expired               PIC 9(7) COMP.
013100
013200 PROCEDURE DIVISION.
013300
013400 0000-MAINLINE.
013500     CALL "BatchStepTimer" USING "STEP004K", "S"
013600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
013700     PERFORM 2000-PROCESS-REQUEST THRU 2000-PROCESS-REQUEST-EXIT
013800         UNTIL Lnkreq-EOF
013900     PERFORM 3000-SWEEP-LINKS THRU 3000-SWEEP-LINKS-EXIT
014000     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
014100     CALL "BatchStepTimer" USING "STEP004K", "E"
014200     STOP RUN.
014300
014400 1000-INITIALIZE.
014500     OPEN I-O EXTLINK
014600     OPEN INPUT ACCTMSTR
014700     OPEN OUTPUT LNKRESP
014800     MOVE ZERO TO Requests-Read
014900                  Requests-Rejected
015000                  Links-Opened
015100                  Links-Confirmed
015200                  Confirmations-Missed
015300                  Links-Locked
015400                  Links-Expired
015500     OPEN INPUT RUNCTLIN
015600     IF Runctlin-OK
015700         READ RUNCTLIN
015800             AT END
015900                 SET Runctlin-Not-Found TO TRUE
016000         END-READ
016100     END-IF
016200     IF Runctlin-OK
016300         MOVE RI-BUSINESS-DATE TO Business-Date
016400         CLOSE RUNCTLIN
016500     ELSE
016600         ACCEPT Business-Date FROM DATE YYYYMMDD
016700     END-IF
016800     COMPUTE Business-Integer-Date =
016900         FUNCTION INTEGER-OF-DATE(Business-Date)
017000*> Seed the trial amounts from the clock once; every later
017100*> draw continues the same sequence.
017200     ACCEPT Seed-Time FROM TIME
017300     COMPUTE Random-Fraction = FUNCTION RANDOM(Seed-Time)
017400     DISPLAY "EXTERNAL LINK VERIFICATION - " Business-Date
017500*> No request file on a given night just means nothing new
017600*> was keyed; the sweep still runs.
017700     OPEN INPUT LNKREQ
017800     IF Lnkreq-OK
017900         READ LNKREQ
018000             AT END
018100                 SET Lnkreq-EOF TO TRUE
018200         END-READ
018300     ELSE
018400         SET Lnkreq-EOF TO TRUE
018500     END-IF.
018600 1000-INITIALIZE-EXIT.
018700     EXIT.
018800
018900 2000-PROCESS-REQUEST.
019000     ADD 1 TO Requests-Read
019100     MOVE SPACES TO Reject-Reason
019200     EVALUATE TRUE
019300         WHEN LQ-NEW-LINK
019400             PERFORM 2100-OPEN-LINK THRU 2100-OPEN-LINK-EXIT
019500         WHEN LQ-CONFIRM-LINK
019600             PERFORM 2200-CONFIRM-LINK
019700                 THRU 2200-CONFIRM-LINK-EXIT
019800         WHEN OTHER
019900             MOVE "Request type not N or C" TO Reject-Reason
020000     END-EVALUATE.
020100
020200 2000-RESPOND.
020300     MOVE LQ-REFERENCE TO RS-REFERENCE
020400     MOVE LQ-OWNER-ACCOUNT TO RS-FROM-ACCOUNT
020500     IF Reject-Reason = SPACES
020600         SET RS-TRANSFER-ACCEPTED TO TRUE
020700         MOVE SPACES TO RS-REJECT-REASON
020800     ELSE
020900         SET RS-TRANSFER-REJECTED TO TRUE
021000         MOVE Reject-Reason TO RS-REJECT-REASON
021100         ADD 1 TO Requests-Rejected
021200         DISPLAY LQ-REFERENCE ": Rejected - " Reject-Reason
021300     END-IF
021400     WRITE RS-TRANSFER-RESPONSE-RECORD.
021500
021600 2000-READ-NEXT.
021700     READ LNKREQ
021800         AT END
021900             SET Lnkreq-EOF TO TRUE
022000     END-READ.
022100 2000-PROCESS-REQUEST-EXIT.
022200     EXIT.
022300
022400*****************************************************************
022500*    A NEW LINK. THE OWNING ACCOUNT GETS THE SAME EDITS AN      *
022600*    ONLINE TRANSFER'S SOURCE DOES; THE OUTSIDE ACCOUNT IS      *
022700*    PROVED ONLY BY THE TRIAL CREDITS ARRIVING. A LINK ID STILL *
022800*    PENDING MAY BE ASKED FOR AGAIN (A MISTYPED ACCOUNT), BUT   *
022900*    ITS MISSED CONFIRMATIONS CARRY OVER.                       *
023000*****************************************************************
023100 2100-OPEN-LINK.
023200     CALL "AccountCheckDigit" USING Check-Digit-Action,
023300         LQ-OWNER-ACCOUNT, Check-Digit-Result
023400     IF Check-Digit-Bad
023500         MOVE "Account check digit invalid" TO Reject-Reason
023600         GO TO 2100-OPEN-LINK-EXIT
023700     END-IF
023800     MOVE LQ-OWNER-ACCOUNT TO MF-ACCOUNT-NUMBER
023900     READ ACCTMSTR
024000         INVALID KEY
024100             MOVE "Account not on file" TO Reject-Reason
024200             GO TO 2100-OPEN-LINK-EXIT
024300     END-READ
024400     IF MF-Account-Is-Closed
024500         MOVE "Account closed" TO Reject-Reason
024600         GO TO 2100-OPEN-LINK-EXIT
024700     END-IF
024800     IF LQ-LINK-ID = SPACES
024900         MOVE "Link id missing" TO Reject-Reason
025000         GO TO 2100-OPEN-LINK-EXIT
025100     END-IF
025200     IF LQ-EXTERNAL-ROUTING NOT NUMERIC
025300         MOVE "Routing number not numeric" TO Reject-Reason
025400         GO TO 2100-OPEN-LINK-EXIT
025500     END-IF
025600     IF LQ-EXTERNAL-ACCOUNT = SPACES
025700         MOVE "External account missing" TO Reject-Reason
025800         GO TO 2100-OPEN-LINK-EXIT
025900     END-IF
026000
026100     MOVE LQ-OWNER-ACCOUNT TO XL-OWNER-ACCOUNT
026200     MOVE LQ-LINK-ID TO XL-LINK-ID
026300     SET Link-Was-Found TO TRUE
026400     READ EXTLINK
026500         INVALID KEY
026600             SET Link-Was-Not-Found TO TRUE
026700     END-READ
026800     IF Link-Was-Found
026900         IF XL-LINK-LOCKED
027000             MOVE "Link locked - call the branch"
027100                 TO Reject-Reason
027200             GO TO 2100-OPEN-LINK-EXIT
027300         END-IF
027400         IF XL-LINK-ACTIVE
027500             AND XL-EXPIRY-DATE NOT < Business-Date
027600             MOVE "Link already active" TO Reject-Reason
027700             GO TO 2100-OPEN-LINK-EXIT
027800         END-IF
027900         IF NOT XL-TRIALS-OWED AND NOT XL-AWAITING-CONFIRM
028000             MOVE ZERO TO XL-FAILED-ATTEMPTS
028100         END-IF
028200     ELSE
028300         MOVE SPACES TO XL-EXTERNAL-LINK-RECORD
028400         MOVE LQ-OWNER-ACCOUNT TO XL-OWNER-ACCOUNT
028500         MOVE LQ-LINK-ID TO XL-LINK-ID
028600         MOVE ZERO TO XL-FAILED-ATTEMPTS
028700     END-IF
028800
028900     MOVE LQ-EXTERNAL-ROUTING TO XL-EXTERNAL-ROUTING
029000     MOVE LQ-EXTERNAL-ACCOUNT TO XL-EXTERNAL-ACCOUNT
029100     SET XL-TRIALS-OWED TO TRUE
029200     MOVE Business-Date TO XL-REQUESTED-DATE
029300     COMPUTE Random-Fraction = FUNCTION RANDOM
029400     COMPUTE XL-TRIAL-CENTS-1 = Random-Fraction * 99 + 1
029500     COMPUTE Random-Fraction = FUNCTION RANDOM
029600     COMPUTE XL-TRIAL-CENTS-2 = Random-Fraction * 99 + 1
029700     MOVE ZERO TO XL-TRIALS-SENT-DATE
029800                  XL-VERIFIED-DATE
029900                  XL-EXPIRY-DATE
030000     IF Link-Was-Found
030100         REWRITE XL-EXTERNAL-LINK-RECORD
030200     ELSE
030300         WRITE XL-EXTERNAL-LINK-RECORD
030400     END-IF
030500     ADD 1 TO Links-Opened.
030600 2100-OPEN-LINK-EXIT.
030700     EXIT.
030800
030900*****************************************************************
031000*    THE CUSTOMER'S CONFIRMATION. ONLY A LINK WHOSE TRIAL       *
031100*    CREDITS HAVE GONE OUT CAN BE CONFIRMED, AND ONLY INSIDE    *
031200*    THE CONFIRMATION DAYS. EVERY MISS IS KEPT ON THE LINK.     *
031300*****************************************************************
031400 2200-CONFIRM-LINK.
031500     MOVE LQ-OWNER-ACCOUNT TO XL-OWNER-ACCOUNT
031600     MOVE LQ-LINK-ID TO XL-LINK-ID
031700     READ EXTLINK
031800         INVALID KEY
031900             MOVE "Link not on file" TO Reject-Reason
032000             GO TO 2200-CONFIRM-LINK-EXIT
032100     END-READ
032200     EVALUATE TRUE
032300         WHEN XL-LINK-LOCKED
032400             MOVE "Link locked - call the branch"
032500                 TO Reject-Reason
032600         WHEN XL-LINK-ACTIVE
032700             MOVE "Link already active" TO Reject-Reason
032800         WHEN XL-LINK-EXPIRED
032900             MOVE "Link expired - request again"
033000                 TO Reject-Reason
033100         WHEN XL-TRIALS-OWED
033200             MOVE "Trial credits not yet sent" TO Reject-Reason
033300     END-EVALUATE
033400     IF Reject-Reason NOT = SPACES
033500         GO TO 2200-CONFIRM-LINK-EXIT
033600     END-IF
033700
033800     COMPUTE Work-Integer-Date =
033900         FUNCTION INTEGER-OF-DATE(XL-TRIALS-SENT-DATE)
034000         + Confirm-Days
034100     MOVE FUNCTION DATE-OF-INTEGER(Work-Integer-Date)
034200         TO Confirm-By-Date
034300     IF Business-Date > Confirm-By-Date
034400         SET XL-LINK-EXPIRED TO TRUE
034500         REWRITE XL-EXTERNAL-LINK-RECORD
034600         ADD 1 TO Links-Expired
034700         MOVE "Trial credits expired" TO Reject-Reason
034800         GO TO 2200-CONFIRM-LINK-EXIT
034900     END-IF
035000
035100     IF (LQ-CONFIRM-CENTS-1 = XL-TRIAL-CENTS-1
035200         AND LQ-CONFIRM-CENTS-2 = XL-TRIAL-CENTS-2)
035300         OR (LQ-CONFIRM-CENTS-1 = XL-TRIAL-CENTS-2
035400         AND LQ-CONFIRM-CENTS-2 = XL-TRIAL-CENTS-1)
035500         SET XL-LINK-ACTIVE TO TRUE
035600         MOVE Business-Date TO XL-VERIFIED-DATE
035700         COMPUTE Work-Integer-Date =
035800             Business-Integer-Date + Link-Term-Days
035900         MOVE FUNCTION DATE-OF-INTEGER(Work-Integer-Date)
036000             TO XL-EXPIRY-DATE
036100         MOVE ZERO TO XL-FAILED-ATTEMPTS
036200         REWRITE XL-EXTERNAL-LINK-RECORD
036300         ADD 1 TO Links-Confirmed
036400         GO TO 2200-CONFIRM-LINK-EXIT
036500     END-IF
036600
036700     ADD 1 TO XL-FAILED-ATTEMPTS
036800     ADD 1 TO Confirmations-Missed
036900     IF XL-FAILED-ATTEMPTS NOT < Max-Confirm-Attempts
037000         SET XL-LINK-LOCKED TO TRUE
037100         ADD 1 TO Links-Locked
037200         MOVE "Amounts wrong - link locked" TO Reject-Reason
037300     ELSE
037400         MOVE "Amounts do not match" TO Reject-Reason
037500     END-IF
037600     REWRITE XL-EXTERNAL-LINK-RECORD.
037700 2200-CONFIRM-LINK-EXIT.
037800     EXIT.
037900
038000*****************************************************************
038100*    TRIAL CREDITS NOBODY CONFIRMED IN TIME, AND ACTIVE LINKS   *
038200*    PAST THEIR TERM, EXPIRE; THE CUSTOMER MUST LINK AGAIN.     *
038300*****************************************************************
038400 3000-SWEEP-LINKS.
038500     MOVE LOW-VALUES TO XL-LINK-KEY
038600     START EXTLINK KEY IS NOT LESS THAN XL-LINK-KEY
038700         INVALID KEY
038800             GO TO 3000-SWEEP-LINKS-EXIT
038900     END-START
039000     MOVE "00" TO Extlink-File-Status
039100     PERFORM 3100-SWEEP-ONE-LINK THRU 3100-SWEEP-ONE-LINK-EXIT
039200         UNTIL Extlink-EOF.
039300 3000-SWEEP-LINKS-EXIT.
039400     EXIT.
039500
039600 3100-SWEEP-ONE-LINK.
039700     READ EXTLINK NEXT RECORD
039800         AT END
039900             GO TO 3100-SWEEP-ONE-LINK-EXIT
040000     END-READ
040100     IF XL-AWAITING-CONFIRM
040200         COMPUTE Work-Integer-Date =
040300             FUNCTION INTEGER-OF-DATE(XL-TRIALS-SENT-DATE)
040400             + Confirm-Days
040500         MOVE FUNCTION DATE-OF-INTEGER(Work-Integer-Date)
040600             TO Confirm-By-Date
040700         IF Business-Date > Confirm-By-Date
040800             GO TO 3100-EXPIRE-LINK
040900         END-IF
041000     END-IF
041100     IF XL-LINK-ACTIVE
041200         AND XL-EXPIRY-DATE < Business-Date
041300         GO TO 3100-EXPIRE-LINK
041400     END-IF
041500     GO TO 3100-SWEEP-ONE-LINK-EXIT.
041600
041700 3100-EXPIRE-LINK.
041800     SET XL-LINK-EXPIRED TO TRUE
041900     REWRITE XL-EXTERNAL-LINK-RECORD
042000     ADD 1 TO Links-Expired
042100     DISPLAY "LINK " XL-OWNER-ACCOUNT "/" XL-LINK-ID
042200         " EXPIRED - " XL-EXTERNAL-ROUTING "/"
042300         XL-EXTERNAL-ACCOUNT.
042400 3100-SWEEP-ONE-LINK-EXIT.
042500     EXIT.
042600
042700 9000-TERMINATE.
042800     IF Lnkreq-OK OR Lnkreq-EOF
042900         CLOSE LNKREQ
043000     END-IF
043100     CLOSE EXTLINK
043200     CLOSE ACCTMSTR
043300     CLOSE LNKRESP
043400     DISPLAY " "
043500     DISPLAY "Link requests read     - " Requests-Read
043600     DISPLAY "Link requests rejected - " Requests-Rejected
043700     DISPLAY "Links opened           - " Links-Opened
043800     DISPLAY "Links confirmed        - " Links-Confirmed
043900     DISPLAY "Confirmations missed   - " Confirmations-Missed
044000     DISPLAY "Links locked           - " Links-Locked
044100     DISPLAY "Links expired          - " Links-Expired.
044200 9000-TERMINATE-EXIT.
044300     EXIT.
