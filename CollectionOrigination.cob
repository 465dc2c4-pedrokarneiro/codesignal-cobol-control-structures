002300*    DATE       INIT  DESCRIPTION                              *
002400*    ---------  ----  -----------------------------------      *
002500*    2026-09-02  RLB  ORIGINAL.                                *
002510*    2026-10-03  RLB  A COLLECTION NOW NEEDS AN ACTIVE,        *
002520*                     UNEXPIRED EXTLINK LINK OF THE            *
002530*                     ORIGINATOR'S TO ITS ROUTING AND ACCOUNT; *
002540*                     OTHERWISE IT WAITS, DUE, AND COLLRESP    *
002550*                     SAYS WHY (NOT ON FILE, NOT VERIFIED,     *
002560*                     EXPIRED, LOCKED). SENDS EXTLINK TRIAL    *
002570*                     CREDITS (GL TO TRIAL-DEPOSIT EXPENSE)    *
002580*                     AND FORWARDS XFEROUT TRANSFER CREDITS ON *
002590*                     COLLOUT.                                 *
002600*                                                               *
002700*****************************************************************

004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS Runctlin-File-Status.

004905     SELECT EXTLINK ASSIGN TO "EXTLINK"
004910         ORGANIZATION IS INDEXED
004915         ACCESS MODE IS DYNAMIC
004920         RECORD KEY IS XL-LINK-KEY
004925         FILE STATUS IS Extlink-File-Status.

004930     SELECT XFEROUT ASSIGN TO "XFEROUT"
004935         ORGANIZATION IS SEQUENTIAL
004940         FILE STATUS IS Xferout-File-Status.

004945     SELECT COLLRESP ASSIGN TO "COLLRESP"
004950         ORGANIZATION IS SEQUENTIAL
004955         FILE STATUS IS Collresp-File-Status.

004960     SELECT GLPOST ASSIGN TO "GLPOST"
004965         ORGANIZATION IS SEQUENTIAL
004970         FILE STATUS IS Glpost-File-Status.

005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  COLLMST.
006400         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
006500         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.

006510 FD  EXTLINK.
006520     COPY EXTLINK.

006530 FD  XFEROUT.
006540 01  XO-TRANSFER-OUT-RECORD          PIC X(60).

006550 FD  COLLRESP.
006560     COPY OLRESP.

006570 FD  GLPOST.
006580     COPY GLPOST.

006600 WORKING-STORAGE SECTION.
006700 01  Collmst-File-Status             PIC XX.
006800     88  Collmst-OK                  VALUE "00".
007700 01  Runctlin-File-Status            PIC XX.
007800     88  Runctlin-OK                 VALUE "00".
007900     88  Runctlin-Not-Found          VALUE "35".
007910 01  Extlink-File-Status             PIC XX.
007920     88  Extlink-OK                  VALUE "00".
007930     88  Extlink-EOF                 VALUE "10".
007940 01  Xferout-File-Status             PIC XX.
007950     88  Xferout-OK                  VALUE "00".
007960     88  Xferout-EOF                 VALUE "10".
007970     88  Xferout-Not-Found           VALUE "35".
007980 01  Collresp-File-Status            PIC XX.
007990 01  Glpost-File-Status              PIC XX.

008000 COPY FILETRLR.
008100 01  Business-Date                   PIC 9(08).
008300 01  Out-Hash-Total                  PIC 9(11).
008400 01  Trn-Record-Count                PIC 9(07).
008500 01  Trn-Hash-Total                  PIC 9(11).
008505 01  Forward-Record-Count            PIC 9(07).
008510 01  Forward-Hash-Total              PIC 9(11).
008515 01  Forward-Failures                PIC 9(02) COMP.
008520 01  Reject-Reason                   PIC X(30).
008525 01  Best-Link-Status                PIC X(01).
008530     88  Best-Link-None              VALUE SPACE.
008535     88  Best-Link-Active            VALUE "A".
008540     88  Best-Link-Pending           VALUE "P".
008545     88  Best-Link-Expired           VALUE "X".
008550     88  Best-Link-Locked            VALUE "L".
008555 01  Link-Walk-Switch                PIC X(01).
008560     88  Link-Walk-Done              VALUE "Y".
008565     88  Link-Walk-Going             VALUE "N".
008570 01  Trial-Cents                     PIC 9(02).
008575 01  Trial-Sequence                  PIC X(01).

008600 01  Candidate-Date                  PIC 9(08).
008700 01  Candidate-Parts REDEFINES Candidate-Date.
009400     05  Items-Originated            PIC 9(7) COMP.
009500     05  Collections-Suspended       PIC 9(7) COMP.
009600     05  Originated-Total            PIC S9(9)V99 COMP.
009620     05  Collections-Refused         PIC 9(7) COMP.
009640     05  Trial-Credits-Sent          PIC 9(7) COMP.
009660     05  Transfers-Forwarded         PIC 9(7) COMP.

009700 PROCEDURE DIVISION.

009800 0000-MAINLINE.
009900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
009920     PERFORM 1500-SEND-TRIAL-CREDITS
009940         THRU 1500-SEND-TRIAL-CREDITS-EXIT
009960     PERFORM 1600-FORWARD-TRANSFERS
009980         THRU 1600-FORWARD-TRANSFERS-EXIT
010000     PERFORM 2000-PROCESS-COLLECTION
010100         THRU 2000-PROCESS-COLLECTION-EXIT
010200         UNTIL Collmst-EOF
010300     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
010320     IF Forward-Failures > 0
010340         MOVE 8 TO RETURN-CODE
010360     END-IF
010400     STOP RUN.

010500 1000-INITIALIZE.
010700     OPEN INPUT ACCTMSTR
010800     OPEN OUTPUT COLLOUT
010900     OPEN OUTPUT COLLTRN
010920     OPEN I-O EXTLINK
010940     OPEN OUTPUT COLLRESP
010960     OPEN EXTEND GLPOST
011000     MOVE ZERO TO Collections-Read
011100                  Items-Originated
011200                  Collections-Suspended
011500                  Out-Hash-Total
011600                  Trn-Record-Count
011700                  Trn-Hash-Total
011710                  Forward-Record-Count
011720                  Forward-Hash-Total
011730                  Forward-Failures
011740                  Collections-Refused
011750                  Trial-Credits-Sent
011760                  Transfers-Forwarded
011800     OPEN INPUT RUNCTLIN
011900     IF Runctlin-OK
012000         READ RUNCTLIN
013600 1000-INITIALIZE-EXIT.
013700     EXIT.

013701*****************************************************************
013702*    EVERY EXTLINK LINK OWING ITS TRIAL CREDITS GETS THEM NOW - *
013703*    TWO CREDITS OF 1-99 CENTS TO THE OUTSIDE ACCOUNT, BOOKED   *
013704*    TO TRIAL-DEPOSIT EXPENSE AGAINST COLLECTION CLEARING - AND *
013705*    WAITS FOR THE CUSTOMER TO CONFIRM THE AMOUNTS.             *
013706*****************************************************************
013707 1500-SEND-TRIAL-CREDITS.
013708     MOVE LOW-VALUES TO XL-LINK-KEY
013709     START EXTLINK KEY IS NOT LESS THAN XL-LINK-KEY
013710         INVALID KEY
013711             GO TO 1500-SEND-TRIAL-CREDITS-EXIT
013712     END-START
013713     MOVE "00" TO Extlink-File-Status
013714     PERFORM 1510-SEND-ONE-LINK THRU 1510-SEND-ONE-LINK-EXIT
013715         UNTIL Extlink-EOF.
013716 1500-SEND-TRIAL-CREDITS-EXIT.
013717     EXIT.

013718 1510-SEND-ONE-LINK.
013719     READ EXTLINK NEXT RECORD
013720         AT END
013721             GO TO 1510-SEND-ONE-LINK-EXIT
013722     END-READ
013723     IF NOT XL-TRIALS-OWED
013724         GO TO 1510-SEND-ONE-LINK-EXIT
013725     END-IF
013726     MOVE XL-TRIAL-CENTS-1 TO Trial-Cents
013727     MOVE "1" TO Trial-Sequence
013728     PERFORM 1520-WRITE-TRIAL-CREDIT
013729         THRU 1520-WRITE-TRIAL-CREDIT-EXIT
013730     MOVE XL-TRIAL-CENTS-2 TO Trial-Cents
013731     MOVE "2" TO Trial-Sequence
013732     PERFORM 1520-WRITE-TRIAL-CREDIT
013733         THRU 1520-WRITE-TRIAL-CREDIT-EXIT
013734     SET XL-AWAITING-CONFIRM TO TRUE
013735     MOVE Business-Date TO XL-TRIALS-SENT-DATE
013736     REWRITE XL-EXTERNAL-LINK-RECORD
013737     DISPLAY "TRIAL CREDITS " XL-OWNER-ACCOUNT "/" XL-LINK-ID
013738         ": " XL-EXTERNAL-ROUTING "/" XL-EXTERNAL-ACCOUNT.
013739 1510-SEND-ONE-LINK-EXIT.
013740     EXIT.

013741 1520-WRITE-TRIAL-CREDIT.
013742     MOVE SPACES TO OG-COLLECTION-OUT-RECORD
013743     STRING "XL" XL-LINK-ID "T" Trial-Sequence
013744         DELIMITED BY SIZE INTO OG-COLLECTION-ID
013745     MOVE XL-EXTERNAL-ROUTING TO OG-EXTERNAL-ROUTING
013746     MOVE XL-EXTERNAL-ACCOUNT TO OG-EXTERNAL-ACCOUNT
013747     MOVE ZERO TO OG-COLLECTION-AMOUNT
013748     MOVE Trial-Cents TO OG-ENTRY-CENTS
013749     MOVE XL-OWNER-ACCOUNT TO OG-CREDIT-ACCOUNT
013750     MOVE Business-Date TO OG-SETTLE-DATE
013751     SET OG-OUTBOUND-CREDIT TO TRUE
013752     WRITE OG-COLLECTION-OUT-RECORD
013753     ADD 1 TO Out-Record-Count
013754     ADD 1 TO Trial-Credits-Sent
013755     MOVE "GLTRIALEX " TO GL-ACCOUNT-NUMBER
013756     MOVE Business-Date TO GL-POSTING-DATE
013757     MOVE "XLTC" TO GL-TRANSACTION-CODE
013758     SET GL-Is-Debit TO TRUE
013759     COMPUTE GL-ENTRY-AMOUNT = Trial-Cents / 100
013760     MOVE "CollectionOriginate" TO GL-SOURCE-PROGRAM
013761     MOVE ZERO TO GL-TRACE-ID
013762     WRITE GL-POST-RECORD
013763     MOVE "GLCOLCLR  " TO GL-ACCOUNT-NUMBER
013764     SET GL-Is-Credit TO TRUE
013765     WRITE GL-POST-RECORD.
013766 1520-WRITE-TRIAL-CREDIT-EXIT.
013767     EXIT.

013768*****************************************************************
013769*    TONIGHT'S ACCEPTED ONLINE TRANSFERS TO OUTSIDE ACCOUNTS    *
013770*    RIDE THE SAME INTERCHANGE. THE FILE IS PROVED AGAINST ITS  *
013771*    TRAILER AS IT IS COPIED; A MISMATCH ENDS THE STEP RC=8.    *
013772*****************************************************************
013773 1600-FORWARD-TRANSFERS.
013774     OPEN INPUT XFEROUT
013775     IF NOT Xferout-OK
013776         GO TO 1600-FORWARD-TRANSFERS-EXIT
013777     END-IF
013778     READ XFEROUT
013779         AT END
013780             SET Xferout-EOF TO TRUE
013781     END-READ
013782     PERFORM 1610-FORWARD-ONE THRU 1610-FORWARD-ONE-EXIT
013783         UNTIL Xferout-EOF
013784     CLOSE XFEROUT.
013785 1600-FORWARD-TRANSFERS-EXIT.
013786     EXIT.

013787 1610-FORWARD-ONE.
013788     MOVE XO-TRANSFER-OUT-RECORD (1:34) TO FT-FILE-TRAILER-RECORD
013789     IF FT-IS-TRAILER
013790         IF FT-RECORD-COUNT NOT = Forward-Record-Count
013791             OR FT-HASH-TOTAL NOT = Forward-Hash-Total
013792             ADD 1 TO Forward-Failures
013793             DISPLAY "** XFEROUT TRAILER " FT-RECORD-COUNT "/"
013794                 FT-HASH-TOTAL " BUT " Forward-Record-Count "/"
013795                 Forward-Hash-Total " READ **"
013796         END-IF
013797         GO TO 1610-READ-NEXT
013798     END-IF
013799     MOVE XO-TRANSFER-OUT-RECORD TO OG-COLLECTION-OUT-RECORD
013800     WRITE OG-COLLECTION-OUT-RECORD
013801     ADD 1 TO Out-Record-Count
013802     ADD OG-COLLECTION-AMOUNT TO Out-Hash-Total
013803     ADD 1 TO Forward-Record-Count
013804     ADD OG-COLLECTION-AMOUNT TO Forward-Hash-Total
013805     ADD 1 TO Transfers-Forwarded.

013806 1610-READ-NEXT.
013807     READ XFEROUT
013808         AT END
013809             SET Xferout-EOF TO TRUE
013810     END-READ.
013811 1610-FORWARD-ONE-EXIT.
013812     EXIT.

013813 2000-PROCESS-COLLECTION.
013900     ADD 1 TO Collections-Read
014000     IF NOT CL-COLLECTION-ACTIVE
014100         GO TO 2000-READ-NEXT
015800             CL-CREDIT-ACCOUNT " unavailable."
015900         GO TO 2000-READ-NEXT
016000     END-IF
016005*> The outside account must be a proved, current link of the
016010*> originator's; otherwise the collection waits, due, for the
016015*> link and the originator is told why.
016020     PERFORM 2200-CHECK-LINK THRU 2200-CHECK-LINK-EXIT
016025     IF Reject-Reason NOT = SPACES
016030         MOVE CL-COLLECTION-ID TO RS-REFERENCE
016035         MOVE CL-CREDIT-ACCOUNT TO RS-FROM-ACCOUNT
016040         SET RS-TRANSFER-REJECTED TO TRUE
016045         MOVE Reject-Reason TO RS-REJECT-REASON
016050         WRITE RS-TRANSFER-RESPONSE-RECORD
016055         ADD 1 TO Collections-Refused
016060         DISPLAY "** COLLECTION " CL-COLLECTION-ID
016065             " REFUSED - " Reject-Reason
016070         GO TO 2000-READ-NEXT
016075     END-IF
016100*> The item to the network...
016200     MOVE CL-COLLECTION-ID TO OG-COLLECTION-ID
016300     MOVE CL-EXTERNAL-ROUTING TO OG-EXTERNAL-ROUTING
016500     MOVE CL-COLLECTION-AMOUNT TO OG-COLLECTION-AMOUNT
016600     MOVE CL-CREDIT-ACCOUNT TO OG-CREDIT-ACCOUNT
016700     MOVE Business-Date TO OG-SETTLE-DATE
016720     SET OG-COLLECTION-DEBIT TO TRUE
016740     MOVE ZERO TO OG-ENTRY-CENTS
016800     WRITE OG-COLLECTION-OUT-RECORD
016900     ADD 1 TO Out-Record-Count
017000     ADD CL-COLLECTION-AMOUNT TO Out-Hash-Total
021900 2100-ADVANCE-NEXT-RUN-EXIT.
022000     EXIT.

022001*> Any link of the originator's to this routing and account
022002*> will do if it is active and current; failing that, the
022003*> worst state found names the reason.
022004 2200-CHECK-LINK.
022005     MOVE SPACES TO Reject-Reason
022006     SET Best-Link-None TO TRUE
022007     SET Link-Walk-Going TO TRUE
022008     MOVE CL-CREDIT-ACCOUNT TO XL-OWNER-ACCOUNT
022009     MOVE LOW-VALUES TO XL-LINK-ID
022010     START EXTLINK KEY IS NOT LESS THAN XL-LINK-KEY
022011         INVALID KEY
022012             SET Link-Walk-Done TO TRUE
022013     END-START
022014     PERFORM 2210-CHECK-ONE-LINK THRU 2210-CHECK-ONE-LINK-EXIT
022015         UNTIL Link-Walk-Done
022016     EVALUATE TRUE
022017         WHEN Best-Link-Active
022018             CONTINUE
022019         WHEN Best-Link-Locked
022020             MOVE "External link locked" TO Reject-Reason
022021         WHEN Best-Link-Expired
022022             MOVE "External link expired" TO Reject-Reason
022023         WHEN Best-Link-Pending
022024             MOVE "External link not verified" TO Reject-Reason
022025         WHEN OTHER
022026             MOVE "External link not on file" TO Reject-Reason
022027     END-EVALUATE.
022028 2200-CHECK-LINK-EXIT.
022029     EXIT.

022030 2210-CHECK-ONE-LINK.
022031     READ EXTLINK NEXT RECORD
022032         AT END
022033             SET Link-Walk-Done TO TRUE
022034             GO TO 2210-CHECK-ONE-LINK-EXIT
022035     END-READ
022036     IF XL-OWNER-ACCOUNT NOT = CL-CREDIT-ACCOUNT
022037         SET Link-Walk-Done TO TRUE
022038         GO TO 2210-CHECK-ONE-LINK-EXIT
022039     END-IF
022040     IF XL-EXTERNAL-ROUTING NOT = CL-EXTERNAL-ROUTING
022041         OR XL-EXTERNAL-ACCOUNT NOT = CL-EXTERNAL-ACCOUNT
022042         GO TO 2210-CHECK-ONE-LINK-EXIT
022043     END-IF
022044     IF XL-LINK-ACTIVE
022045         AND XL-EXPIRY-DATE NOT < Business-Date
022046         SET Best-Link-Active TO TRUE
022047         SET Link-Walk-Done TO TRUE
022048         GO TO 2210-CHECK-ONE-LINK-EXIT
022049     END-IF
022050     EVALUATE TRUE
022051         WHEN XL-LINK-LOCKED
022052             SET Best-Link-Locked TO TRUE
022053         WHEN XL-LINK-EXPIRED OR XL-LINK-ACTIVE
022054             IF NOT Best-Link-Locked
022055                 SET Best-Link-Expired TO TRUE
022056             END-IF
022057         WHEN OTHER
022058             IF Best-Link-None
022059                 SET Best-Link-Pending TO TRUE
022060             END-IF
022061     END-EVALUATE.
022062 2210-CHECK-ONE-LINK-EXIT.
022063     EXIT.

022100 9000-TERMINATE.
022200*> Both files close with the shop trailer - the network proves
022300*> the interchange, the sort proves the provisional credits.
023800     CLOSE ACCTMSTR
023900     CLOSE COLLOUT
024000     CLOSE COLLTRN
024020     CLOSE EXTLINK
024040     CLOSE COLLRESP
024060     CLOSE GLPOST
024100     DISPLAY "COLLECTION ORIGINATION SUMMARY"
024200     DISPLAY "Collections read      - " Collections-Read
024300     DISPLAY "Items originated      - " Items-Originated
024400     DISPLAY "Collections suspended - " Collections-Suspended
024500     DISPLAY "Originated total      - " Originated-Total
024510     DISPLAY "Collections refused   - " Collections-Refused
024520     DISPLAY "Trial credits sent    - " Trial-Credits-Sent
024530     DISPLAY "Transfers forwarded   - " Transfers-Forwarded
024540     IF Forward-Failures > 0
024550         DISPLAY "** XFEROUT DOES NOT PROVE **"
024560     END-IF.
024600 9000-TERMINATE-EXIT.
024700     EXIT.
