000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    StaffSelfDealingReport.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    STAFFSELFDEALINGREPORT                                     *
001100*                                                               *
001200*    NIGHTLY REVIEW OF WHAT EMPLOYEES DID TO THEIR OWN MONEY.   *
001300*    EVERY OPERATOR-STAMPED ACTION OF THE DAY IS JOINED TO      *
001400*    STAFFACC (THE EMPLOYEE ID IS THE SIGN-ON OPERATOR ID):     *
001500*      - TELLER MEMO-POSTS (MEMOTRN, BEFORE STEP013 CLEARS IT); *
001600*      - FEES WAIVED UNDER A TYPE A ACCOUNT GRANT (WAIVLDGR,    *
001700*        GRANTOR FROM WAIVTBL) AND FEEOVR OVERRIDES APPROVED;   *
001800*      - THRESHOLD OVERRIDES, HOLD RELEASES AND OTHER MASTER    *
001900*        CHANGES JOURNALED TO MSTRJRNL;                         *
002000*      - WDLIMIT WITHDRAWAL LIMITS SET OR APPROVED.             *
002100*    AN ACTION IS FLAGGED WHEN THE ACCOUNT IS THE EMPLOYEE'S    *
002200*    OWN STAFF ACCOUNT, ANOTHER ACCOUNT OF THE SAME CUSTOMER    *
002300*    (CUSTREL), OR AN ACCOUNT OF SOMEONE AT THE SAME ADDRESS    *
002400*    OF RECORD (CUSTADDR - THE HOUSEHOLD, AS NOTICE             *
002500*    CONSOLIDATION DRAWS IT). EACH HIT IS PRINTED AND WRITTEN   *
002600*    TO THE STAFFHIT AUDIT REFERRAL QUEUE.                      *
002700*                                                               *
002800*    THE DAY IS EVERYTHING DATED AFTER THE PRIOR BUSINESS DATE  *
002900*    (RUNCTLPV) THROUGH TONIGHT'S. WAIVLDGR ROWS ARE WRITTEN BY *
003000*    THE FEE STEPS LATER IN THE NIGHT, SO THEY ARE TAKEN ONE    *
003100*    NIGHT BEHIND - DATED FROM THE PRIOR BUSINESS DATE UP TO    *
003200*    TONIGHT'S.                                                 *
003300*                                                               *
003400*    MODIFICATION HISTORY                                      *
003500*    ------------------------------------------------------    *
003600*    DATE       INIT  DESCRIPTION                              *
003700*    ---------  ----  -----------------------------------      *
003800*    2026-10-15  RLB  ORIGINAL.                                *
003900*                                                               *
004000*****************************************************************
004100
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT STAFFACC ASSIGN TO "STAFFACC"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS Staffacc-File-Status.
004800
004900     SELECT MEMOTRN ASSIGN TO "MEMOTRN"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS Memotrn-File-Status.
005200
005300     SELECT WAIVLDGR ASSIGN TO "WAIVLDGR"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS Waivldgr-File-Status.
005600
005700     SELECT WAIVTBL ASSIGN TO "WAIVTBL"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS WV-WAIVER-KEY
006100         FILE STATUS IS Waivtbl-File-Status.
006200
006300     SELECT FEEOVR ASSIGN TO "FEEOVR"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS SEQUENTIAL
006600         RECORD KEY IS FO-FEE-OVERRIDE-KEY
006700         FILE STATUS IS Feeovr-File-Status.
006800
006900     SELECT MSTRJRNL ASSIGN TO "MSTRJRNL"
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS Mstrjrnl-File-Status.
007200
007300     SELECT WDLIMIT ASSIGN TO "WDLIMIT"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS SEQUENTIAL
007600         RECORD KEY IS LP-LIMIT-KEY
007700         FILE STATUS IS Wdlimit-File-Status.
007800
007900     SELECT CUSTREL ASSIGN TO "CUSTREL"
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS RANDOM
008200         RECORD KEY IS RL-ACCOUNT-NUMBER
008300         FILE STATUS IS Custrel-File-Status.
008400
008500     SELECT CUSTADDR ASSIGN TO "CUSTADDR"
008600         ORGANIZATION IS INDEXED
008700         ACCESS MODE IS RANDOM
008800         RECORD KEY IS NA-CUSTOMER-NUMBER
008900         FILE STATUS IS Custaddr-File-Status.
009000
009100     SELECT STAFFHIT ASSIGN TO "STAFFHIT"
009200         ORGANIZATION IS SEQUENTIAL
009300         FILE STATUS IS Staffhit-File-Status.
009400
009500     SELECT RUNCTLIN ASSIGN TO "RUNCTLIN"
009600         ORGANIZATION IS SEQUENTIAL
009700         FILE STATUS IS Runctlin-File-Status.
009800
009900     SELECT RUNCTLPV ASSIGN TO "RUNCTLPV"
010000         ORGANIZATION IS SEQUENTIAL
010100         FILE STATUS IS Runctlpv-File-Status.
010200
010300 DATA DIVISION.
010400 FILE SECTION.
010500 FD  STAFFACC.
010600     COPY STAFFACC.
010700
010800 FD  MEMOTRN.
010900     COPY MEMOPOST.
011000
011100 FD  WAIVLDGR.
011200     COPY WAIVLDGR.
011300
011400 FD  WAIVTBL.
011500     COPY WAIVTBL.
011600
011700 FD  FEEOVR.
011800     COPY FEEOVR.
011900
012000 FD  MSTRJRNL.
012100     COPY MSTRJRNL.
012200
012300 FD  WDLIMIT.
012400     COPY WDLIMIT.
012500
012600 FD  CUSTREL.
012700     COPY CUSTREL.
012800
012900 FD  CUSTADDR.
013000     COPY CUSTADDR.
013100
013200 FD  STAFFHIT.
013300     COPY STAFFHIT.
013400
013500 FD  RUNCTLIN.
013600     COPY RUNCTL REPLACING
013700         ==RC-RUN-CONTROL-RECORD== BY ==RI-RUN-CONTROL-RECORD==
013800         ==RC-BUSINESS-DATE== BY ==RI-BUSINESS-DATE==
013900         ==RC-LAST-POSTED-DATE== BY ==RI-LAST-POSTED-DATE==
014000         ==RC-LAST-TRANS-DATE== BY ==RI-LAST-TRANS-DATE==.
014100
014200 FD  RUNCTLPV.
014300     COPY RUNCTL REPLACING
014400         ==RC-RUN-CONTROL-RECORD== BY ==RP-RUN-CONTROL-RECORD==
014500         ==RC-BUSINESS-DATE== BY ==RP-BUSINESS-DATE==
014600         ==RC-LAST-POSTED-DATE== BY ==RP-LAST-POSTED-DATE==
014700         ==RC-LAST-TRANS-DATE== BY ==RP-LAST-TRANS-DATE==.
015100
015200 WORKING-STORAGE SECTION.
015300 01  Staffacc-File-Status            PIC XX.
015400     88  Staffacc-OK                 VALUE "00".
015500     88  Staffacc-EOF                VALUE "10".
015600 01  Memotrn-File-Status             PIC XX.
015700     88  Memotrn-OK                  VALUE "00".
015800     88  Memotrn-EOF                 VALUE "10".
015900 01  Waivldgr-File-Status            PIC XX.
016000     88  Waivldgr-OK                 VALUE "00".
016100     88  Waivldgr-EOF                VALUE "10".
016200 01  Waivtbl-File-Status             PIC XX.
016300     88  Waivtbl-OK                  VALUE "00".
016400 01  Feeovr-File-Status              PIC XX.
016500     88  Feeovr-OK                   VALUE "00".
016600     88  Feeovr-EOF                  VALUE "10".
016700 01  Mstrjrnl-File-Status            PIC XX.
016800     88  Mstrjrnl-OK                 VALUE "00".
016900     88  Mstrjrnl-EOF                VALUE "10".
017000 01  Wdlimit-File-Status             PIC XX.
017100     88  Wdlimit-OK                  VALUE "00".
017200     88  Wdlimit-EOF                 VALUE "10".
017300 01  Custrel-File-Status             PIC XX.
017400     88  Custrel-OK                  VALUE "00".
017500 01  Custaddr-File-Status            PIC XX.
017600     88  Custaddr-OK                 VALUE "00".
017700 01  Staffhit-File-Status            PIC XX.
017800     88  Staffhit-OK                 VALUE "00".
017900 01  Runctlin-File-Status            PIC XX.
018000     88  Runctlin-OK                 VALUE "00".
018100     88  Runctlin-Not-Found          VALUE "35".
018200 01  Runctlpv-File-Status            PIC XX.
018300     88  Runctlpv-OK                 VALUE "00".
018400     88  Runctlpv-Not-Found          VALUE "35".
018500
018600 01  Business-Date                   PIC 9(08).
018700 01  Prior-Business-Date             PIC 9(08).
018800 01  Prior-Integer-Date              PIC 9(07).
018900
019000*    EVERY STAFF ACCOUNT WITH ITS OWNER AND THE OWNER'S ADDRESS
019100*    OF RECORD, LOADED ONCE. A BLANK HOUSEHOLD KEY (NO CUSTREL
019200*    OR CUSTADDR ROW) NEVER MATCHES.
019300 01  Staff-Table.
019400     05  Staff-Count                 PIC 9(03) COMP.
019500     05  Staff-Entry OCCURS 1 TO 500 TIMES
019600             DEPENDING ON Staff-Count.
019700         10  ST-EMPLOYEE-ID          PIC X(08).
019800         10  ST-ACCOUNT-NUMBER       PIC X(10).
019900         10  ST-CUSTOMER-NUMBER      PIC X(10).
020000         10  ST-HOUSEHOLD-KEY        PIC X(39).
020100 01  Staff-Sub                       PIC 9(03) COMP.
020200 01  Staff-Rows-Dropped              PIC 9(05) COMP.
020300
020400*    ONE ACTION TO TEST: WHO DID IT, TO WHICH ACCOUNT (OR, FOR
020500*    A CUSTOMER-LEVEL FEE OVERRIDE, WHICH CUSTOMER), AND WHAT.
020600 01  Check-Operator-Id               PIC X(08).
020700 01  Check-Account-Number            PIC X(10).
020800 01  Check-Customer-Number           PIC X(10).
020900 01  Check-Household-Key             PIC X(39).
021000 01  Check-Action-Type               PIC X(04).
021100 01  Check-Action-Date               PIC 9(08).
021200 01  Check-Amount                    PIC S9(7)V99.
021300 01  Check-Detail                    PIC X(30).
021400 01  Check-Relation                  PIC X(01).
021500     88  Check-Own-Account           VALUE "A".
021600     88  Check-Same-Customer         VALUE "C".
021700     88  Check-Same-Household        VALUE "H".
021800     88  Check-No-Relation           VALUE SPACE.
021900 01  Check-Staff-Account             PIC X(10).
022000 01  Operator-Staff-Switch           PIC X(01).
022100     88  Operator-Is-Staff           VALUE "Y".
022200     88  Operator-Not-Staff          VALUE "N".
022300 01  Household-Work.
022400     05  HW-STREET-ADDRESS           PIC X(30).
022500     05  HW-POSTAL-CODE              PIC X(09).
022600
022700 01  Report-Line.
022800     05  PL-EMPLOYEE-ID              PIC X(08).
022900     05  FILLER                      PIC X(01) VALUE SPACE.
023000     05  PL-ACTION-TYPE              PIC X(04).
023100     05  FILLER                      PIC X(01) VALUE SPACE.
023200     05  PL-ACCOUNT-NUMBER           PIC X(10).
023300     05  FILLER                      PIC X(01) VALUE SPACE.
023400     05  PL-RELATION-TEXT            PIC X(09).
023500     05  FILLER                      PIC X(01) VALUE SPACE.
023600     05  PL-ACTION-DATE              PIC 9(08).
023700     05  FILLER                      PIC X(01) VALUE SPACE.
023800     05  PL-AMOUNT                   PIC -(7)9.99.
023900     05  FILLER                      PIC X(01) VALUE SPACE.
024000     05  PL-DETAIL                   PIC X(30).
024100
024200 01  Review-Counters.
024300     05  Memos-Read                  PIC 9(7) COMP.
024400     05  Waivers-Read                PIC 9(7) COMP.
024500     05  Overrides-Read              PIC 9(7) COMP.
024600     05  Journal-Rows-Read           PIC 9(7) COMP.
024700     05  Limits-Read                 PIC 9(7) COMP.
024800     05  Actions-Checked             PIC 9(7) COMP.
024900     05  Hits-Own-Account            PIC 9(7) COMP.
025000     05  Hits-Same-Customer          PIC 9(7) COMP.
025100     05  Hits-Same-Household         PIC 9(7) COMP.
025200
025300 PROCEDURE DIVISION.
025400
025500 0000-MAINLINE.
025600     CALL "BatchStepTimer" USING "STEP012E", "S"
025700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
025800     PERFORM 2000-REVIEW-MEMOS THRU 2000-REVIEW-MEMOS-EXIT
025900     PERFORM 3000-REVIEW-WAIVERS THRU 3000-REVIEW-WAIVERS-EXIT
026000     PERFORM 4000-REVIEW-FEE-OVERRIDES
026100         THRU 4000-REVIEW-FEE-OVERRIDES-EXIT
026200     PERFORM 5000-REVIEW-JOURNAL THRU 5000-REVIEW-JOURNAL-EXIT
026300     PERFORM 6000-REVIEW-LIMITS THRU 6000-REVIEW-LIMITS-EXIT
026400     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
026500     CALL "BatchStepTimer" USING "STEP012E", "E"
026600     STOP RUN.
026700
026800 1000-INITIALIZE.
026900     MOVE ZERO TO Memos-Read
027000                  Waivers-Read
027100                  Overrides-Read
027200                  Journal-Rows-Read
027300                  Limits-Read
027400                  Actions-Checked
027500                  Hits-Own-Account
027600                  Hits-Same-Customer
027700                  Hits-Same-Household
027800                  Staff-Count
027900                  Staff-Rows-Dropped
028000     OPEN INPUT CUSTREL
028100     OPEN INPUT CUSTADDR
028200     OPEN INPUT WAIVTBL
028300     OPEN EXTEND STAFFHIT
028400
028500     OPEN INPUT RUNCTLIN
028600     IF Runctlin-OK
028700         READ RUNCTLIN
028800             AT END
028900                 SET Runctlin-Not-Found TO TRUE
029000         END-READ
029100     END-IF
029200     IF Runctlin-OK
029300         MOVE RI-BUSINESS-DATE TO Business-Date
029400         CLOSE RUNCTLIN
029500     ELSE
029600         ACCEPT Business-Date FROM DATE YYYYMMDD
029700     END-IF
029800*> The generation the night started from names the prior
029900*> business date; without it the day is taken as one day back.
030000     OPEN INPUT RUNCTLPV
030100     IF Runctlpv-OK
030200         READ RUNCTLPV
030300             AT END
030400                 SET Runctlpv-Not-Found TO TRUE
030500         END-READ
030600     END-IF
030700     IF Runctlpv-OK
030800         MOVE RP-BUSINESS-DATE TO Prior-Business-Date
030900         CLOSE RUNCTLPV
031000     END-IF
031100     IF NOT Runctlpv-OK
031200         OR Prior-Business-Date NOT < Business-Date
031300         COMPUTE Prior-Integer-Date =
031400             FUNCTION INTEGER-OF-DATE(Business-Date) - 1
031500         MOVE FUNCTION DATE-OF-INTEGER(Prior-Integer-Date)
031600             TO Prior-Business-Date
031700     END-IF
031800
031900     OPEN INPUT STAFFACC
032000     IF Staffacc-OK
032100         READ STAFFACC
032200             AT END
032300                 SET Staffacc-EOF TO TRUE
032400         END-READ
032500     ELSE
032600         SET Staffacc-EOF TO TRUE
032700     END-IF
032800     PERFORM 1100-LOAD-STAFF THRU 1100-LOAD-STAFF-EXIT
032900         UNTIL Staffacc-EOF
033000     IF Staffacc-OK
033100         CLOSE STAFFACC
033200     END-IF
033300
033400     DISPLAY "STAFF SELF-DEALING REVIEW - " Business-Date
033500         " (AFTER " Prior-Business-Date ")"
033600     DISPLAY "Staff accounts loaded - " Staff-Count
033700     DISPLAY " "
033800     DISPLAY "EMPLOYEE ACTN ACCOUNT    RELATION  DATE    "
033900         "      AMOUNT DETAIL".
034000 1000-INITIALIZE-EXIT.
034100     EXIT.
034200
034300 1100-LOAD-STAFF.
034400     IF Staff-Count NOT < 500
034500         ADD 1 TO Staff-Rows-Dropped
034600         DISPLAY "STAFF TABLE FULL - " SF-ACCOUNT-NUMBER
034700             " not loaded."
034800         GO TO 1100-READ-NEXT
034900     END-IF
035000     ADD 1 TO Staff-Count
035100     MOVE SF-EMPLOYEE-ID TO ST-EMPLOYEE-ID (Staff-Count)
035200     MOVE SF-ACCOUNT-NUMBER TO ST-ACCOUNT-NUMBER (Staff-Count)
035300     MOVE SF-ACCOUNT-NUMBER TO Check-Account-Number
035400     MOVE SPACES TO Check-Customer-Number
035500     PERFORM 7100-RESOLVE-OWNER THRU 7100-RESOLVE-OWNER-EXIT
035600     MOVE Check-Customer-Number
035700         TO ST-CUSTOMER-NUMBER (Staff-Count)
035800     MOVE Check-Household-Key TO ST-HOUSEHOLD-KEY (Staff-Count).
035900
036000 1100-READ-NEXT.
036100     READ STAFFACC
036200         AT END
036300             SET Staffacc-EOF TO TRUE
036400     END-READ.
036500 1100-LOAD-STAFF-EXIT.
036600     EXIT.
036700
036800*****************************************************************
036900*    TELLER MEMO-POSTS. THE FILE HOLDS ONLY THE DAY'S ITEMS.    *
037000*****************************************************************
037100 2000-REVIEW-MEMOS.
037200     OPEN INPUT MEMOTRN
037300     IF NOT Memotrn-OK
037400         DISPLAY "No MEMOTRN tonight - memo-posts not reviewed."
037500         GO TO 2000-REVIEW-MEMOS-EXIT
037600     END-IF
037700     READ MEMOTRN
037800         AT END
037900             SET Memotrn-EOF TO TRUE
038000     END-READ
038100     PERFORM 2100-CHECK-MEMO THRU 2100-CHECK-MEMO-EXIT
038200         UNTIL Memotrn-EOF
038300     CLOSE MEMOTRN.
038400 2000-REVIEW-MEMOS-EXIT.
038500     EXIT.
038600
038700 2100-CHECK-MEMO.
038800     ADD 1 TO Memos-Read
038900     MOVE MP-TELLER-ID TO Check-Operator-Id
039000     MOVE MP-ACCOUNT-NUMBER TO Check-Account-Number
039100     MOVE SPACES TO Check-Customer-Number
039200     MOVE "MEMO" TO Check-Action-Type
039300     MOVE MP-TRANS-DATE TO Check-Action-Date
039400     MOVE MP-TRANS-AMOUNT TO Check-Amount
039500     IF MP-WITHDRAWAL
039600         MOVE "MEMO-POSTED WITHDRAWAL" TO Check-Detail
039700     ELSE
039800         MOVE "MEMO-POSTED DEPOSIT" TO Check-Detail
039900     END-IF
040000     PERFORM 7000-CHECK-ACTION THRU 7000-CHECK-ACTION-EXIT
040100     READ MEMOTRN
040200         AT END
040300             SET Memotrn-EOF TO TRUE
040400     END-READ.
040500 2100-CHECK-MEMO-EXIT.
040600     EXIT.
040700
040800*****************************************************************
040900*    WAIVED FEES. ONLY A TYPE A ACCOUNT GRANT HAS A PERSON      *
041000*    BEHIND IT; PRODUCT, TIER AND BALANCE RULES ARE POLICY.     *
041100*****************************************************************
041200 3000-REVIEW-WAIVERS.
041300     OPEN INPUT WAIVLDGR
041400     IF NOT Waivldgr-OK
041500         DISPLAY "No WAIVLDGR - waived fees not reviewed."
041600         GO TO 3000-REVIEW-WAIVERS-EXIT
041700     END-IF
041800     READ WAIVLDGR
041900         AT END
042000             SET Waivldgr-EOF TO TRUE
042100     END-READ
042200     PERFORM 3100-CHECK-WAIVER THRU 3100-CHECK-WAIVER-EXIT
042300         UNTIL Waivldgr-EOF
042400     CLOSE WAIVLDGR.
042500 3000-REVIEW-WAIVERS-EXIT.
042600     EXIT.
042700
042800 3100-CHECK-WAIVER.
042900     IF WX-WAIVE-DATE < Prior-Business-Date
043000         OR WX-WAIVE-DATE NOT < Business-Date
043100         GO TO 3100-READ-NEXT
043200     END-IF
043300     ADD 1 TO Waivers-Read
043400     MOVE "A" TO WV-WAIVER-TYPE
043500     MOVE WX-ACCOUNT-NUMBER TO WV-WAIVER-VALUE
043600     READ WAIVTBL
043700         INVALID KEY
043800             GO TO 3100-READ-NEXT
043900     END-READ
044000     IF WV-REASON-CODE NOT = WX-REASON-CODE
044100         OR WV-GRANTED-BY = SPACES
044200         GO TO 3100-READ-NEXT
044300     END-IF
044400     MOVE WV-GRANTED-BY TO Check-Operator-Id
044500     MOVE WX-ACCOUNT-NUMBER TO Check-Account-Number
044600     MOVE SPACES TO Check-Customer-Number
044700     MOVE "WAIV" TO Check-Action-Type
044800     MOVE WX-WAIVE-DATE TO Check-Action-Date
044900     MOVE WX-WAIVED-AMOUNT TO Check-Amount
045000     MOVE SPACES TO Check-Detail
045100     STRING WX-FEE-TYPE " FEE WAIVED, REASON " WX-REASON-CODE
045200         DELIMITED BY SIZE INTO Check-Detail
045300     PERFORM 7000-CHECK-ACTION THRU 7000-CHECK-ACTION-EXIT.
045400
045500 3100-READ-NEXT.
045600     READ WAIVLDGR
045700         AT END
045800             SET Waivldgr-EOF TO TRUE
045900     END-READ.
046000 3100-CHECK-WAIVER-EXIT.
046100     EXIT.
046200
046300*****************************************************************
046400*    FEE OVERRIDES APPROVED TODAY. THE OVERRIDE IS HELD BY      *
046500*    CUSTOMER, SO THE TEST IS ON THE CUSTOMER AND HOUSEHOLD.    *
046600*****************************************************************
046700 4000-REVIEW-FEE-OVERRIDES.
046800     OPEN INPUT FEEOVR
046900     IF NOT Feeovr-OK
047000         DISPLAY "No FEEOVR - fee overrides not reviewed."
047100         GO TO 4000-REVIEW-FEE-OVERRIDES-EXIT
047200     END-IF
047300     READ FEEOVR NEXT RECORD
047400         AT END
047500             SET Feeovr-EOF TO TRUE
047600     END-READ
047700     PERFORM 4100-CHECK-FEE-OVERRIDE
047800         THRU 4100-CHECK-FEE-OVERRIDE-EXIT
047900         UNTIL Feeovr-EOF
048000     CLOSE FEEOVR.
048100 4000-REVIEW-FEE-OVERRIDES-EXIT.
048200     EXIT.
048300
048400 4100-CHECK-FEE-OVERRIDE.
048500     IF FO-APPROVED-DATE NOT > Prior-Business-Date
048600         OR FO-APPROVED-DATE > Business-Date
048700         OR FO-APPROVED-BY = SPACES
048800         GO TO 4100-READ-NEXT
048900     END-IF
049000     ADD 1 TO Overrides-Read
049100     MOVE FO-APPROVED-BY TO Check-Operator-Id
049200     MOVE SPACES TO Check-Account-Number
049300     MOVE FO-CUSTOMER-NUMBER TO Check-Customer-Number
049400     MOVE "FOVR" TO Check-Action-Type
049500     MOVE FO-APPROVED-DATE TO Check-Action-Date
049600     MOVE FO-OVERRIDE-AMOUNT TO Check-Amount
049700     MOVE SPACES TO Check-Detail
049800     STRING FO-FEE-TYPE " FEE OVERRIDDEN TO AMOUNT"
049900         DELIMITED BY SIZE INTO Check-Detail
050000     PERFORM 7000-CHECK-ACTION THRU 7000-CHECK-ACTION-EXIT.
050100
050200 4100-READ-NEXT.
050300     READ FEEOVR NEXT RECORD
050400         AT END
050500             SET Feeovr-EOF TO TRUE
050600     END-READ.
050700 4100-CHECK-FEE-OVERRIDE-EXIT.
050800     EXIT.
050900
051000*****************************************************************
051100*    THE FIELD-CHANGE JOURNAL: THRESHOLD OVERRIDES, HOLD        *
051200*    RELEASES AND EVERY OTHER JOURNALED MASTER CHANGE.          *
051300*****************************************************************
051400 5000-REVIEW-JOURNAL.
051500     OPEN INPUT MSTRJRNL
051600     IF NOT Mstrjrnl-OK
051700         DISPLAY "No MSTRJRNL - master changes not reviewed."
051800         GO TO 5000-REVIEW-JOURNAL-EXIT
051900     END-IF
052000     READ MSTRJRNL
052100         AT END
052200             SET Mstrjrnl-EOF TO TRUE
052300     END-READ
052400     PERFORM 5100-CHECK-CHANGE THRU 5100-CHECK-CHANGE-EXIT
052500         UNTIL Mstrjrnl-EOF
052600     CLOSE MSTRJRNL.
052700 5000-REVIEW-JOURNAL-EXIT.
052800     EXIT.
052900
053000 5100-CHECK-CHANGE.
053100     IF MJ-CHANGE-DATE NOT > Prior-Business-Date
053200         OR MJ-CHANGE-DATE > Business-Date
053300         OR MJ-OPERATOR-ID = SPACES
053400         GO TO 5100-READ-NEXT
053500     END-IF
053600     ADD 1 TO Journal-Rows-Read
053700     MOVE MJ-OPERATOR-ID TO Check-Operator-Id
053800     MOVE MJ-ACCOUNT-NUMBER TO Check-Account-Number
053900     MOVE SPACES TO Check-Customer-Number
054000     EVALUATE MJ-SOURCE-PROGRAM
054100         WHEN "AccountThresholdMain"
054200             MOVE "TOVR" TO Check-Action-Type
054300         WHEN "HoldsMaintenance"
054400             MOVE "HREL" TO Check-Action-Type
054500         WHEN OTHER
054600             MOVE "MCHG" TO Check-Action-Type
054700     END-EVALUATE
054800     MOVE MJ-CHANGE-DATE TO Check-Action-Date
054900     MOVE ZERO TO Check-Amount
055000     MOVE SPACES TO Check-Detail
055100     STRING MJ-FIELD-NAME DELIMITED BY SPACE
055200         " TO " DELIMITED BY SIZE
055300         MJ-AFTER-IMAGE DELIMITED BY SIZE
055400         INTO Check-Detail
055500     PERFORM 7000-CHECK-ACTION THRU 7000-CHECK-ACTION-EXIT.
055600
055700 5100-READ-NEXT.
055800     READ MSTRJRNL
055900         AT END
056000             SET Mstrjrnl-EOF TO TRUE
056100     END-READ.
056200 5100-CHECK-CHANGE-EXIT.
056300     EXIT.
056400
056500*****************************************************************
056600*    WITHDRAWAL LIMITS SET OR CLEARED TODAY. THE OPERATOR WHO   *
056700*    KEYED THE CHANGE AND THE SUPERVISOR WHO APPROVED IT ARE    *
056800*    EACH TESTED.                                               *
056900*****************************************************************
057000 6000-REVIEW-LIMITS.
057100     OPEN INPUT WDLIMIT
057200     IF NOT Wdlimit-OK
057300         DISPLAY "No WDLIMIT - limit changes not reviewed."
057400         GO TO 6000-REVIEW-LIMITS-EXIT
057500     END-IF
057600     READ WDLIMIT NEXT RECORD
057700         AT END
057800             SET Wdlimit-EOF TO TRUE
057900     END-READ
058000     PERFORM 6100-CHECK-LIMIT THRU 6100-CHECK-LIMIT-EXIT
058100         UNTIL Wdlimit-EOF
058200     CLOSE WDLIMIT.
058300 6000-REVIEW-LIMITS-EXIT.
058400     EXIT.
058500
058600 6100-CHECK-LIMIT.
058700     IF LP-SET-DATE NOT > Prior-Business-Date
058800         OR LP-SET-DATE > Business-Date
058900         GO TO 6100-READ-NEXT
059000     END-IF
059100     ADD 1 TO Limits-Read
059200     MOVE LP-ACCOUNT-NUMBER TO Check-Account-Number
059300     MOVE SPACES TO Check-Customer-Number
059400     MOVE LP-SET-DATE TO Check-Action-Date
059500     MOVE LP-DAILY-LIMIT TO Check-Amount
059600     MOVE SPACES TO Check-Detail
059700     STRING "CHANNEL " LP-SOURCE-CHANNEL " LIMIT WAS "
059800         LP-PRIOR-LIMIT DELIMITED BY SIZE INTO Check-Detail
059900     IF LP-SET-BY NOT = SPACES
060000         MOVE LP-SET-BY TO Check-Operator-Id
060100         MOVE "WDLS" TO Check-Action-Type
060200         PERFORM 7000-CHECK-ACTION THRU 7000-CHECK-ACTION-EXIT
060300     END-IF
060400     IF LP-APPROVED-BY NOT = SPACES
060500         AND LP-APPROVED-BY NOT = LP-SET-BY
060600         MOVE LP-APPROVED-BY TO Check-Operator-Id
060700         MOVE "WDLA" TO Check-Action-Type
060800         PERFORM 7000-CHECK-ACTION THRU 7000-CHECK-ACTION-EXIT
060900     END-IF.
061000
061100 6100-READ-NEXT.
061200     READ WDLIMIT NEXT RECORD
061300         AT END
061400             SET Wdlimit-EOF TO TRUE
061500     END-READ.
061600 6100-CHECK-LIMIT-EXIT.
061700     EXIT.
061800
061900*****************************************************************
062000*    ONE ACTION AGAINST THE STAFF TABLE. THE OPERATOR'S OWN     *
062100*    ROWS ONLY; THE CLOSEST TIE FOUND WINS - OWN ACCOUNT, THEN  *
062200*    SAME CUSTOMER, THEN SAME HOUSEHOLD. A HIT IS PRINTED AND   *
062300*    QUEUED FOR AUDIT.                                          *
062400*****************************************************************
062500 7000-CHECK-ACTION.
062600     ADD 1 TO Actions-Checked
062700     SET Operator-Not-Staff TO TRUE
062800     PERFORM 7010-FIND-OPERATOR THRU 7010-FIND-OPERATOR-EXIT
062900         VARYING Staff-Sub FROM 1 BY 1
063000         UNTIL Staff-Sub > Staff-Count
063100             OR Operator-Is-Staff
063200     IF Operator-Not-Staff
063300         GO TO 7000-CHECK-ACTION-EXIT
063400     END-IF
063500     PERFORM 7100-RESOLVE-OWNER THRU 7100-RESOLVE-OWNER-EXIT
063600     SET Check-No-Relation TO TRUE
063700     MOVE SPACES TO Check-Staff-Account
063800     PERFORM 7200-MATCH-STAFF THRU 7200-MATCH-STAFF-EXIT
063900         VARYING Staff-Sub FROM 1 BY 1
064000         UNTIL Staff-Sub > Staff-Count
064100             OR Check-Own-Account
064200     IF Check-No-Relation
064300         GO TO 7000-CHECK-ACTION-EXIT
064400     END-IF
064500
064600     MOVE SPACES TO SH-STAFF-HIT-RECORD
064700     MOVE Check-Operator-Id TO SH-EMPLOYEE-ID
064800     MOVE Check-Account-Number TO SH-ACCOUNT-NUMBER
064900     MOVE Check-Customer-Number TO SH-CUSTOMER-NUMBER
065000     MOVE Check-Staff-Account TO SH-STAFF-ACCOUNT
065100     MOVE Check-Action-Type TO SH-ACTION-TYPE
065200     MOVE Check-Relation TO SH-RELATION
065300     MOVE Check-Action-Date TO SH-ACTION-DATE
065400     MOVE Check-Amount TO SH-AMOUNT
065500     MOVE Check-Detail TO SH-DETAIL
065600     MOVE Business-Date TO SH-REPORT-DATE
065700     WRITE SH-STAFF-HIT-RECORD
065800
065900     MOVE Check-Operator-Id TO PL-EMPLOYEE-ID
066000     MOVE Check-Action-Type TO PL-ACTION-TYPE
066100     IF Check-Account-Number = SPACES
066200         MOVE Check-Customer-Number TO PL-ACCOUNT-NUMBER
066300     ELSE
066400         MOVE Check-Account-Number TO PL-ACCOUNT-NUMBER
066500     END-IF
066600     EVALUATE TRUE
066700         WHEN Check-Own-Account
066800             MOVE "OWN ACCT" TO PL-RELATION-TEXT
066900             ADD 1 TO Hits-Own-Account
067000         WHEN Check-Same-Customer
067100             MOVE "SAME CUST" TO PL-RELATION-TEXT
067200             ADD 1 TO Hits-Same-Customer
067300         WHEN Check-Same-Household
067400             MOVE "HOUSEHOLD" TO PL-RELATION-TEXT
067500             ADD 1 TO Hits-Same-Household
067600     END-EVALUATE
067700     MOVE Check-Action-Date TO PL-ACTION-DATE
067800     MOVE Check-Amount TO PL-AMOUNT
067900     MOVE Check-Detail TO PL-DETAIL
068000     DISPLAY Report-Line.
068100 7000-CHECK-ACTION-EXIT.
068200     EXIT.
068300
068400 7010-FIND-OPERATOR.
068500     IF ST-EMPLOYEE-ID (Staff-Sub) = Check-Operator-Id
068600         SET Operator-Is-Staff TO TRUE
068700     END-IF.
068800 7010-FIND-OPERATOR-EXIT.
068900     EXIT.
069000
069100*    ACCOUNT TO OWNER THROUGH CUSTREL (UNLESS THE ACTION NAMED
069200*    THE CUSTOMER), OWNER TO THE ADDRESS OF RECORD. NO ROW
069300*    LEAVES THE KEY BLANK.
069400 7100-RESOLVE-OWNER.
069500     MOVE SPACES TO Check-Household-Key
069600     IF Check-Customer-Number = SPACES
069700         MOVE Check-Account-Number TO RL-ACCOUNT-NUMBER
069800         READ CUSTREL
069900             INVALID KEY
070000                 GO TO 7100-RESOLVE-OWNER-EXIT
070100         END-READ
070200         MOVE RL-CUSTOMER-NUMBER TO Check-Customer-Number
070300     END-IF
070400     MOVE Check-Customer-Number TO NA-CUSTOMER-NUMBER
070500     READ CUSTADDR
070600         INVALID KEY
070700             GO TO 7100-RESOLVE-OWNER-EXIT
070800     END-READ
070900     IF NA-STREET-ADDRESS NOT = SPACES
071000         MOVE NA-STREET-ADDRESS TO HW-STREET-ADDRESS
071100         MOVE NA-POSTAL-CODE TO HW-POSTAL-CODE
071200         MOVE Household-Work TO Check-Household-Key
071300     END-IF.
071400 7100-RESOLVE-OWNER-EXIT.
071500     EXIT.
071600
071700 7200-MATCH-STAFF.
071800     IF ST-EMPLOYEE-ID (Staff-Sub) NOT = Check-Operator-Id
071900         GO TO 7200-MATCH-STAFF-EXIT
072000     END-IF
072100     IF Check-Account-Number NOT = SPACES
072200         AND ST-ACCOUNT-NUMBER (Staff-Sub) = Check-Account-Number
072300         SET Check-Own-Account TO TRUE
072400         MOVE ST-ACCOUNT-NUMBER (Staff-Sub) TO Check-Staff-Account
072500         GO TO 7200-MATCH-STAFF-EXIT
072600     END-IF
072700     IF Check-Same-Customer
072800         GO TO 7200-MATCH-STAFF-EXIT
072900     END-IF
073000     IF Check-Customer-Number NOT = SPACES
073100         AND ST-CUSTOMER-NUMBER (Staff-Sub)
073150             = Check-Customer-Number
073200         SET Check-Same-Customer TO TRUE
073300         MOVE ST-ACCOUNT-NUMBER (Staff-Sub) TO Check-Staff-Account
073400         GO TO 7200-MATCH-STAFF-EXIT
073500     END-IF
073600     IF Check-Same-Household
073700         GO TO 7200-MATCH-STAFF-EXIT
073800     END-IF
073900     IF Check-Household-Key NOT = SPACES
074000         AND ST-HOUSEHOLD-KEY (Staff-Sub) = Check-Household-Key
074100         SET Check-Same-Household TO TRUE
074200         MOVE ST-ACCOUNT-NUMBER (Staff-Sub) TO Check-Staff-Account
074300     END-IF.
074400 7200-MATCH-STAFF-EXIT.
074500     EXIT.
074600
074700 9000-TERMINATE.
074800     CLOSE CUSTREL
074900     CLOSE CUSTADDR
075000     CLOSE WAIVTBL
075100     CLOSE STAFFHIT
075200     DISPLAY " "
075300     DISPLAY "STAFF SELF-DEALING SUMMARY"
075400     DISPLAY "Staff rows dropped   - " Staff-Rows-Dropped
075500     DISPLAY "Memo-posts read      - " Memos-Read
075600     DISPLAY "Waived fees read     - " Waivers-Read
075700     DISPLAY "Fee overrides read   - " Overrides-Read
075800     DISPLAY "Journal rows read    - " Journal-Rows-Read
075900     DISPLAY "Limit changes read   - " Limits-Read
076000     DISPLAY "Actions checked      - " Actions-Checked
076100     DISPLAY "Own-account hits     - " Hits-Own-Account
076200     DISPLAY "Same-customer hits   - " Hits-Same-Customer
076300     DISPLAY "Household hits       - " Hits-Same-Household.
076400 9000-TERMINATE-EXIT.
076500     EXIT.
