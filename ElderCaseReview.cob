000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ElderCaseReview.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    ELDERCASEREVIEW                                            *
001100*                                                               *
001200*    COMPLIANCE OFFICER SESSION (ACCOUNTTAKEOVERCALLBACK MOLD)  *
001300*    FOR THE ELDER EXPLOITATION CASES ELDEREXPLOITATIONMONITOR  *
001400*    OPENS. THE OFFICER ENTERS A CUSTOMER, SEES THE OPEN CASE,  *
001500*    ITS SCORE AND HOLDS AND THE CUSTOMER'S TRUSTED CONTACTS,   *
001600*    THEN TAKES ONE ACTION:                                     *
001700*      H - PLACE THE TEMPORARY ELDER HOLD (HOLDS TYPE EX) ON    *
001800*          EVERY ACCOUNT OF A WATCHED CASE, EXPIRING AFTER THE  *
001900*          ELDPARM HOLD DAYS;                                   *
002000*      R - RECORD THE REFERRAL TO ADULT PROTECTIVE SERVICES:    *
002100*          THE AGENCY REFERENCE, WHETHER A TRUSTED CONTACT WAS  *
002200*          REACHED AND A NOTE. ANY HOLD STANDS TO ITS EXPIRY;   *
002300*      C - CLOSE THE CASE, LIFTING EVERY ELDER HOLD IT PLACED.  *
002400*          CHANGES UP TO TODAY ARE THEN TAKEN AS REVIEWED;      *
002500*      X - LEAVE THE CASE AS IT IS.                             *
002600*    AN ACTIVE OPERSEC OFFICER RUNS THE SESSION. ENTER "DONE"   *
002700*    AT THE CUSTOMER PROMPT TO END IT.                          *
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
004000     SELECT ELDCASE ASSIGN TO "ELDCASE"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS EK-CASE-KEY
004400         FILE STATUS IS Eldcase-File-Status.
004500
004600     SELECT HOLDS ASSIGN TO "HOLDS"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS HD-HOLD-KEY
005000         FILE STATUS IS Holds-File-Status.
005100
005200     SELECT CUSTREL ASSIGN TO "CUSTREL"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS RL-ACCOUNT-NUMBER
005600         FILE STATUS IS Custrel-File-Status.
005700
005800     SELECT CUSTADDR ASSIGN TO "CUSTADDR"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS NA-CUSTOMER-NUMBER
006200         FILE STATUS IS Custaddr-File-Status.
006300
006400     SELECT TRUSTCON ASSIGN TO "TRUSTCON"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS TU-CONTACT-KEY
006800         FILE STATUS IS Trustcon-File-Status.
006900
007000     SELECT ELDPARM ASSIGN TO "ELDPARM"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS Eldparm-File-Status.
007300
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  ELDCASE.
007700     COPY ELDCASE.
007800
007900 FD  HOLDS.
008000     COPY HOLDS.
008100
008200 FD  CUSTREL.
008300     COPY CUSTREL.
008400
008500 FD  CUSTADDR.
008600     COPY CUSTADDR.
008700
008800 FD  TRUSTCON.
008900     COPY TRUSTCON.
009000
009100 FD  ELDPARM.
009200     COPY ELDPARM.
009300
009400 WORKING-STORAGE SECTION.
009500 01  Eldcase-File-Status             PIC XX.
009600     88  Eldcase-OK                  VALUE "00".
009700 01  Holds-File-Status               PIC XX.
009800     88  Holds-OK                    VALUE "00".
009900     88  Holds-Not-On-File           VALUE "23".
010000 01  Custrel-File-Status             PIC XX.
010100     88  Custrel-OK                  VALUE "00".
010200 01  Custaddr-File-Status            PIC XX.
010300     88  Custaddr-OK                 VALUE "00".
010400 01  Trustcon-File-Status            PIC XX.
010500     88  Trustcon-OK                 VALUE "00".
010600 01  Eldparm-File-Status             PIC XX.
010700     88  Eldparm-OK                  VALUE "00".
010800
010900*    ONLY A COMPLIANCE OFFICER WORKS AN ELDER CASE.
011000 77  Officer-Level                   PIC 9(01) VALUE 3.
011100 77  Hold-Days                       PIC 9(02) VALUE 10.
011200 77  Elder-Hold-Type                 PIC X(02) VALUE "EX".
011300 77  Elder-Restraint-Amount          PIC S9(6)V99
011400                                     VALUE 999999.99.
011500 77  Elder-Hold-Authority            PIC X(20)
011600                                     VALUE "ELDER EXPLOITATION".
011700 01  Auth-Result                     PIC X(01).
011800     88  Operator-Authorized         VALUE "Y".
011900     88  Operator-Denied             VALUE "N".
012000 01  Review-Operator                 PIC X(08).
012100 01  Entry-Customer                  PIC X(10).
012200 01  Entry-Action                    PIC X(01).
012300 01  Entry-Reference                 PIC X(15).
012400 01  Entry-Reached                   PIC X(01).
012500 01  Entry-Note                      PIC X(40).
012600 01  Run-Date                        PIC 9(08).
012700 01  Work-Integer-Date               PIC 9(07).
012800 01  Hold-Expiry-Date                PIC 9(08).
012900 01  Current-Account                 PIC X(10).
013000 01  Next-Hold-Sequence              PIC 9(03).
013100 01  Contacts-Listed                 PIC 9(02).
013200 01  Held-Sub                        PIC 9(04) COMP.
013300 01  Account-Sub                     PIC 9(04) COMP.
013400 01  Customer-Account-Table.
013500     05  Customer-Account-Count      PIC 9(04) COMP.
013600     05  Customer-Account OCCURS 10 TIMES
013700                                     PIC X(10).
013800 01  Session-Ended-Switch            PIC X(01).
013900     88  Session-Has-Ended           VALUE "Y".
014000     88  Session-Is-Active           VALUE "N".
014100 01  Case-Search-Switch              PIC X(01).
014200     88  Open-Case-Found             VALUE "Y".
014300     88  Open-Case-Searching         VALUE "N".
014400     88  Open-Case-Absent            VALUE "X".
014500 01  Scan-Switch                     PIC X(01).
014600     88  Scan-Is-Done                VALUE "Y".
014700     88  Scan-Is-Active              VALUE "N".
014800 01  Review-Counters.
014900     05  Cases-Held                  PIC 9(5) COMP.
015000     05  Cases-Referred              PIC 9(5) COMP.
015100     05  Cases-Closed                PIC 9(5) COMP.
015200     05  Holds-Placed                PIC 9(5) COMP.
015300     05  Holds-Lifted                PIC 9(5) COMP.
015400     05  Requests-Refused            PIC 9(5) COMP.
015500
015600 PROCEDURE DIVISION.
015700
015800 0000-MAINLINE.
015900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
016000     PERFORM 2000-WORK-CASE THRU 2000-WORK-CASE-EXIT
016100         UNTIL Session-Has-Ended
016200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
016300     STOP RUN.
016400
016500 1000-INITIALIZE.
016600     OPEN I-O ELDCASE
016700     OPEN I-O HOLDS
016800     OPEN INPUT CUSTREL
016900     OPEN INPUT CUSTADDR
017000     OPEN INPUT TRUSTCON
017100     MOVE ZERO TO Cases-Held
017200                  Cases-Referred
017300                  Cases-Closed
017400                  Holds-Placed
017500                  Holds-Lifted
017600                  Requests-Refused
017700     OPEN INPUT ELDPARM
017800     IF Eldparm-OK
017900         READ ELDPARM
018000             AT END
018100                 CONTINUE
018200             NOT AT END
018300                 IF EP-HOLD-DAYS NUMERIC
018400                     AND EP-HOLD-DAYS > ZERO
018500                     MOVE EP-HOLD-DAYS TO Hold-Days
018600                 END-IF
018700         END-READ
018800         CLOSE ELDPARM
018900     END-IF
019000     ACCEPT Run-Date FROM DATE YYYYMMDD
019100     COMPUTE Work-Integer-Date =
019200         FUNCTION INTEGER-OF-DATE(Run-Date) + Hold-Days
019300     MOVE FUNCTION DATE-OF-INTEGER(Work-Integer-Date)
019400         TO Hold-Expiry-Date
019500     DISPLAY "Operator ID: " WITH NO ADVANCING
019600     ACCEPT Review-Operator FROM CONSOLE
019700     CALL "OperatorAuthorize" USING Review-Operator,
019800         Officer-Level, Auth-Result
019900     IF Operator-Denied
020000         DISPLAY Review-Operator
020100             ": Not authorized to review elder cases."
020200         SET Session-Has-Ended TO TRUE
020300         GO TO 1000-INITIALIZE-EXIT
020400     END-IF
020500     SET Session-Is-Active TO TRUE.
020600 1000-INITIALIZE-EXIT.
020700     EXIT.
020800
020900 2000-WORK-CASE.
021000     DISPLAY "Customer number (DONE to quit): "
021100         WITH NO ADVANCING
021200     ACCEPT Entry-Customer FROM CONSOLE
021300     IF Entry-Customer = "DONE"
021400         SET Session-Has-Ended TO TRUE
021500         GO TO 2000-WORK-CASE-EXIT
021600     END-IF
021700     PERFORM 2100-FIND-OPEN-CASE THRU 2100-FIND-OPEN-CASE-EXIT
021800     IF NOT Open-Case-Found
021900         DISPLAY Entry-Customer ": No open elder case."
022000         GO TO 2000-WORK-CASE-EXIT
022100     END-IF
022200     PERFORM 2200-SHOW-CASE THRU 2200-SHOW-CASE-EXIT
022300     DISPLAY "Action (H=hold, R=APS referral, C=close, "
022400         "X=no change): " WITH NO ADVANCING
022500     ACCEPT Entry-Action FROM CONSOLE
022600     EVALUATE Entry-Action
022700         WHEN "H"
022800             PERFORM 3000-HOLD-CASE THRU 3000-HOLD-CASE-EXIT
022900         WHEN "R"
023000             PERFORM 4000-REFER-CASE THRU 4000-REFER-CASE-EXIT
023100         WHEN "C"
023200             PERFORM 5000-CLOSE-CASE THRU 5000-CLOSE-CASE-EXIT
023300         WHEN "X"
023400             DISPLAY Entry-Customer ": Case left as it is."
023500         WHEN OTHER
023600             ADD 1 TO Requests-Refused
023700             DISPLAY "Action must be H, R, C or X."
023800     END-EVALUATE.
023900 2000-WORK-CASE-EXIT.
024000     EXIT.
024100
024200*> A customer has at most one open case at a time.
024300 2100-FIND-OPEN-CASE.
024400     MOVE Entry-Customer TO EK-CUSTOMER-NUMBER
024500     MOVE ZERO TO EK-OPENED-DATE
024600     SET Open-Case-Searching TO TRUE
024700     START ELDCASE KEY IS NOT LESS THAN EK-CASE-KEY
024800         INVALID KEY
024900             SET Open-Case-Absent TO TRUE
025000     END-START
025100     PERFORM 2110-READ-ONE-CASE THRU 2110-READ-ONE-CASE-EXIT
025200         UNTIL NOT Open-Case-Searching.
025300 2100-FIND-OPEN-CASE-EXIT.
025400     EXIT.
025500
025600 2110-READ-ONE-CASE.
025700     READ ELDCASE NEXT RECORD
025800         AT END
025900             SET Open-Case-Absent TO TRUE
026000             GO TO 2110-READ-ONE-CASE-EXIT
026100     END-READ
026200     IF EK-CUSTOMER-NUMBER NOT = Entry-Customer
026300         SET Open-Case-Absent TO TRUE
026400         GO TO 2110-READ-ONE-CASE-EXIT
026500     END-IF
026600     IF EK-CASE-OPEN
026700         SET Open-Case-Found TO TRUE
026800     END-IF.
026900 2110-READ-ONE-CASE-EXIT.
027000     EXIT.
027100
027200 2200-SHOW-CASE.
027300     DISPLAY "  CASE OPENED " EK-OPENED-DATE
027400         "  STATUS " EK-CASE-STATUS
027500         "  AGE " EK-CUSTOMER-AGE
027600         "  SCORE " EK-RISK-SCORE
027700         "  SCORED " EK-LAST-SCORED-DATE
027800     DISPLAY "  CHANGES " EK-EVENT-COUNT
027900         ": CASH " EK-CASH-COUNT
028000         " DEST " EK-DESTINATION-COUNT
028100         " SIGNER " EK-SIGNER-COUNT
028200         " CONTACT " EK-ADDRESS-COUNT
028300         " PAYEE " EK-PAYEE-COUNT
028400     IF EK-HELD-COUNT > ZERO
028500         DISPLAY "  HELD " EK-HELD-DATE " BY " EK-HELD-BY
028600             " ON " EK-HELD-COUNT " ACCOUNT(S) UNTIL "
028700             EK-HOLD-EXPIRY-DATE
028800     END-IF
028900     IF EK-CASE-REFERRED
029000         DISPLAY "  REFERRED TO APS " EK-REFERRAL-DATE
029100             " REF " EK-AGENCY-REFERENCE
029200             "  CONTACT REACHED " EK-TRUSTED-CONTACT-REACHED
029300     END-IF
029400     MOVE EK-CUSTOMER-NUMBER TO NA-CUSTOMER-NUMBER
029500     READ CUSTADDR
029600         INVALID KEY
029700             CONTINUE
029800         NOT INVALID KEY
029900             DISPLAY "  " NA-CUSTOMER-NAME "  PH "
030000                 NA-PHONE-NUMBER
030100     END-READ
030200     MOVE ZERO TO Contacts-Listed
030300     MOVE EK-CUSTOMER-NUMBER TO TU-CUSTOMER-NUMBER
030400     MOVE ZERO TO TU-CONTACT-SEQUENCE
030500     SET Scan-Is-Active TO TRUE
030600     START TRUSTCON KEY IS NOT LESS THAN TU-CONTACT-KEY
030700         INVALID KEY
030800             SET Scan-Is-Done TO TRUE
030900     END-START
031000     PERFORM 2210-SHOW-ONE-CONTACT THRU 2210-SHOW-ONE-CONTACT-EXIT
031100         UNTIL Scan-Is-Done
031200     IF Contacts-Listed = ZERO
031300         DISPLAY "  NO TRUSTED CONTACT ON FILE"
031400     END-IF.
031500 2200-SHOW-CASE-EXIT.
031600     EXIT.
031700
031800 2210-SHOW-ONE-CONTACT.
031900     READ TRUSTCON NEXT RECORD
032000         AT END
032100             SET Scan-Is-Done TO TRUE
032200             GO TO 2210-SHOW-ONE-CONTACT-EXIT
032300     END-READ
032400     IF TU-CUSTOMER-NUMBER NOT = EK-CUSTOMER-NUMBER
032500         SET Scan-Is-Done TO TRUE
032600         GO TO 2210-SHOW-ONE-CONTACT-EXIT
032700     END-IF
032800     ADD 1 TO Contacts-Listed
032900     DISPLAY "  TRUSTED CONTACT " TU-CONTACT-SEQUENCE ": "
033000         TU-CONTACT-NAME " (" TU-RELATIONSHIP ")  PH "
033100         TU-PHONE-NUMBER
033200     DISPLAY "      " TU-STREET-ADDRESS " " TU-CITY " "
033300         TU-STATE " " TU-POSTAL-CODE.
033400 2210-SHOW-ONE-CONTACT-EXIT.
033500     EXIT.
033600
033700*****************************************************************
033800*    THE OFFICER'S HOLD: THE SAME TEMPORARY EX HOLD THE NIGHTLY *
033900*    MONITOR PLACES, ON EVERY ACCOUNT OF THE CUSTOMER.          *
034000*****************************************************************
034100 3000-HOLD-CASE.
034200     IF NOT EK-CASE-WATCHING
034300         ADD 1 TO Requests-Refused
034400         DISPLAY Entry-Customer
034500             ": Case is already held or referred."
034600         GO TO 3000-HOLD-CASE-EXIT
034700     END-IF
034800     PERFORM 3100-FIND-ACCOUNTS THRU 3100-FIND-ACCOUNTS-EXIT
034900     MOVE ZERO TO EK-HELD-COUNT
035000     PERFORM 3200-HOLD-ONE THRU 3200-HOLD-ONE-EXIT
035100         VARYING Account-Sub FROM 1 BY 1
035200         UNTIL Account-Sub > Customer-Account-Count
035300     SET EK-CASE-HELD TO TRUE
035400     MOVE Run-Date TO EK-HELD-DATE
035500     MOVE Hold-Expiry-Date TO EK-HOLD-EXPIRY-DATE
035600     MOVE Review-Operator TO EK-HELD-BY
035700     MOVE Review-Operator TO EK-REVIEWED-BY
035800     REWRITE EK-ELDER-CASE-RECORD
035900     ADD 1 TO Cases-Held
036000     DISPLAY Entry-Customer ": Elder hold on " EK-HELD-COUNT
036100         " account(s) until " Hold-Expiry-Date ".".
036200 3000-HOLD-CASE-EXIT.
036300     EXIT.
036400
036500*> CUSTREL is keyed by account, so the whole file is walked
036600*> for the customer. An unlinked account is its own customer.
036700 3100-FIND-ACCOUNTS.
036800     MOVE ZERO TO Customer-Account-Count
036900     MOVE LOW-VALUES TO RL-ACCOUNT-NUMBER
037000     SET Scan-Is-Active TO TRUE
037100     START CUSTREL KEY IS NOT LESS THAN RL-ACCOUNT-NUMBER
037200         INVALID KEY
037300             SET Scan-Is-Done TO TRUE
037400     END-START
037500     PERFORM 3110-CHECK-ONE-LINK THRU 3110-CHECK-ONE-LINK-EXIT
037600         UNTIL Scan-Is-Done
037700     IF Customer-Account-Count = ZERO
037800         MOVE 1 TO Customer-Account-Count
037900         MOVE Entry-Customer TO Customer-Account (1)
038000     END-IF.
038100 3100-FIND-ACCOUNTS-EXIT.
038200     EXIT.
038300
038400 3110-CHECK-ONE-LINK.
038500     READ CUSTREL NEXT RECORD
038600         AT END
038700             SET Scan-Is-Done TO TRUE
038800             GO TO 3110-CHECK-ONE-LINK-EXIT
038900     END-READ
039000     IF RL-CUSTOMER-NUMBER NOT = Entry-Customer
039100         GO TO 3110-CHECK-ONE-LINK-EXIT
039200     END-IF
039300     IF Customer-Account-Count = 10
039400         DISPLAY Entry-Customer ": Account "
039500             RL-ACCOUNT-NUMBER " past the case limit -"
039600             " hold by hand."
039700         GO TO 3110-CHECK-ONE-LINK-EXIT
039800     END-IF
039900     ADD 1 TO Customer-Account-Count
040000     MOVE RL-ACCOUNT-NUMBER
040100         TO Customer-Account (Customer-Account-Count).
040200 3110-CHECK-ONE-LINK-EXIT.
040300     EXIT.
040400
040500*> The hold takes the account's next free sequence.
040600 3200-HOLD-ONE.
040700     MOVE Customer-Account (Account-Sub) TO Current-Account
040800     MOVE ZERO TO Next-Hold-Sequence
040900     MOVE Current-Account TO HD-ACCOUNT-NUMBER
041000     MOVE ZERO TO HD-HOLD-SEQUENCE
041100     SET Scan-Is-Active TO TRUE
041200     START HOLDS KEY IS NOT LESS THAN HD-HOLD-KEY
041300         INVALID KEY
041400             SET Scan-Is-Done TO TRUE
041500     END-START
041600     PERFORM 3210-SCAN-ONE-HOLD THRU 3210-SCAN-ONE-HOLD-EXIT
041700         UNTIL Scan-Is-Done
041800     IF Next-Hold-Sequence NOT < 999
041900         DISPLAY Current-Account
042000             ": No hold sequence free - hold by hand."
042100         GO TO 3200-HOLD-ONE-EXIT
042200     END-IF
042300     ADD 1 TO Next-Hold-Sequence
042400     MOVE Current-Account TO HD-ACCOUNT-NUMBER
042500     MOVE Next-Hold-Sequence TO HD-HOLD-SEQUENCE
042600     MOVE Elder-Restraint-Amount TO HD-HOLD-AMOUNT
042700     MOVE Elder-Hold-Type TO HD-HOLD-TYPE
042800     MOVE Hold-Expiry-Date TO HD-EXPIRY-DATE
042900     MOVE Elder-Hold-Authority TO HD-PLACING-AUTHORITY
043000     WRITE HD-HOLD-RECORD
043100         INVALID KEY
043200             DISPLAY Current-Account
043300                 ": Elder hold not written - hold by hand."
043400             GO TO 3200-HOLD-ONE-EXIT
043500     END-WRITE
043600     ADD 1 TO EK-HELD-COUNT
043700     MOVE Current-Account TO EK-HELD-ACCOUNT (EK-HELD-COUNT)
043800     MOVE Next-Hold-Sequence TO EK-HELD-SEQUENCE (EK-HELD-COUNT)
043900     ADD 1 TO Holds-Placed.
044000 3200-HOLD-ONE-EXIT.
044100     EXIT.
044200
044300 3210-SCAN-ONE-HOLD.
044400     READ HOLDS NEXT RECORD
044500         AT END
044600             SET Scan-Is-Done TO TRUE
044700             GO TO 3210-SCAN-ONE-HOLD-EXIT
044800     END-READ
044900     IF HD-ACCOUNT-NUMBER NOT = Current-Account
045000         SET Scan-Is-Done TO TRUE
045100         GO TO 3210-SCAN-ONE-HOLD-EXIT
045200     END-IF
045300     MOVE HD-HOLD-SEQUENCE TO Next-Hold-Sequence.
045400 3210-SCAN-ONE-HOLD-EXIT.
045500     EXIT.
045600
045700*****************************************************************
045800*    THE REFERRAL TO ADULT PROTECTIVE SERVICES. THE AGENCY'S    *
045900*    REFERENCE IS REQUIRED SO THE CASE CAN BE FOLLOWED UP.      *
046000*****************************************************************
046100 4000-REFER-CASE.
046200     IF EK-CASE-REFERRED
046300         ADD 1 TO Requests-Refused
046400         DISPLAY Entry-Customer ": Case already referred."
046500         GO TO 4000-REFER-CASE-EXIT
046600     END-IF
046700     DISPLAY "APS reference: " WITH NO ADVANCING
046800     ACCEPT Entry-Reference FROM CONSOLE
046900     IF Entry-Reference = SPACES
047000         ADD 1 TO Requests-Refused
047100         DISPLAY "A referral must carry the agency reference."
047200         GO TO 4000-REFER-CASE-EXIT
047300     END-IF
047400     DISPLAY "Trusted contact reached (Y/N): " WITH NO ADVANCING
047500     ACCEPT Entry-Reached FROM CONSOLE
047600     IF Entry-Reached NOT = "Y" AND Entry-Reached NOT = "N"
047700         ADD 1 TO Requests-Refused
047800         DISPLAY "Must be Y or N."
047900         GO TO 4000-REFER-CASE-EXIT
048000     END-IF
048100     DISPLAY "Note: " WITH NO ADVANCING
048200     ACCEPT Entry-Note FROM CONSOLE
048300     MOVE Entry-Reference TO EK-AGENCY-REFERENCE
048400     MOVE Entry-Reached TO EK-TRUSTED-CONTACT-REACHED
048500     MOVE Entry-Note TO EK-REVIEW-NOTE
048600     MOVE Run-Date TO EK-REFERRAL-DATE
048700     MOVE Review-Operator TO EK-REVIEWED-BY
048800     SET EK-CASE-REFERRED TO TRUE
048900     REWRITE EK-ELDER-CASE-RECORD
049000     ADD 1 TO Cases-Referred
049100     DISPLAY Entry-Customer ": Referral recorded.".
049200 4000-REFER-CASE-EXIT.
049300     EXIT.
049400
049500*****************************************************************
049600*    CLOSING THE CASE LIFTS EVERY ELDER HOLD IT PLACED. THE     *
049700*    NIGHTLY MONITOR WILL NOT SCORE CHANGES DATED ON OR BEFORE  *
049800*    THE CLOSE AGAIN.                                           *
049900*****************************************************************
050000 5000-CLOSE-CASE.
050100     DISPLAY "Note: " WITH NO ADVANCING
050200     ACCEPT Entry-Note FROM CONSOLE
050300     PERFORM 5100-LIFT-HOLD THRU 5100-LIFT-HOLD-EXIT
050400         VARYING Held-Sub FROM 1 BY 1
050500         UNTIL Held-Sub > EK-HELD-COUNT
050600     IF Entry-Note NOT = SPACES
050700         MOVE Entry-Note TO EK-REVIEW-NOTE
050800     END-IF
050900     MOVE Review-Operator TO EK-REVIEWED-BY
051000     MOVE Run-Date TO EK-CLOSED-DATE
051100     SET EK-CASE-CLOSED TO TRUE
051200     REWRITE EK-ELDER-CASE-RECORD
051300     ADD 1 TO Cases-Closed
051400     DISPLAY Entry-Customer ": Case closed - elder holds lifted.".
051500 5000-CLOSE-CASE-EXIT.
051600     EXIT.
051700
051800*> Only the elder hold this case placed comes off; a sequence
051900*> since reused for another hold is left alone.
052000 5100-LIFT-HOLD.
052100     MOVE EK-HELD-ACCOUNT (Held-Sub) TO HD-ACCOUNT-NUMBER
052200     MOVE EK-HELD-SEQUENCE (Held-Sub) TO HD-HOLD-SEQUENCE
052300     READ HOLDS
052400         INVALID KEY
052500             DISPLAY EK-HELD-ACCOUNT (Held-Sub)
052600                 ": Elder hold " EK-HELD-SEQUENCE (Held-Sub)
052700                 " already gone."
052800             GO TO 5100-LIFT-HOLD-EXIT
052900     END-READ
053000     IF HD-HOLD-TYPE NOT = Elder-Hold-Type
053100         DISPLAY EK-HELD-ACCOUNT (Held-Sub)
053200             ": Hold " EK-HELD-SEQUENCE (Held-Sub)
053300             " is no longer the elder hold - left in place."
053400         GO TO 5100-LIFT-HOLD-EXIT
053500     END-IF
053600     DELETE HOLDS
053700     ADD 1 TO Holds-Lifted.
053800 5100-LIFT-HOLD-EXIT.
053900     EXIT.
054000
054100 9000-TERMINATE.
054200     CLOSE ELDCASE
054300     CLOSE HOLDS
054400     CLOSE CUSTREL
054500     CLOSE CUSTADDR
054600     CLOSE TRUSTCON
054700     DISPLAY "Elder case review ended. Held " Cases-Held
054800         ", referred " Cases-Referred
054900         ", closed " Cases-Closed
055000         ", holds placed " Holds-Placed
055100         ", lifted " Holds-Lifted
055200         ", refused " Requests-Refused ".".
055300 9000-TERMINATE-EXIT.
055400     EXIT.
