000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AchFilterMaintenance.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-06.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    ACHFILTERMAINTENANCE                                       *
001100*                                                               *
001200*    TELLER SESSION FOR A COMMERCIAL ACCOUNT'S ACH DEBIT        *
001300*    FILTER (ACHFILT). THE ACCOUNT'S CONTROL ROW (COMPANY ID    *
001400*    SPACES) ENROLLS IT EITHER TO BLOCK EVERY ACH DEBIT OR TO   *
001500*    TAKE ONLY DEBITS FROM THE ORIGINATOR COMPANY IDS LISTED    *
001600*    UNDER IT, EACH WITH A MAXIMUM (ZERO FOR ANY AMOUNT).       *
001700*    INBOUNDACHINTAKE SENDS EVERY OTHER DEBIT TO THE ACHEXCP    *
001800*    DECISION FILE. ACTIONS:                                    *
001900*      E - ENROLL, FILTER BY ORIGINATOR                         *
002000*      B - ENROLL, BLOCK ALL ACH DEBITS                         *
002100*      A - ADD OR REPLACE AN ORIGINATOR AND ITS MAXIMUM         *
002200*      D - DELETE AN ORIGINATOR                                 *
002300*      U - UNENROLL (THE CONTROL ROW AND EVERY ORIGINATOR)      *
002400*    ONLY COMMERCIAL PRODUCTS (THE ANLPARM PREFIX) ENROLL.      *
002500*    EVERY CHANGE NEEDS A SUPERVISOR'S ID PROVED THROUGH        *
002600*    OPERATORAUTHORIZE. ENTER "DONE" AT THE ACCOUNT PROMPT TO   *
002700*    END THE SESSION.                                           *
002800*                                                               *
002900*    MODIFICATION HISTORY                                      *
003000*    ------------------------------------------------------    *
003100*    DATE       INIT  DESCRIPTION                              *
003200*    ---------  ----  -----------------------------------      *
003300*    2026-10-06  RLB  ORIGINAL.                                *
003400*                                                               *
003500*****************************************************************
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT ACHFILT ASSIGN TO "ACHFILT"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS AF-FILTER-KEY
004400         FILE STATUS IS Achfilt-File-Status.
004500
004600     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS MF-ACCOUNT-NUMBER
005000         FILE STATUS IS Acctmstr-File-Status.
005100
005200     SELECT ANLPARM ASSIGN TO "ANLPARM"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS Anlparm-File-Status.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  ACHFILT.
005900     COPY ACHFILT.
006000
006100 FD  ACCTMSTR.
006200     COPY ACCTMSTR.
006300
006400 FD  ANLPARM.
006500     COPY ANLPARM.
006600
006700 WORKING-STORAGE SECTION.
006800 01  Achfilt-File-Status             PIC XX.
006900     88  Achfilt-OK                  VALUE "00".
007000     88  Achfilt-EOF                 VALUE "10".
007100     88  Achfilt-Not-On-File         VALUE "23".
007200 01  Acctmstr-File-Status            PIC XX.
007300     88  Acctmstr-OK                 VALUE "00".
007400     88  Acctmstr-Not-On-File        VALUE "23".
007500 01  Anlparm-File-Status             PIC XX.
007600     88  Anlparm-OK                  VALUE "00".
007700
007800 77  Teller-Level                    PIC 9(01) VALUE 1.
007900 77  Supervisor-Level                PIC 9(01) VALUE 2.
008000 77  Check-Digit-Action              PIC X(01) VALUE "V".
008100*    PRODUCT-CODE PREFIX OF THE COMMERCIAL PRODUCTS, UNLESS
008200*    ANLPARM CARRIES ANOTHER.
008300 77  Commercial-Prefix               PIC X(02) VALUE "CM".
008400 01  Check-Digit-Result              PIC X(01).
008500     88  Check-Digit-Good            VALUE "Y".
008600     88  Check-Digit-Bad             VALUE "N".
008700 01  Auth-Result                     PIC X(01).
008800     88  Operator-Authorized         VALUE "Y".
008900     88  Operator-Denied             VALUE "N".
009000 01  Teller-Id                       PIC X(08).
009100 01  Supervisor-Id                   PIC X(08).
009200 01  Entry-Account-Number            PIC X(10).
009300 01  Entry-Action                    PIC X(01).
009400 01  Entry-Company-Id                PIC X(10).
009500 01  Entry-Max-Text                  PIC X(08).
009600 01  Run-Date                        PIC 9(08).
009700 01  Session-Ended-Switch            PIC X(01).
009800     88  Session-Has-Ended           VALUE "Y".
009900     88  Session-Is-Active           VALUE "N".
010000 01  Browse-Switch                   PIC X(01).
010100     88  Browse-Is-Active            VALUE "Y".
010200     88  Browse-Is-Done              VALUE "N".
010300 01  Filter-Counters.
010400     05  Accounts-Enrolled           PIC 9(5) COMP.
010500     05  Accounts-Unenrolled         PIC 9(5) COMP.
010600     05  Originators-Set             PIC 9(5) COMP.
010700     05  Originators-Deleted         PIC 9(5) COMP.
010800     05  Requests-Refused            PIC 9(5) COMP.
010900
011000 PROCEDURE DIVISION.
011100
011200 0000-MAINLINE.
011300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
011400     PERFORM 2000-WORK-FILTER THRU 2000-WORK-FILTER-EXIT
011500         UNTIL Session-Has-Ended
011600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
011700     STOP RUN.
011800
011900 1000-INITIALIZE.
012000     OPEN I-O ACHFILT
012100     OPEN INPUT ACCTMSTR
012200     MOVE ZERO TO Accounts-Enrolled
012300                  Accounts-Unenrolled
012400                  Originators-Set
012500                  Originators-Deleted
012600                  Requests-Refused
012700     ACCEPT Run-Date FROM DATE YYYYMMDD
012800     OPEN INPUT ANLPARM
012900     IF Anlparm-OK
013000         READ ANLPARM
013100             NOT AT END
013200                 IF AN-COMMERCIAL-PREFIX NOT = SPACES
013300                     MOVE AN-COMMERCIAL-PREFIX
013400                         TO Commercial-Prefix
013500                 END-IF
013600         END-READ
013700         CLOSE ANLPARM
013800     END-IF
013900     DISPLAY "Teller ID: " WITH NO ADVANCING
014000     ACCEPT Teller-Id FROM CONSOLE
014100     CALL "OperatorAuthorize" USING Teller-Id,
014200         Teller-Level, Auth-Result
014300     IF Operator-Denied
014400         DISPLAY Teller-Id ": Not an active operator."
014500         SET Session-Has-Ended TO TRUE
014600         GO TO 1000-INITIALIZE-EXIT
014700     END-IF
014800     SET Session-Is-Active TO TRUE.
014900 1000-INITIALIZE-EXIT.
015000     EXIT.
015100
015200 2000-WORK-FILTER.
015300     DISPLAY "Account number (DONE to quit): "
015400         WITH NO ADVANCING
015500     ACCEPT Entry-Account-Number FROM CONSOLE
015600     IF Entry-Account-Number = "DONE"
015700         SET Session-Has-Ended TO TRUE
015800         GO TO 2000-WORK-FILTER-EXIT
015900     END-IF
016000     CALL "AccountCheckDigit" USING Check-Digit-Action,
016100         Entry-Account-Number, Check-Digit-Result
016200     IF Check-Digit-Bad
016300         ADD 1 TO Requests-Refused
016400         DISPLAY Entry-Account-Number
016500             ": Check digit does not prove - rekey it."
016600         GO TO 2000-WORK-FILTER-EXIT
016700     END-IF
016800     MOVE Entry-Account-Number TO MF-ACCOUNT-NUMBER
016900     READ ACCTMSTR
017000         INVALID KEY
017100             ADD 1 TO Requests-Refused
017200             DISPLAY Entry-Account-Number ": Not on file."
017300             GO TO 2000-WORK-FILTER-EXIT
017400     END-READ
017500     IF MF-PRODUCT-CODE (1:2) NOT = Commercial-Prefix
017600         ADD 1 TO Requests-Refused
017700         DISPLAY Entry-Account-Number
017800             ": Not a commercial account - no ACH filter."
017900         GO TO 2000-WORK-FILTER-EXIT
018000     END-IF
018100     DISPLAY "Action (E=enroll, B=block all, A=add originator,"
018200     DISPLAY "        D=delete originator, U=unenroll): "
018300         WITH NO ADVANCING
018400     ACCEPT Entry-Action FROM CONSOLE
018500     IF Entry-Action NOT = "E" AND Entry-Action NOT = "B"
018600         AND Entry-Action NOT = "A" AND Entry-Action NOT = "D"
018700         AND Entry-Action NOT = "U"
018800         ADD 1 TO Requests-Refused
018900         DISPLAY "Action must be E, B, A, D or U."
019000         GO TO 2000-WORK-FILTER-EXIT
019100     END-IF
019200     IF Entry-Action = "A" OR Entry-Action = "D"
019300         DISPLAY "Originator company ID: " WITH NO ADVANCING
019400         ACCEPT Entry-Company-Id FROM CONSOLE
019500         IF Entry-Company-Id = SPACES
019600             ADD 1 TO Requests-Refused
019700             DISPLAY "Company ID is required."
019800             GO TO 2000-WORK-FILTER-EXIT
019900         END-IF
020000     END-IF
020100     IF Entry-Action = "A"
020200         DISPLAY "Maximum debit (whole dollars, 0 = any): "
020300             WITH NO ADVANCING
020400         ACCEPT Entry-Max-Text FROM CONSOLE
020500         IF Entry-Max-Text NOT NUMERIC
020600             ADD 1 TO Requests-Refused
020700             DISPLAY "Maximum must be numeric."
020800             GO TO 2000-WORK-FILTER-EXIT
020900         END-IF
021000     END-IF
021100*> The filter decides which debits pay; the change takes only
021200*> with a supervisor's own ID proved at the terminal.
021300     DISPLAY "Supervisor ID to approve: " WITH NO ADVANCING
021400     ACCEPT Supervisor-Id FROM CONSOLE
021500     CALL "OperatorAuthorize" USING Supervisor-Id,
021600         Supervisor-Level, Auth-Result
021700     IF Operator-Denied
021800         ADD 1 TO Requests-Refused
021900         DISPLAY Supervisor-Id
022000             ": Not a supervisor - change refused."
022100         GO TO 2000-WORK-FILTER-EXIT
022200     END-IF
022300     EVALUATE Entry-Action
022400         WHEN "E"
022500         WHEN "B"
022600             PERFORM 2100-SET-CONTROL THRU 2100-SET-CONTROL-EXIT
022700         WHEN "A"
022800             PERFORM 2200-SET-ORIGINATOR
022900                 THRU 2200-SET-ORIGINATOR-EXIT
023000         WHEN "D"
023100             PERFORM 2300-DELETE-ORIGINATOR
023200                 THRU 2300-DELETE-ORIGINATOR-EXIT
023300         WHEN "U"
023400             PERFORM 2400-UNENROLL THRU 2400-UNENROLL-EXIT
023500     END-EVALUATE.
023600 2000-WORK-FILTER-EXIT.
023700     EXIT.
023800
023900 2100-SET-CONTROL.
024000     MOVE Entry-Account-Number TO AF-ACCOUNT-NUMBER
024100     MOVE SPACES TO AF-COMPANY-ID
024200     READ ACHFILT
024300         INVALID KEY
024400             MOVE SPACES TO AF-ACH-FILTER-RECORD
024500             MOVE Entry-Account-Number TO AF-ACCOUNT-NUMBER
024600             MOVE SPACES TO AF-COMPANY-ID
024700             PERFORM 2110-FILL-CONTROL
024800                 THRU 2110-FILL-CONTROL-EXIT
024900             WRITE AF-ACH-FILTER-RECORD
025000             ADD 1 TO Accounts-Enrolled
025100             DISPLAY Entry-Account-Number ": Enrolled."
025200             GO TO 2100-SET-CONTROL-EXIT
025300     END-READ
025400     PERFORM 2110-FILL-CONTROL THRU 2110-FILL-CONTROL-EXIT
025500     REWRITE AF-ACH-FILTER-RECORD
025600     DISPLAY Entry-Account-Number ": Filter changed.".
025700 2100-SET-CONTROL-EXIT.
025800     EXIT.
025900
026000 2110-FILL-CONTROL.
026100     IF Entry-Action = "B"
026200         SET AF-BLOCK-ALL-DEBITS TO TRUE
026300     ELSE
026400         SET AF-FILTER-BY-ORIGINATOR TO TRUE
026500     END-IF
026600     MOVE ZERO TO AF-MAX-AMOUNT
026700     MOVE Run-Date TO AF-SET-DATE
026800     MOVE Teller-Id TO AF-SET-BY
026900     MOVE Supervisor-Id TO AF-APPROVED-BY.
027000 2110-FILL-CONTROL-EXIT.
027100     EXIT.
027200
027300*> An originator only means something under a control row.
027400 2200-SET-ORIGINATOR.
027500     MOVE Entry-Account-Number TO AF-ACCOUNT-NUMBER
027600     MOVE SPACES TO AF-COMPANY-ID
027700     READ ACHFILT
027800         INVALID KEY
027900             ADD 1 TO Requests-Refused
028000             DISPLAY Entry-Account-Number
028100                 ": Not enrolled - enroll it first."
028200             GO TO 2200-SET-ORIGINATOR-EXIT
028300     END-READ
028400     MOVE Entry-Account-Number TO AF-ACCOUNT-NUMBER
028500     MOVE Entry-Company-Id TO AF-COMPANY-ID
028600     READ ACHFILT
028700         INVALID KEY
028800             MOVE SPACES TO AF-ACH-FILTER-RECORD
028900             MOVE Entry-Account-Number TO AF-ACCOUNT-NUMBER
029000             MOVE Entry-Company-Id TO AF-COMPANY-ID
029100             SET AF-FILTER-BY-ORIGINATOR TO TRUE
029200             MOVE Entry-Max-Text TO AF-MAX-AMOUNT
029300             MOVE Run-Date TO AF-SET-DATE
029400             MOVE Teller-Id TO AF-SET-BY
029500             MOVE Supervisor-Id TO AF-APPROVED-BY
029600             WRITE AF-ACH-FILTER-RECORD
029700             ADD 1 TO Originators-Set
029800             DISPLAY Entry-Account-Number " " Entry-Company-Id
029900                 ": Originator added."
030000             GO TO 2200-SET-ORIGINATOR-EXIT
030100     END-READ
030200     MOVE Entry-Max-Text TO AF-MAX-AMOUNT
030300     MOVE Run-Date TO AF-SET-DATE
030400     MOVE Teller-Id TO AF-SET-BY
030500     MOVE Supervisor-Id TO AF-APPROVED-BY
030600     REWRITE AF-ACH-FILTER-RECORD
030700     ADD 1 TO Originators-Set
030800     DISPLAY Entry-Account-Number " " Entry-Company-Id
030900         ": Originator maximum replaced.".
031000 2200-SET-ORIGINATOR-EXIT.
031100     EXIT.
031200
031300 2300-DELETE-ORIGINATOR.
031400     MOVE Entry-Account-Number TO AF-ACCOUNT-NUMBER
031500     MOVE Entry-Company-Id TO AF-COMPANY-ID
031600     DELETE ACHFILT RECORD
031700         INVALID KEY
031800             ADD 1 TO Requests-Refused
031900             DISPLAY Entry-Account-Number " " Entry-Company-Id
032000                 ": Originator not on file."
032100             GO TO 2300-DELETE-ORIGINATOR-EXIT
032200     END-DELETE
032300     ADD 1 TO Originators-Deleted
032400     DISPLAY Entry-Account-Number " " Entry-Company-Id
032500         ": Originator deleted.".
032600 2300-DELETE-ORIGINATOR-EXIT.
032700     EXIT.
032800
032900*> The control row sorts first under the account, so a browse
033000*> from it takes the originators with it.
033100 2400-UNENROLL.
033200     MOVE Entry-Account-Number TO AF-ACCOUNT-NUMBER
033300     MOVE SPACES TO AF-COMPANY-ID
033400     READ ACHFILT
033500         INVALID KEY
033600             ADD 1 TO Requests-Refused
033700             DISPLAY Entry-Account-Number ": Not enrolled."
033800             GO TO 2400-UNENROLL-EXIT
033900     END-READ
034000     START ACHFILT KEY IS NOT LESS THAN AF-FILTER-KEY
034100     SET Browse-Is-Active TO TRUE
034200     PERFORM 2410-DELETE-ROW THRU 2410-DELETE-ROW-EXIT
034300         UNTIL Browse-Is-Done
034400     ADD 1 TO Accounts-Unenrolled
034500     DISPLAY Entry-Account-Number ": Unenrolled.".
034600 2400-UNENROLL-EXIT.
034700     EXIT.
034800
034900 2410-DELETE-ROW.
035000     READ ACHFILT NEXT RECORD
035100         AT END
035200             SET Browse-Is-Done TO TRUE
035300             GO TO 2410-DELETE-ROW-EXIT
035400     END-READ
035500     IF AF-ACCOUNT-NUMBER NOT = Entry-Account-Number
035600         SET Browse-Is-Done TO TRUE
035700         GO TO 2410-DELETE-ROW-EXIT
035800     END-IF
035900     DELETE ACHFILT RECORD.
036000 2410-DELETE-ROW-EXIT.
036100     EXIT.
036200
036300 9000-TERMINATE.
036400     CLOSE ACHFILT
036500     CLOSE ACCTMSTR
036600     DISPLAY "ACH filter session ended. Enrolled "
036700         Accounts-Enrolled
036800         ", unenrolled " Accounts-Unenrolled
036900         ", originators set " Originators-Set
037000         ", deleted " Originators-Deleted
037100         ", refused " Requests-Refused ".".
037200 9000-TERMINATE-EXIT.
037300     EXIT.
