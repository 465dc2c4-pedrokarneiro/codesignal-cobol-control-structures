000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AmlProfileMaintenance.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-13.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    AMLPROFILEMAINTENANCE                                      *
001100*                                                               *
001200*    MAINTENANCE BATCH (PLEDGEMAINTENANCE MOLD) FOR THE AMLRISK *
001300*    CUSTOMER RISK PROFILE, DRIVEN BY THE AMLTRAN REQUEST FILE. *
001400*    ACTION P KEYS A CUSTOMER'S OCCUPATION/BUSINESS TYPE AND    *
001500*    COUNTRY, ADDING THE PROFILE WHEN THERE IS NONE; THE        *
001600*    CUSTOMER MUST BE ON CUSTMSTR AND NOT MERGED AWAY. THE      *
001700*    MONTHLY AMLRISKRATING RUN SCORES THE NEW VALUES. ACTION V  *
001800*    RECORDS A COMPLETED DUE-DILIGENCE REVIEW, RESTARTS THE     *
001900*    REVIEW CYCLE FOR THE CUSTOMER'S RATING AND MAY SET OR      *
002000*    CLEAR A RATING FLOOR - A FLOOR ABOVE THE CURRENT RATING    *
002100*    RAISES IT AT ONCE. EVERY APPLIED REQUEST IS AUDITED TO     *
002200*    AMLAUD. PROFILES ARE KEYED BY A SUPERVISOR OR ABOVE;       *
002300*    REVIEWS ARE SIGNED OFF BY AN OFFICER.                      *
002400*                                                               *
002500*    MODIFICATION HISTORY                                      *
002600*    ------------------------------------------------------    *
002700*    DATE       INIT  DESCRIPTION                              *
002800*    ---------  ----  -----------------------------------      *
002900*    2026-10-13  RLB  ORIGINAL.                                *
003000*                                                               *
003100*****************************************************************
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT AMLTRAN ASSIGN TO "AMLTRAN"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS Amltran-File-Status.
003900
004000     SELECT AMLRISK ASSIGN TO "AMLRISK"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS KY-CUSTOMER-NUMBER
004400         FILE STATUS IS Amlrisk-File-Status.
004500
004600     SELECT CUSTMSTR ASSIGN TO "CUSTMSTR"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS CM-CUSTOMER-NUMBER
005000         FILE STATUS IS Custmstr-File-Status.
005100
005200     SELECT AMLAUD ASSIGN TO "AMLAUD"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS Amlaud-File-Status.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  AMLTRAN.
005900     COPY AMLTRAN.
006000
006100 FD  AMLRISK.
006200     COPY AMLRISK.
006300
006400 FD  CUSTMSTR.
006500     COPY CUSTMSTR.
006600
006700 FD  AMLAUD.
006800     COPY AMLAUD.
006900
007000 WORKING-STORAGE SECTION.
007100 01  Amltran-File-Status             PIC XX.
007200     88  Amltran-OK                  VALUE "00".
007300     88  Amltran-EOF                 VALUE "10".
007400 01  Amlrisk-File-Status             PIC XX.
007500     88  Amlrisk-OK                  VALUE "00".
007600     88  Amlrisk-Not-On-File         VALUE "23".
007700 01  Custmstr-File-Status            PIC XX.
007800     88  Custmstr-OK                 VALUE "00".
007900 01  Amlaud-File-Status              PIC XX.
008000     88  Amlaud-OK                   VALUE "00".
008100
008200 77  Supervisor-Level                PIC 9(01) VALUE 2.
008300 77  Officer-Level                   PIC 9(01) VALUE 3.
008400*    DUE-DILIGENCE REVIEW CYCLE, IN YEARS, BY RISK RATING.
008500 77  High-Review-Years               PIC 9(01) VALUE 1.
008600 77  Medium-Review-Years             PIC 9(01) VALUE 2.
008700 77  Low-Review-Years                PIC 9(01) VALUE 3.
008800 01  Auth-Result                     PIC X(01).
008900     88  Operator-Authorized         VALUE "Y".
009000     88  Operator-Denied             VALUE "N".
009100 01  Run-Date                        PIC 9(08).
009200 01  Run-Time                        PIC 9(08).
009300 01  Review-Years                    PIC 9(01).
009400 01  Next-Review-Date                PIC 9(08).
009500 01  Next-Review-Parts REDEFINES Next-Review-Date.
009600     05  Next-Review-Year            PIC 9(04).
009700     05  Next-Review-Month-Day       PIC 9(04).
009800 01  Rating-Before                   PIC X(01).
009900 01  Score-Before                    PIC 9(03).
010000 01  Rating-Rank                     PIC 9(01).
010100 01  Floor-Rank                      PIC 9(01).
010200 01  Rank-Rating                     PIC X(01).
010300 01  Rank-Value                      PIC 9(01).
010400
010500 01  Maintenance-Counters.
010600     05  Requests-Read               PIC 9(7) COMP.
010700     05  Profiles-Added              PIC 9(7) COMP.
010800     05  Profiles-Changed            PIC 9(7) COMP.
010900     05  Reviews-Recorded            PIC 9(7) COMP.
011000     05  Ratings-Raised              PIC 9(7) COMP.
011100     05  Requests-Rejected           PIC 9(7) COMP.
011200
011300 PROCEDURE DIVISION.
011400
011500 0000-MAINLINE.
011600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
011700     PERFORM 2000-APPLY-REQUEST THRU 2000-APPLY-REQUEST-EXIT
011800         UNTIL Amltran-EOF
011900     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
012000     STOP RUN.
012100
012200 1000-INITIALIZE.
012300     OPEN INPUT AMLTRAN
012400     OPEN I-O AMLRISK
012500     OPEN INPUT CUSTMSTR
012600     OPEN EXTEND AMLAUD
012700     MOVE 0 TO Requests-Read
012800     MOVE 0 TO Profiles-Added
012900     MOVE 0 TO Profiles-Changed
013000     MOVE 0 TO Reviews-Recorded
013100     MOVE 0 TO Ratings-Raised
013200     MOVE 0 TO Requests-Rejected
013300     ACCEPT Run-Date FROM DATE YYYYMMDD
013400     ACCEPT Run-Time FROM TIME
013500     READ AMLTRAN
013600         AT END
013700             SET Amltran-EOF TO TRUE
013800     END-READ.
013900 1000-INITIALIZE-EXIT.
014000     EXIT.
014100
014200 2000-APPLY-REQUEST.
014300     ADD 1 TO Requests-Read
014400     CALL "OperatorAuthorize" USING KQ-OPERATOR-ID,
014500         Supervisor-Level, Auth-Result
014600     IF Operator-Denied
014700         ADD 1 TO Requests-Rejected
014800         DISPLAY KQ-CUSTOMER-NUMBER ": Rejected - operator "
014900             KQ-OPERATOR-ID " not authorized."
015000         GO TO 2000-READ-NEXT
015100     END-IF
015200     MOVE KQ-CUSTOMER-NUMBER TO KY-CUSTOMER-NUMBER
015300     READ AMLRISK
015400         INVALID KEY
015500             SET Amlrisk-Not-On-File TO TRUE
015600     END-READ
015700     IF KQ-ACTION-PROFILE
015800         PERFORM 2100-SET-PROFILE THRU 2100-SET-PROFILE-EXIT
015900     ELSE
016000         IF KQ-ACTION-REVIEW
016100             PERFORM 2200-RECORD-REVIEW
016200                 THRU 2200-RECORD-REVIEW-EXIT
016300         ELSE
016400             ADD 1 TO Requests-Rejected
016500             DISPLAY KQ-CUSTOMER-NUMBER
016600                 ": Rejected - unknown action "
016700                 KQ-ACTION-CODE
016800         END-IF
016900     END-IF.
017000
017100 2000-READ-NEXT.
017200     READ AMLTRAN
017300         AT END
017400             SET Amltran-EOF TO TRUE
017500     END-READ.
017600 2000-APPLY-REQUEST-EXIT.
017700     EXIT.
017800
017900*****************************************************************
018000*    THE PROFILE: ONLY THE FIELDS KEYED ARE CHANGED. A NEW      *
018100*    PROFILE STARTS UNRATED; THE NEXT RATING RUN SCORES IT AND  *
018200*    SCHEDULES ITS FIRST REVIEW.                                *
018300*****************************************************************
018400 2100-SET-PROFILE.
018500     MOVE KQ-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
018600     READ CUSTMSTR
018700         INVALID KEY
018800             ADD 1 TO Requests-Rejected
018900             DISPLAY KQ-CUSTOMER-NUMBER
019000                 ": Profile rejected - customer not on file."
019100             GO TO 2100-SET-PROFILE-EXIT
019200     END-READ
019300     IF CM-Customer-Merged
019400         ADD 1 TO Requests-Rejected
019500         DISPLAY KQ-CUSTOMER-NUMBER
019600             ": Profile rejected - customer merged away."
019700         GO TO 2100-SET-PROFILE-EXIT
019800     END-IF
019900     IF KQ-OCCUPATION-CODE = SPACES
020000         AND KQ-COUNTRY-CODE = SPACES
020100         ADD 1 TO Requests-Rejected
020200         DISPLAY KQ-CUSTOMER-NUMBER
020300             ": Profile rejected - nothing to change."
020400         GO TO 2100-SET-PROFILE-EXIT
020500     END-IF
020600     IF Amlrisk-Not-On-File
020700         INITIALIZE KY-AML-RISK-RECORD
020800         MOVE KQ-CUSTOMER-NUMBER TO KY-CUSTOMER-NUMBER
020900     END-IF
021000     MOVE KY-RISK-RATING TO Rating-Before
021100     MOVE KY-RISK-SCORE TO Score-Before
021200     IF KQ-OCCUPATION-CODE NOT = SPACES
021300         MOVE KQ-OCCUPATION-CODE TO KY-OCCUPATION-CODE
021400     END-IF
021500     IF KQ-COUNTRY-CODE NOT = SPACES
021600         MOVE KQ-COUNTRY-CODE TO KY-COUNTRY-CODE
021700     END-IF
021800     MOVE KQ-OPERATOR-ID TO KY-PROFILE-UPDATED-BY
021900     IF Amlrisk-Not-On-File
022000         WRITE KY-AML-RISK-RECORD
022100             INVALID KEY
022200                 ADD 1 TO Requests-Rejected
022300                 DISPLAY KQ-CUSTOMER-NUMBER
022400                     ": Profile rejected - write failed, status "
022500                     Amlrisk-File-Status
022600                 GO TO 2100-SET-PROFILE-EXIT
022700         END-WRITE
022800         ADD 1 TO Profiles-Added
022900     ELSE
023000         REWRITE KY-AML-RISK-RECORD
023100         ADD 1 TO Profiles-Changed
023200     END-IF
023300     SET KV-Action-Profile TO TRUE
023400     PERFORM 2500-WRITE-AUDIT THRU 2500-WRITE-AUDIT-EXIT
023500     DISPLAY KQ-CUSTOMER-NUMBER ": Profile set - occupation "
023600         KY-OCCUPATION-CODE " country " KY-COUNTRY-CODE.
023700 2100-SET-PROFILE-EXIT.
023800     EXIT.
023900
024000*****************************************************************
024100*    THE REVIEW: OFFICER SIGN-OFF ON A RATED CUSTOMER. A FLOOR  *
024200*    ABOVE THE CURRENT RATING RAISES THE RATING NOW; THE NEXT   *
024300*    REVIEW IS SET FROM TODAY BY THE RATING THE CUSTOMER ENDS   *
024400*    UP WITH.                                                   *
024500*****************************************************************
024600 2200-RECORD-REVIEW.
024700     CALL "OperatorAuthorize" USING KQ-OPERATOR-ID,
024800         Officer-Level, Auth-Result
024900     IF Operator-Denied
025000         ADD 1 TO Requests-Rejected
025100         DISPLAY KQ-CUSTOMER-NUMBER
025200             ": Review rejected - officer sign-off required."
025300         GO TO 2200-RECORD-REVIEW-EXIT
025400     END-IF
025500     IF Amlrisk-Not-On-File
025600         ADD 1 TO Requests-Rejected
025700         DISPLAY KQ-CUSTOMER-NUMBER
025800             ": Review rejected - no AML profile on file."
025900         GO TO 2200-RECORD-REVIEW-EXIT
026000     END-IF
026100     IF NOT KY-Rating-Valid
026200         ADD 1 TO Requests-Rejected
026300         DISPLAY KQ-CUSTOMER-NUMBER
026400             ": Review rejected - customer not yet rated."
026500         GO TO 2200-RECORD-REVIEW-EXIT
026600     END-IF
026700     IF KQ-RATING-FLOOR NOT = SPACE
026800         AND KQ-RATING-FLOOR NOT = "N"
026900         AND KQ-RATING-FLOOR NOT = "L"
027000         AND KQ-RATING-FLOOR NOT = "M"
027100         AND KQ-RATING-FLOOR NOT = "H"
027200         ADD 1 TO Requests-Rejected
027300         DISPLAY KQ-CUSTOMER-NUMBER
027400             ": Review rejected - floor must be L, M, H or N."
027500         GO TO 2200-RECORD-REVIEW-EXIT
027600     END-IF
027700     MOVE KY-RISK-RATING TO Rating-Before
027800     MOVE KY-RISK-SCORE TO Score-Before
027900     IF KQ-RATING-FLOOR = "N"
028000         MOVE SPACE TO KY-RATING-FLOOR
028100     ELSE
028200         IF KQ-RATING-FLOOR NOT = SPACE
028300             MOVE KQ-RATING-FLOOR TO KY-RATING-FLOOR
028400         END-IF
028500     END-IF
028600     IF NOT KY-No-Floor
028700         MOVE KY-RISK-RATING TO Rank-Rating
028800         PERFORM 2600-RATING-RANK THRU 2600-RATING-RANK-EXIT
028900         MOVE Rank-Value TO Rating-Rank
029000         MOVE KY-RATING-FLOOR TO Rank-Rating
029100         PERFORM 2600-RATING-RANK THRU 2600-RATING-RANK-EXIT
029200         MOVE Rank-Value TO Floor-Rank
029300         IF Floor-Rank > Rating-Rank
029400             MOVE KY-RISK-RATING TO KY-PRIOR-RATING
029500             MOVE KY-RATING-FLOOR TO KY-RISK-RATING
029600             MOVE Run-Date TO KY-RATING-DATE
029700             ADD 1 TO Ratings-Raised
029800         END-IF
029900     END-IF
030000     MOVE Run-Date TO KY-LAST-REVIEW-DATE
030100     MOVE KQ-OPERATOR-ID TO KY-LAST-REVIEWED-BY
030200     PERFORM 2300-SCHEDULE-REVIEW THRU 2300-SCHEDULE-REVIEW-EXIT
030300     REWRITE KY-AML-RISK-RECORD
030400     ADD 1 TO Reviews-Recorded
030500     SET KV-Action-Review TO TRUE
030600     PERFORM 2500-WRITE-AUDIT THRU 2500-WRITE-AUDIT-EXIT
030700     DISPLAY KQ-CUSTOMER-NUMBER ": Review recorded - rating "
030800         KY-RISK-RATING " next review " KY-NEXT-REVIEW-DATE.
030900 2200-RECORD-REVIEW-EXIT.
031000     EXIT.
031100
031200*> A REVIEW ANNIVERSARY ON 29 FEBRUARY FALLS BACK TO THE 28TH.
031300 2300-SCHEDULE-REVIEW.
031400     IF KY-Rating-High
031500         MOVE High-Review-Years TO Review-Years
031600     ELSE
031700         IF KY-Rating-Medium
031800             MOVE Medium-Review-Years TO Review-Years
031900         ELSE
032000             MOVE Low-Review-Years TO Review-Years
032100         END-IF
032200     END-IF
032300     COMPUTE Next-Review-Date =
032400         KY-LAST-REVIEW-DATE + Review-Years * 10000
032500     IF Next-Review-Month-Day = 0229
032600         MOVE 0228 TO Next-Review-Month-Day
032700     END-IF
032800     MOVE Next-Review-Date TO KY-NEXT-REVIEW-DATE.
032900 2300-SCHEDULE-REVIEW-EXIT.
033000     EXIT.
033100
033200 2500-WRITE-AUDIT.
033300     MOVE KY-CUSTOMER-NUMBER TO KV-CUSTOMER-NUMBER
033400     MOVE Rating-Before TO KV-RATING-BEFORE
033500     MOVE KY-RISK-RATING TO KV-RATING-AFTER
033600     MOVE Score-Before TO KV-SCORE-BEFORE
033700     MOVE KY-RISK-SCORE TO KV-SCORE-AFTER
033800     MOVE KQ-OPERATOR-ID TO KV-REQUESTED-BY
033900     MOVE Run-Date TO KV-RUN-DATE
034000     MOVE Run-Time TO KV-RUN-TIME
034100     WRITE KV-AML-AUDIT-RECORD.
034200 2500-WRITE-AUDIT-EXIT.
034300     EXIT.
034400
034500 2600-RATING-RANK.
034600     MOVE 0 TO Rank-Value
034700     IF Rank-Rating = "L"
034800         MOVE 1 TO Rank-Value
034900     END-IF
035000     IF Rank-Rating = "M"
035100         MOVE 2 TO Rank-Value
035200     END-IF
035300     IF Rank-Rating = "H"
035400         MOVE 3 TO Rank-Value
035500     END-IF.
035600 2600-RATING-RANK-EXIT.
035700     EXIT.
035800
035900 9000-TERMINATE.
036000     CLOSE AMLTRAN
036100     CLOSE AMLRISK
036200     CLOSE CUSTMSTR
036300     CLOSE AMLAUD
036400     DISPLAY " "
036500     DISPLAY "AML PROFILE MAINTENANCE SUMMARY"
036600     DISPLAY "Requests read     - " Requests-Read
036700     DISPLAY "Profiles added    - " Profiles-Added
036800     DISPLAY "Profiles changed  - " Profiles-Changed
036900     DISPLAY "Reviews recorded  - " Reviews-Recorded
037000     DISPLAY "Raised to floor   - " Ratings-Raised
037100     DISPLAY "Requests rejected - " Requests-Rejected.
037200 9000-TERMINATE-EXIT.
037300     EXIT.
