002680*                     FOLLOW-UP. EVERY APPLIED ADDRESS ACTION  *
002690*                     IS AUDITED TO CUSTAUD LIKE THE SCORE     *
002695*                     ACTIONS.                                 *
002696*    2026-10-02  RLB  ADDRTRAN NOW CARRIES A CONTACT PHONE,    *
002697*                     KEPT ON CUSTADDR (SPACES ON A CHANGE     *
002698*                     LEAVE IT ALONE). EVERY CHANGE THAT MOVES *
002699*                     THE ADDRESS OR PHONE APPENDS THE PRE-    *
002700*                     CHANGE CONTACT TO THE NEW ADDRHIST       *
002701*                     HISTORY FOR THE ACCOUNT TAKEOVER SCREEN. *
002702*    2026-10-13  RLB  ADD AND CHANGE NOW CARRY THE DEPOSITOR   *
002703*                     CLASS (PUBLIC FUNDS / BROKERED) FROM CU- *
002704*                     DEPOSITOR-CLASS ONTO CUSTMSTR.           *
002705*    2026-10-15  RLB  A THIRD PASS APPLIES TCTRAN REQUESTS TO  *
002706*                     THE NEW TRUSTCON TRUSTED-CONTACT FILE    *
002707*                     (ADD, CHANGE, REMOVE), AUDITED TO        *
002708*                     CUSTAUD AS ACTIONS T, U AND R.           *
002709*    2026-10-15  RLB  A FOURTH PASS APPLIES ROLETRAN REQUESTS  *
002710*                     TO CUSTROLE: JOINT OWNERS WITH           *
002711*                     SURVIVORSHIP TYPE, AUTHORIZED SIGNERS    *
002712*                     WITH A SIGNING LIMIT AND POA AGENTS WITH *
002713*                     EFFECTIVE AND EXPIRY DATES, AUDITED TO   *
002714*                     THE NEW ROLEAUD FILE.                    *
002715*                                                               *
002800*****************************************************************

002900 ENVIRONMENT DIVISION.
004299         RECORD KEY IS WP-SUBJECT-NUMBER
004300         FILE STATUS IS Wlpend-File-Status.

004302     SELECT ADDRHIST ASSIGN TO "ADDRHIST"
004304         ORGANIZATION IS SEQUENTIAL
004306         FILE STATUS IS Addrhist-File-Status.

004308     SELECT TCTRAN ASSIGN TO "TCTRAN"
004310         ORGANIZATION IS SEQUENTIAL
004312         FILE STATUS IS Tctran-File-Status.

004314     SELECT TRUSTCON ASSIGN TO "TRUSTCON"
004316         ORGANIZATION IS INDEXED
004318         ACCESS MODE IS RANDOM
004320         RECORD KEY IS TU-CONTACT-KEY
004322         FILE STATUS IS Trustcon-File-Status.

004324     SELECT ACCTMSTR ASSIGN TO "ACCTMSTR"
004326         ORGANIZATION IS INDEXED
004328         ACCESS MODE IS RANDOM
004330         RECORD KEY IS MF-ACCOUNT-NUMBER
004332         FILE STATUS IS Acctmstr-File-Status.

004334     SELECT ROLETRAN ASSIGN TO "ROLETRAN"
004336         ORGANIZATION IS SEQUENTIAL
004338         FILE STATUS IS Roletran-File-Status.

004340     SELECT CUSTROLE ASSIGN TO "CUSTROLE"
004342         ORGANIZATION IS INDEXED
004344         ACCESS MODE IS RANDOM
004346         RECORD KEY IS RO-ROLE-KEY
004348         FILE STATUS IS Custrole-File-Status.

004350     SELECT ROLEAUD ASSIGN TO "ROLEAUD"
004352         ORGANIZATION IS SEQUENTIAL
004354         FILE STATUS IS Roleaud-File-Status.

004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  CUSTTRAN.
005070 FD  WLPEND.
005080     COPY WLPEND.

005081 FD  ADDRHIST.
005082     COPY ADDRHIST.

005083 FD  TCTRAN.
005084     COPY TCTRAN.

005085 FD  TRUSTCON.
005086     COPY TRUSTCON.

005087 FD  ACCTMSTR.
005088     COPY ACCTMSTR.

005089 FD  ROLETRAN.
005090     COPY ROLETRAN.

005091 FD  CUSTROLE.
005092     COPY CUSTROLE.

005093 FD  ROLEAUD.
005094     COPY ROLEAUD.

005100 WORKING-STORAGE SECTION.
005200 01  Custtran-File-Status            PIC XX.
005300     88  Custtran-OK                 VALUE "00".
005940     88  Addrtran-Not-Found          VALUE "35".
005950 01  Custaddr-File-Status            PIC XX.
005960     88  Custaddr-OK                 VALUE "00".
005962     88  Custaddr-Not-On-File        VALUE "23".
005963 01  Rmqueue-File-Status             PIC XX.
005964     88  Rmqueue-OK                  VALUE "00".
005965 01  Wlpend-File-Status              PIC XX.
005966     88  Wlpend-OK                   VALUE "00".
005967 01  Addrhist-File-Status            PIC XX.
005968     88  Addrhist-OK                 VALUE "00".
005969 01  Address-Moved-Switch            PIC X(01).
005970     88  Address-Moved               VALUE "Y".
005971     88  Address-Not-Moved           VALUE "N".
005972 01  Tctran-File-Status              PIC XX.
005973     88  Tctran-OK                   VALUE "00".
005974     88  Tctran-EOF                  VALUE "10".
005975 01  Trustcon-File-Status            PIC XX.
005976     88  Trustcon-OK                 VALUE "00".
005977     88  Trustcon-Not-On-File        VALUE "23".
005978 01  Roletran-File-Status            PIC XX.
005979     88  Roletran-OK                 VALUE "00".
005980     88  Roletran-EOF                VALUE "10".
005981 01  Custrole-File-Status            PIC XX.
005982     88  Custrole-OK                 VALUE "00".
005983     88  Custrole-Not-On-File        VALUE "23".
005984 01  Roleaud-File-Status             PIC XX.
005985     88  Roleaud-OK                  VALUE "00".
005986 01  Acctmstr-File-Status            PIC XX.
005987     88  Acctmstr-OK                 VALUE "00".
005988 01  Role-Detail-Before              PIC X(16).
005989 01  Role-Detail-Switch              PIC X(01).
005990     88  Role-Detail-Good            VALUE "Y".
005991     88  Role-Detail-Bad             VALUE "N".
005992 01  Phone-Moved-Switch              PIC X(01).
005993     88  Phone-Moved                 VALUE "Y".
005994     88  Phone-Not-Moved             VALUE "N".
005995 01  Screen-Subject-Name             PIC X(30).
005996 01  Screen-Match-Result             PIC X(01).
005997     88  Screen-Match-Found          VALUE "Y".
007240     05  Addresses-Flagged-Bad       PIC 9(7) COMP.
007250     05  Addresses-Rejected          PIC 9(7) COMP.
007260     05  Names-Queued-For-Review     PIC 9(7) COMP.
007262     05  Contacts-Read               PIC 9(7) COMP.
007264     05  Contacts-Added              PIC 9(7) COMP.
007266     05  Contacts-Changed            PIC 9(7) COMP.
007268     05  Contacts-Removed            PIC 9(7) COMP.
007270     05  Contacts-Rejected           PIC 9(7) COMP.
007272     05  Roles-Read                  PIC 9(7) COMP.
007274     05  Roles-Added                 PIC 9(7) COMP.
007276     05  Roles-Changed               PIC 9(7) COMP.
007278     05  Roles-Removed               PIC 9(7) COMP.
007280     05  Roles-Rejected              PIC 9(7) COMP.

007300 PROCEDURE DIVISION.

007800         UNTIL Custtran-EOF
007810     PERFORM 3000-APPLY-ADDRESS THRU 3000-APPLY-ADDRESS-EXIT
007820         UNTIL Addrtran-EOF
007830     PERFORM 4000-APPLY-CONTACT THRU 4000-APPLY-CONTACT-EXIT
007840         UNTIL Tctran-EOF
007850     PERFORM 5000-APPLY-ROLE THRU 5000-APPLY-ROLE-EXIT
007860         UNTIL Roletran-EOF
007900     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
008000     STOP RUN.

009110     OPEN I-O CUSTADDR
009120     OPEN EXTEND RMQUEUE
009122     OPEN I-O WLPEND
009123     OPEN EXTEND ADDRHIST
009124     MOVE 0 TO Names-Queued-For-Review
009130*> No address-request file on a given run just means there is
009140*> no address work today.
009194     ELSE
009196         SET Addrtran-EOF TO TRUE
009198     END-IF
009199     MOVE 0 TO Contacts-Read
009200     MOVE 0 TO Contacts-Added
009201     MOVE 0 TO Contacts-Changed
009202     MOVE 0 TO Contacts-Removed
009203     MOVE 0 TO Contacts-Rejected
009204     OPEN I-O TRUSTCON
009205*> Nor does a missing trusted-contact request file.
009206     OPEN INPUT TCTRAN
009207     IF Tctran-OK
009208         READ TCTRAN
009209             AT END
009210                 SET Tctran-EOF TO TRUE
009211         END-READ
009212     ELSE
009213         SET Tctran-EOF TO TRUE
009214     END-IF
009215     MOVE 0 TO Roles-Read
009216     MOVE 0 TO Roles-Added
009217     MOVE 0 TO Roles-Changed
009218     MOVE 0 TO Roles-Removed
009219     MOVE 0 TO Roles-Rejected
009220     OPEN INPUT ACCTMSTR
009221     OPEN I-O CUSTROLE
009222     OPEN EXTEND ROLEAUD
009223*> Nor does a missing role request file.
009224     OPEN INPUT ROLETRAN
009225     IF Roletran-OK
009226         READ ROLETRAN
009227             AT END
009228                 SET Roletran-EOF TO TRUE
009229         END-READ
009230     ELSE
009231         SET Roletran-EOF TO TRUE
009232     END-IF
009233     READ CUSTTRAN
009300         AT END
009400             SET Custtran-EOF TO TRUE
009500     END-READ.
015986     ELSE
015988         MOVE ZERO TO CM-BIRTH-DATE
015990     END-IF
015991     IF CU-DEPOSITOR-CLASS = "P" OR "B"
015992         MOVE CU-DEPOSITOR-CLASS TO CM-DEPOSITOR-CLASS
015993     ELSE
015994         MOVE "N" TO CM-DEPOSITOR-CLASS
015995     END-IF
016000     WRITE CM-CUSTMSTR-RECORD
016100         INVALID KEY
016200             ADD 1 TO Transactions-Rejected
018300         GO TO 2200-CHANGE-CUSTOMER-EXIT
018400     END-IF
018500     MOVE CU-CUSTOMER-TRUST-SCORE TO CM-CUSTOMER-TRUST-SCORE
018505*> A blank flag on a change leaves the withholding standing.
018510     IF CU-WITHHOLDING-FLAG = "Y"
018515         AND CU-WITHHOLDING-RATE NUMERIC
018520         MOVE "Y" TO CM-WITHHOLDING-FLAG
018525         MOVE CU-WITHHOLDING-RATE TO CM-WITHHOLDING-RATE
018530     ELSE
018535         IF CU-WITHHOLDING-FLAG = "N"
018540             MOVE "N" TO CM-WITHHOLDING-FLAG
018545             MOVE ZERO TO CM-WITHHOLDING-RATE
018550         END-IF
018555     END-IF
018560*> A zero birth date on a change leaves the date standing.
018565     IF CU-BIRTH-DATE NUMERIC AND CU-BIRTH-DATE NOT = ZERO
018570         MOVE CU-BIRTH-DATE TO CM-BIRTH-DATE
018575     END-IF
018580*> A blank depositor class on a change leaves the class standing.
018585     IF CU-DEPOSITOR-CLASS = "P" OR "B" OR "N"
018590         MOVE CU-DEPOSITOR-CLASS TO CM-DEPOSITOR-CLASS
018595     END-IF
018600     REWRITE CM-CUSTMSTR-RECORD
018700     ADD 1 TO Customers-Changed
018800     PERFORM 2400-WRITE-AUDIT THRU 2400-WRITE-AUDIT-EXIT
023072     MOVE AD-CITY TO NA-CITY
023074     MOVE AD-STATE TO NA-STATE
023076     MOVE AD-POSTAL-CODE TO NA-POSTAL-CODE
023077     MOVE AD-PHONE-NUMBER TO NA-PHONE-NUMBER
023078     SET NA-ADDRESS-GOOD TO TRUE
023080     WRITE NA-NAME-ADDRESS-RECORD
023082         INVALID KEY
023114             ": Address change rejected - not on file."
023116         GO TO 3200-CHANGE-ADDRESS-EXIT
023118     END-IF
023119*> What the contact was before this change goes to ADDRHIST
023120*> first - the takeover screen calls the customer back there.
023121     PERFORM 3600-KEEP-PRIOR-CONTACT
023122         THRU 3600-KEEP-PRIOR-CONTACT-EXIT
023123     MOVE AD-CUSTOMER-NAME TO NA-CUSTOMER-NAME
023124     MOVE AD-STREET-ADDRESS TO NA-STREET-ADDRESS
023125     MOVE AD-CITY TO NA-CITY
023126     MOVE AD-STATE TO NA-STATE
023128     MOVE AD-POSTAL-CODE TO NA-POSTAL-CODE
023129     IF AD-PHONE-NUMBER NOT = SPACES
023130         MOVE AD-PHONE-NUMBER TO NA-PHONE-NUMBER
023131     END-IF
023132*> A fresh address from the customer clears the bad-address
023133*> flag - mailings resume.
023134     SET NA-ADDRESS-GOOD TO TRUE
023136     REWRITE NA-NAME-ADDRESS-RECORD
023138     ADD 1 TO Addresses-Changed
023288 3500-SCREEN-NAME-EXIT.
023290     EXIT.

023291*****************************************************************
023292*    A CHANGE THAT MOVES THE ADDRESS OR THE PHONE LEAVES THE    *
023293*    CONTACT IT REPLACES ON ADDRHIST. A NAME-ONLY CORRECTION    *
023294*    MOVES NEITHER AND WRITES NOTHING.                          *
023295*****************************************************************
023296 3600-KEEP-PRIOR-CONTACT.
023297     SET Address-Not-Moved TO TRUE
023298     SET Phone-Not-Moved TO TRUE
023299     IF AD-STREET-ADDRESS NOT = NA-STREET-ADDRESS
023300         OR AD-CITY NOT = NA-CITY
023301         OR AD-STATE NOT = NA-STATE
023302         OR AD-POSTAL-CODE NOT = NA-POSTAL-CODE
023303         SET Address-Moved TO TRUE
023304     END-IF
023305     IF AD-PHONE-NUMBER NOT = SPACES
023306         AND AD-PHONE-NUMBER NOT = NA-PHONE-NUMBER
023307         SET Phone-Moved TO TRUE
023308     END-IF
023309     IF Address-Not-Moved AND Phone-Not-Moved
023310         GO TO 3600-KEEP-PRIOR-CONTACT-EXIT
023311     END-IF
023312     MOVE SPACES TO AH-ADDRESS-HISTORY-RECORD
023313     MOVE AD-CUSTOMER-NUMBER TO AH-CUSTOMER-NUMBER
023314     MOVE Run-Date TO AH-CHANGE-DATE
023315     MOVE Run-Time TO AH-CHANGE-TIME
023316     IF Address-Moved AND Phone-Moved
023317         SET AH-BOTH-CHANGED TO TRUE
023318     ELSE
023319         IF Address-Moved
023320             SET AH-ADDRESS-CHANGED TO TRUE
023321         ELSE
023322             SET AH-PHONE-CHANGED TO TRUE
023323         END-IF
023324     END-IF
023325     MOVE AD-REQUESTED-BY TO AH-REQUESTED-BY
023326     MOVE NA-STREET-ADDRESS TO AH-PRIOR-STREET
023327     MOVE NA-CITY TO AH-PRIOR-CITY
023328     MOVE NA-STATE TO AH-PRIOR-STATE
023329     MOVE NA-POSTAL-CODE TO AH-PRIOR-POSTAL-CODE
023330     MOVE NA-PHONE-NUMBER TO AH-PRIOR-PHONE
023331     MOVE AD-STREET-ADDRESS TO AH-NEW-STREET
023332     IF Phone-Moved
023333         MOVE AD-PHONE-NUMBER TO AH-NEW-PHONE
023334     ELSE
023335         MOVE NA-PHONE-NUMBER TO AH-NEW-PHONE
023336     END-IF
023337     WRITE AH-ADDRESS-HISTORY-RECORD.
023338 3600-KEEP-PRIOR-CONTACT-EXIT.
023339     EXIT.

023340*****************************************************************
023341*    THE TRUSTED-CONTACT PASS. A CUSTOMER NAMES UP TO NINE      *
023342*    PEOPLE FOR THE BANK TO CALL WHEN IT SUSPECTS EXPLOITATION. *
023343*    THE AUDIT ROW CARRIES T FOR AN ADD, U FOR A CHANGE AND R   *
023344*    FOR A REMOVAL, SO THEY STAND APART FROM CUSTOMER AND       *
023345*    ADDRESS ACTIONS ON CUSTAUD.                                *
023346*****************************************************************
023347 4000-APPLY-CONTACT.
023348     ADD 1 TO Contacts-Read
023349     CALL "OperatorAuthorize" USING TQ-REQUESTED-BY,
023350         Supervisor-Level, Auth-Result
023351     IF Operator-Denied
023352         ADD 1 TO Contacts-Rejected
023353         DISPLAY TQ-CUSTOMER-NUMBER ": Rejected - requester "
023354             TQ-REQUESTED-BY " not authorized."
023355         GO TO 4000-READ-NEXT
023356     END-IF
023357     IF TQ-CONTACT-SEQUENCE NOT NUMERIC
023358         OR TQ-CONTACT-SEQUENCE = "0"
023359         ADD 1 TO Contacts-Rejected
023360         DISPLAY TQ-CUSTOMER-NUMBER
023361             ": Rejected - contact sequence must be 1-9."
023362         GO TO 4000-READ-NEXT
023363     END-IF
023364     MOVE TQ-CUSTOMER-NUMBER TO TU-CUSTOMER-NUMBER
023365     MOVE TQ-CONTACT-SEQUENCE TO TU-CONTACT-SEQUENCE
023366     READ TRUSTCON
023367         INVALID KEY
023368             SET Trustcon-Not-On-File TO TRUE
023369     END-READ
023370     IF TQ-ACTION-ADD
023371         PERFORM 4100-ADD-CONTACT THRU 4100-ADD-CONTACT-EXIT
023372     ELSE
023373         IF TQ-ACTION-CHANGE
023374             PERFORM 4200-CHANGE-CONTACT
023375                 THRU 4200-CHANGE-CONTACT-EXIT
023376         ELSE
023377             IF TQ-ACTION-DELETE
023378                 PERFORM 4300-REMOVE-CONTACT
023379                     THRU 4300-REMOVE-CONTACT-EXIT
023380             ELSE
023381                 ADD 1 TO Contacts-Rejected
023382                 DISPLAY TQ-CUSTOMER-NUMBER
023383                     ": Rejected - unknown contact action "
023384                     TQ-ACTION-CODE
023385             END-IF
023386         END-IF
023387     END-IF.
023388 4000-READ-NEXT.
023389     READ TCTRAN
023390         AT END
023391             SET Tctran-EOF TO TRUE
023392     END-READ.
023393 4000-APPLY-CONTACT-EXIT.
023394     EXIT.

023395 4100-ADD-CONTACT.
023396     IF Trustcon-OK
023397         ADD 1 TO Contacts-Rejected
023398         DISPLAY TQ-CUSTOMER-NUMBER ": Contact "
023399             TQ-CONTACT-SEQUENCE
023400             " add rejected - already on file."
023401         GO TO 4100-ADD-CONTACT-EXIT
023402     END-IF
023403     IF TQ-CONTACT-NAME = SPACES
023404         OR TQ-PHONE-NUMBER = SPACES
023405         ADD 1 TO Contacts-Rejected
023406         DISPLAY TQ-CUSTOMER-NUMBER ": Contact "
023407             TQ-CONTACT-SEQUENCE
023408             " add rejected - name and phone required."
023409         GO TO 4100-ADD-CONTACT-EXIT
023410     END-IF
023411     MOVE TQ-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
023412     READ CUSTMSTR
023413         INVALID KEY
023414             ADD 1 TO Contacts-Rejected
023415             DISPLAY TQ-CUSTOMER-NUMBER
023416                 ": Contact add rejected - customer not on file."
023417             GO TO 4100-ADD-CONTACT-EXIT
023418     END-READ
023419     MOVE SPACES TO TU-TRUSTED-CONTACT-RECORD
023420     MOVE TQ-CUSTOMER-NUMBER TO TU-CUSTOMER-NUMBER
023421     MOVE TQ-CONTACT-SEQUENCE TO TU-CONTACT-SEQUENCE
023422     MOVE TQ-CONTACT-NAME TO TU-CONTACT-NAME
023423     MOVE TQ-RELATIONSHIP TO TU-RELATIONSHIP
023424     MOVE TQ-PHONE-NUMBER TO TU-PHONE-NUMBER
023425     MOVE TQ-STREET-ADDRESS TO TU-STREET-ADDRESS
023426     MOVE TQ-CITY TO TU-CITY
023427     MOVE TQ-STATE TO TU-STATE
023428     MOVE TQ-POSTAL-CODE TO TU-POSTAL-CODE
023429     MOVE Run-Date TO TU-ADDED-DATE
023430     MOVE TQ-REQUESTED-BY TO TU-ADDED-BY
023431     MOVE Run-Date TO TU-CHANGED-DATE
023432     WRITE TU-TRUSTED-CONTACT-RECORD
023433         INVALID KEY
023434             ADD 1 TO Contacts-Rejected
023435             DISPLAY TQ-CUSTOMER-NUMBER
023436                 ": Contact add rejected - write failed."
023437             GO TO 4100-ADD-CONTACT-EXIT
023438     END-WRITE
023439     ADD 1 TO Contacts-Added
023440     MOVE "T" TO CA-ACTION-CODE
023441     PERFORM 4400-WRITE-CONTACT-AUDIT
023442         THRU 4400-WRITE-CONTACT-AUDIT-EXIT
023443     DISPLAY TQ-CUSTOMER-NUMBER ": Trusted contact "
023444         TQ-CONTACT-SEQUENCE " added.".
023445 4100-ADD-CONTACT-EXIT.
023446     EXIT.

023447 4200-CHANGE-CONTACT.
023448     IF Trustcon-Not-On-File
023449         ADD 1 TO Contacts-Rejected
023450         DISPLAY TQ-CUSTOMER-NUMBER ": Contact "
023451             TQ-CONTACT-SEQUENCE
023452             " change rejected - not on file."
023453         GO TO 4200-CHANGE-CONTACT-EXIT
023454     END-IF
023455*> A blank field on the request leaves what is on file.
023456     IF TQ-CONTACT-NAME NOT = SPACES
023457         MOVE TQ-CONTACT-NAME TO TU-CONTACT-NAME
023458     END-IF
023459     IF TQ-RELATIONSHIP NOT = SPACES
023460         MOVE TQ-RELATIONSHIP TO TU-RELATIONSHIP
023461     END-IF
023462     IF TQ-PHONE-NUMBER NOT = SPACES
023463         MOVE TQ-PHONE-NUMBER TO TU-PHONE-NUMBER
023464     END-IF
023465     IF TQ-STREET-ADDRESS NOT = SPACES
023466         MOVE TQ-STREET-ADDRESS TO TU-STREET-ADDRESS
023467     END-IF
023468     IF TQ-CITY NOT = SPACES
023469         MOVE TQ-CITY TO TU-CITY
023470     END-IF
023471     IF TQ-STATE NOT = SPACES
023472         MOVE TQ-STATE TO TU-STATE
023473     END-IF
023474     IF TQ-POSTAL-CODE NOT = SPACES
023475         MOVE TQ-POSTAL-CODE TO TU-POSTAL-CODE
023476     END-IF
023477     MOVE Run-Date TO TU-CHANGED-DATE
023478     REWRITE TU-TRUSTED-CONTACT-RECORD
023479     ADD 1 TO Contacts-Changed
023480     MOVE "U" TO CA-ACTION-CODE
023481     PERFORM 4400-WRITE-CONTACT-AUDIT
023482         THRU 4400-WRITE-CONTACT-AUDIT-EXIT
023483     DISPLAY TQ-CUSTOMER-NUMBER ": Trusted contact "
023484         TQ-CONTACT-SEQUENCE " changed.".
023485 4200-CHANGE-CONTACT-EXIT.
023486     EXIT.

023487 4300-REMOVE-CONTACT.
023488     IF Trustcon-Not-On-File
023489         ADD 1 TO Contacts-Rejected
023490         DISPLAY TQ-CUSTOMER-NUMBER ": Contact "
023491             TQ-CONTACT-SEQUENCE
023492             " removal rejected - not on file."
023493         GO TO 4300-REMOVE-CONTACT-EXIT
023494     END-IF
023495     DELETE TRUSTCON RECORD
023496     ADD 1 TO Contacts-Removed
023497     MOVE "R" TO CA-ACTION-CODE
023498     PERFORM 4400-WRITE-CONTACT-AUDIT
023499         THRU 4400-WRITE-CONTACT-AUDIT-EXIT
023500     DISPLAY TQ-CUSTOMER-NUMBER ": Trusted contact "
023501         TQ-CONTACT-SEQUENCE " removed.".
023502 4300-REMOVE-CONTACT-EXIT.
023503     EXIT.

023504*    THE CALLER SETS CA-ACTION-CODE; LIKE THE ADDRESS ROWS
023505*    THERE ARE NO SCORES TO CARRY.
023506 4400-WRITE-CONTACT-AUDIT.
023507     MOVE TQ-CUSTOMER-NUMBER TO CA-CUSTOMER-NUMBER
023508     MOVE SPACE TO CA-SCORE-BEFORE
023509     MOVE SPACE TO CA-SCORE-AFTER
023510     MOVE TQ-REQUESTED-BY TO CA-REQUESTED-BY
023511     MOVE Run-Date TO CA-RUN-DATE
023512     MOVE Run-Time TO CA-RUN-TIME
023513     WRITE CA-CUSTOMER-AUDIT-RECORD.
023514 4400-WRITE-CONTACT-AUDIT-EXIT.
023515     EXIT.

023516*****************************************************************
023517*    THE ACCOUNT-ROLE PASS. JOINT OWNERS, AUTHORIZED SIGNERS    *
023518*    AND POA AGENTS ARE LINKED TO AN ACCOUNT ON CUSTROLE, EACH  *
023519*    WITH ITS OWN DETAIL: SURVIVORSHIP TYPE, SIGNING LIMIT, OR  *
023520*    THE POWER'S EFFECTIVE AND EXPIRY DATES. CUSTODIAN AND      *
023521*    MINOR LINKS ARE NOT TAKEN HERE. EVERY APPLIED ACTION GOES  *
023522*    TO ROLEAUD WITH THE DETAIL BEFORE AND AFTER.               *
023523*****************************************************************
023524 5000-APPLY-ROLE.
023525     ADD 1 TO Roles-Read
023526     CALL "OperatorAuthorize" USING RM-REQUESTED-BY,
023527         Supervisor-Level, Auth-Result
023528     IF Operator-Denied
023529         ADD 1 TO Roles-Rejected
023530         DISPLAY RM-ACCOUNT-NUMBER ": Rejected - requester "
023531             RM-REQUESTED-BY " not authorized."
023532         GO TO 5000-READ-NEXT
023533     END-IF
023534     IF NOT RM-ROLE-MAINTAINABLE
023535         ADD 1 TO Roles-Rejected
023536         DISPLAY RM-ACCOUNT-NUMBER ": Rejected - role "
023537             RM-ROLE-CODE " is not maintained here."
023538         GO TO 5000-READ-NEXT
023539     END-IF
023540     MOVE RM-ACCOUNT-NUMBER TO RO-ACCOUNT-NUMBER
023541     MOVE RM-ROLE-CODE TO RO-ROLE-CODE
023542     MOVE RM-CUSTOMER-NUMBER TO RO-CUSTOMER-NUMBER
023543     READ CUSTROLE
023544         INVALID KEY
023545             SET Custrole-Not-On-File TO TRUE
023546     END-READ
023547     IF RM-ADD-ROLE
023548         PERFORM 5100-ADD-ROLE THRU 5100-ADD-ROLE-EXIT
023549     ELSE
023550         IF RM-CHANGE-ROLE
023551             PERFORM 5200-CHANGE-ROLE THRU 5200-CHANGE-ROLE-EXIT
023552         ELSE
023553             IF RM-DELETE-ROLE
023554                 PERFORM 5300-REMOVE-ROLE
023555                     THRU 5300-REMOVE-ROLE-EXIT
023556             ELSE
023557                 ADD 1 TO Roles-Rejected
023558                 DISPLAY RM-ACCOUNT-NUMBER
023559                     ": Rejected - unknown role action "
023560                     RM-ACTION-CODE
023561             END-IF
023562         END-IF
023563     END-IF.
023564 5000-READ-NEXT.
023565     READ ROLETRAN
023566         AT END
023567             SET Roletran-EOF TO TRUE
023568     END-READ.
023569 5000-APPLY-ROLE-EXIT.
023570     EXIT.

023571 5100-ADD-ROLE.
023572     IF Custrole-OK
023573         ADD 1 TO Roles-Rejected
023574         DISPLAY RM-ACCOUNT-NUMBER ": Role " RM-ROLE-CODE
023575             " for " RM-CUSTOMER-NUMBER
023576             " add rejected - already on file."
023577         GO TO 5100-ADD-ROLE-EXIT
023578     END-IF
023579     MOVE RM-ACCOUNT-NUMBER TO MF-ACCOUNT-NUMBER
023580     READ ACCTMSTR
023581         INVALID KEY
023582             ADD 1 TO Roles-Rejected
023583             DISPLAY RM-ACCOUNT-NUMBER
023584                 ": Role add rejected - account not on file."
023585             GO TO 5100-ADD-ROLE-EXIT
023586     END-READ
023587     MOVE RM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
023588     READ CUSTMSTR
023589         INVALID KEY
023590             ADD 1 TO Roles-Rejected
023591             DISPLAY RM-ACCOUNT-NUMBER ": Role add rejected - "
023592                 "customer " RM-CUSTOMER-NUMBER " not on file."
023593             GO TO 5100-ADD-ROLE-EXIT
023594     END-READ
023595     PERFORM 5400-EDIT-DETAIL THRU 5400-EDIT-DETAIL-EXIT
023596     IF Role-Detail-Bad
023597         GO TO 5100-ADD-ROLE-EXIT
023598     END-IF
023599     MOVE SPACES TO RO-ROLE-LINK-RECORD
023600     MOVE RM-ACCOUNT-NUMBER TO RO-ACCOUNT-NUMBER
023601     MOVE RM-ROLE-CODE TO RO-ROLE-CODE
023602     MOVE RM-CUSTOMER-NUMBER TO RO-CUSTOMER-NUMBER
023603     PERFORM 5500-BUILD-DETAIL THRU 5500-BUILD-DETAIL-EXIT
023604     MOVE Run-Date TO RO-ADDED-DATE
023605     MOVE RM-REQUESTED-BY TO RO-ADDED-BY
023606     WRITE RO-ROLE-LINK-RECORD
023607         INVALID KEY
023608             ADD 1 TO Roles-Rejected
023609             DISPLAY RM-ACCOUNT-NUMBER
023610                 ": Role add rejected - write failed."
023611             GO TO 5100-ADD-ROLE-EXIT
023612     END-WRITE
023613     ADD 1 TO Roles-Added
023614     MOVE SPACES TO Role-Detail-Before
023615     MOVE "A" TO RK-ACTION-CODE
023616     PERFORM 5600-WRITE-ROLE-AUDIT THRU 5600-WRITE-ROLE-AUDIT-EXIT
023617     DISPLAY RM-ACCOUNT-NUMBER ": Role " RM-ROLE-CODE " for "
023618         RM-CUSTOMER-NUMBER " added.".
023619 5100-ADD-ROLE-EXIT.
023620     EXIT.

023621 5200-CHANGE-ROLE.
023622     IF Custrole-Not-On-File
023623         ADD 1 TO Roles-Rejected
023624         DISPLAY RM-ACCOUNT-NUMBER ": Role " RM-ROLE-CODE
023625             " for " RM-CUSTOMER-NUMBER
023626             " change rejected - not on file."
023627         GO TO 5200-CHANGE-ROLE-EXIT
023628     END-IF
023629     PERFORM 5400-EDIT-DETAIL THRU 5400-EDIT-DETAIL-EXIT
023630     IF Role-Detail-Bad
023631         GO TO 5200-CHANGE-ROLE-EXIT
023632     END-IF
023633     MOVE RO-ROLE-DETAIL TO Role-Detail-Before
023634     PERFORM 5500-BUILD-DETAIL THRU 5500-BUILD-DETAIL-EXIT
023635     REWRITE RO-ROLE-LINK-RECORD
023636     ADD 1 TO Roles-Changed
023637     MOVE "C" TO RK-ACTION-CODE
023638     PERFORM 5600-WRITE-ROLE-AUDIT THRU 5600-WRITE-ROLE-AUDIT-EXIT
023639     DISPLAY RM-ACCOUNT-NUMBER ": Role " RM-ROLE-CODE " for "
023640         RM-CUSTOMER-NUMBER " changed.".
023641 5200-CHANGE-ROLE-EXIT.
023642     EXIT.

023643 5300-REMOVE-ROLE.
023644     IF Custrole-Not-On-File
023645         ADD 1 TO Roles-Rejected
023646         DISPLAY RM-ACCOUNT-NUMBER ": Role " RM-ROLE-CODE
023647             " for " RM-CUSTOMER-NUMBER
023648             " removal rejected - not on file."
023649         GO TO 5300-REMOVE-ROLE-EXIT
023650     END-IF
023651     MOVE RO-ROLE-DETAIL TO Role-Detail-Before
023652     DELETE CUSTROLE RECORD
023653     ADD 1 TO Roles-Removed
023654     MOVE "D" TO RK-ACTION-CODE
023655     PERFORM 5600-WRITE-ROLE-AUDIT THRU 5600-WRITE-ROLE-AUDIT-EXIT
023656     DISPLAY RM-ACCOUNT-NUMBER ": Role " RM-ROLE-CODE " for "
023657         RM-CUSTOMER-NUMBER " removed.".
023658 5300-REMOVE-ROLE-EXIT.
023659     EXIT.

023660*    ONLY THE DETAIL FOR THE ROLE ON THE REQUEST IS EDITED. A
023661*    POA EXPIRY OF ZERO IS A DURABLE POWER; ANY OTHER EXPIRY
023662*    MUST FALL AFTER THE EFFECTIVE DATE.
023663 5400-EDIT-DETAIL.
023664     SET Role-Detail-Good TO TRUE
023665     IF RM-ROLE-JOINT-OWNER
023666         IF NOT RM-SURVIVORSHIP-VALID
023667             SET Role-Detail-Bad TO TRUE
023668             DISPLAY RM-ACCOUNT-NUMBER ": Rejected - "
023669                 "survivorship type must be S or T."
023670         END-IF
023671         GO TO 5400-EDIT-DETAIL-EXIT
023672     END-IF
023673     IF RM-ROLE-SIGNER
023674         IF RM-SIGNING-LIMIT NOT NUMERIC
023675             OR RM-SIGNING-LIMIT = 0
023676             SET Role-Detail-Bad TO TRUE
023677             DISPLAY RM-ACCOUNT-NUMBER ": Rejected - "
023678                 "signer needs a signing limit."
023679         END-IF
023680         GO TO 5400-EDIT-DETAIL-EXIT
023681     END-IF
023682     IF RM-POA-EFFECTIVE-DATE NOT NUMERIC
023683         OR RM-POA-EFFECTIVE-DATE = 0
023684         OR RM-POA-EXPIRY-DATE NOT NUMERIC
023685         SET Role-Detail-Bad TO TRUE
023686         DISPLAY RM-ACCOUNT-NUMBER ": Rejected - "
023687             "POA effective and expiry dates are required."
023688         GO TO 5400-EDIT-DETAIL-EXIT
023689     END-IF
023690     IF RM-POA-EXPIRY-DATE > 0
023691         AND RM-POA-EXPIRY-DATE NOT > RM-POA-EFFECTIVE-DATE
023692         SET Role-Detail-Bad TO TRUE
023693         DISPLAY RM-ACCOUNT-NUMBER ": Rejected - "
023694             "POA expires on or before it takes effect."
023695     END-IF.
023696 5400-EDIT-DETAIL-EXIT.
023697     EXIT.

023698 5500-BUILD-DETAIL.
023699     MOVE SPACES TO RO-ROLE-DETAIL
023700     IF RM-ROLE-JOINT-OWNER
023701         MOVE RM-SURVIVORSHIP-TYPE TO RO-SURVIVORSHIP-TYPE
023702     ELSE
023703         IF RM-ROLE-SIGNER
023704             MOVE RM-SIGNING-LIMIT TO RO-SIGNING-LIMIT
023705         ELSE
023706             MOVE RM-POA-EFFECTIVE-DATE TO RO-POA-EFFECTIVE-DATE
023707             MOVE RM-POA-EXPIRY-DATE TO RO-POA-EXPIRY-DATE
023708         END-IF
023709     END-IF.
023710 5500-BUILD-DETAIL-EXIT.
023711     EXIT.

023712*    THE CALLER SETS RK-ACTION-CODE AND ROLE-DETAIL-BEFORE; A
023713*    REMOVAL LEAVES NOTHING AFTER.
023714 5600-WRITE-ROLE-AUDIT.
023715     MOVE RM-ACCOUNT-NUMBER TO RK-ACCOUNT-NUMBER
023716     MOVE RM-ROLE-CODE TO RK-ROLE-CODE
023717     MOVE RM-CUSTOMER-NUMBER TO RK-CUSTOMER-NUMBER
023718     MOVE Role-Detail-Before TO RK-DETAIL-BEFORE
023719     IF RK-ACTION-CODE = "D"
023720         MOVE SPACES TO RK-DETAIL-AFTER
023721     ELSE
023722         MOVE RO-ROLE-DETAIL TO RK-DETAIL-AFTER
023723     END-IF
023724     MOVE RM-REQUESTED-BY TO RK-REQUESTED-BY
023725     MOVE Run-Date TO RK-RUN-DATE
023726     MOVE Run-Time TO RK-RUN-TIME
023727     WRITE RK-ROLE-AUDIT-RECORD.
023728 5600-WRITE-ROLE-AUDIT-EXIT.
023729     EXIT.

023100 9000-TERMINATE.
023200     CLOSE CUSTTRAN
023300     CLOSE CUSTMSTR
023440     CLOSE CUSTADDR
023450     CLOSE RMQUEUE
023455     CLOSE WLPEND
023459     CLOSE ADDRHIST
023463     IF Tctran-OK OR Tctran-EOF
023467         CLOSE TCTRAN
023471     END-IF
023475     CLOSE TRUSTCON
023479     IF Roletran-OK OR Roletran-EOF
023483         CLOSE ROLETRAN
023487     END-IF
023491     CLOSE ACCTMSTR
023495     CLOSE CUSTROLE
023499     CLOSE ROLEAUD
023500     DISPLAY "CUSTOMER MASTER MAINTENANCE SUMMARY"
023600     DISPLAY "Transactions read   - " Transactions-Read
023700     DISPLAY "Customers added     - " Customers-Added
024030     DISPLAY "Addresses changed   - " Addresses-Changed
024040     DISPLAY "Addresses bad-mail  - " Addresses-Flagged-Bad
024050     DISPLAY "Address rejects     - " Addresses-Rejected
024060     DISPLAY "Names queued (watch)- " Names-Queued-For-Review
024062     DISPLAY "Contacts read       - " Contacts-Read
024064     DISPLAY "Contacts added      - " Contacts-Added
024066     DISPLAY "Contacts changed    - " Contacts-Changed
024068     DISPLAY "Contacts removed    - " Contacts-Removed
024070     DISPLAY "Contact rejects     - " Contacts-Rejected
024072     DISPLAY "Roles read          - " Roles-Read
024074     DISPLAY "Roles added         - " Roles-Added
024076     DISPLAY "Roles changed       - " Roles-Changed
024078     DISPLAY "Roles removed       - " Roles-Removed
024080     DISPLAY "Role rejects        - " Roles-Rejected.
024100 9000-TERMINATE-EXIT.
024200     EXIT.
