002680*    2026-09-02  RLB  KEYED ACCOUNT NUMBERS MUST NOW PROVE     *
002682*                     THEIR CHECK DIGIT (ACCOUNTCHECKDIGIT)    *
002684*                     BEFORE THE LOOKUP.                        *
002685*    2026-10-15  RLB  WHILE THE NIGHTLY SUITE HOLDS THE MASTER  *
002686*                     (SINCTL STAND-IN WINDOW OPEN) THE SESSION *
002687*                     SENDS THE OPERATOR TO TELLERSTANDIN       *
002688*                     INSTEAD OF WAITING ON THE MASTER.         *
002689*    2026-10-15  RLB  AFTER THE STATUS LINES THE INQUIRY LISTS  *
002690*                     THE ACCOUNT'S CUSTROLE ROLES: JOINT       *
002691*                     OWNERS WITH SURVIVORSHIP, SIGNERS WITH    *
002692*                     THEIR LIMIT, AND POA AGENTS WITH THEIR    *
002693*                     DATES, A LAPSED POWER MARKED EXPIRED.     *
002700*                                                               *
002800*****************************************************************
002900
003720     SELECT INQAUD ASSIGN TO "INQAUD"
003730         ORGANIZATION IS SEQUENTIAL
003740         FILE STATUS IS Inqaud-File-Status.
003745
003750     SELECT SINCTL ASSIGN TO "SINCTL"
003755         ORGANIZATION IS SEQUENTIAL
003760         FILE STATUS IS Sinctl-File-Status.
003765
003770     SELECT CUSTROLE ASSIGN TO "CUSTROLE"
003775         ORGANIZATION IS INDEXED
003780         ACCESS MODE IS DYNAMIC
003785         RECORD KEY IS RO-ROLE-KEY
003790         FILE STATUS IS Custrole-File-Status.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004210
004220 FD  INQAUD.
004230     COPY INQAUD.
004240
004250 FD  SINCTL.
004260     COPY SINCTL.
004270
004280 FD  CUSTROLE.
004290     COPY CUSTROLE.
004300
004400 WORKING-STORAGE SECTION.
004500 01  Acctmstr-File-Status            PIC XX.
005300
005310 01  Inqaud-File-Status              PIC XX.
005320     88  Inqaud-OK                   VALUE "00".
005321 01  Sinctl-File-Status              PIC XX.
005322     88  Sinctl-OK                   VALUE "00".
005323 01  Standin-Window-Switch           PIC X(01).
005324     88  Standin-Window-Open         VALUE "Y".
005325     88  Standin-Window-Closed       VALUE "N".
005326 01  Custrole-File-Status            PIC XX.
005327     88  Custrole-OK                 VALUE "00".
005328 01  Role-Scan-Switch                PIC X(01).
005329     88  Role-Scan-Is-Done           VALUE "Y".
005330     88  Role-Scan-Is-Active         VALUE "N".
005331 01  Edited-Signing-Limit            PIC Z,ZZZ,ZZ9.99.
005332
005334 77  Teller-Level                    PIC 9(01) VALUE 1.
005335 77  Check-Digit-Action              PIC X(01) VALUE "V".
005341 01  Check-Digit-Result              PIC X(01).
006600     STOP RUN.
006700
006800 1000-INITIALIZE.
006805*> While the nightly suite holds the master the stand-in
006810*> session answers instead; this one would only wait on it.
006815     PERFORM 1050-CHECK-STANDIN-WINDOW
006820         THRU 1050-CHECK-STANDIN-WINDOW-EXIT
006825     IF Standin-Window-Open
006830         DISPLAY "Nightly run holds the master - use the"
006835             " stand-in session (TellerStandIn)."
006840         SET Session-Has-Ended TO TRUE
006845         GO TO 1000-INITIALIZE-EXIT
006850     END-IF
006900     OPEN INPUT ACCTMSTR
006910     OPEN EXTEND INQAUD
006915     OPEN INPUT CUSTROLE
006920     DISPLAY "Operator ID: " WITH NO ADVANCING
006930     ACCEPT Operator-Id FROM CONSOLE
006940     DISPLAY "Terminal ID: " WITH NO ADVANCING
007000     SET Session-Is-Active TO TRUE.
007100 1000-INITIALIZE-EXIT.
007200     EXIT.
007205
007210 1050-CHECK-STANDIN-WINDOW.
007215     SET Standin-Window-Closed TO TRUE
007220     OPEN INPUT SINCTL
007225     IF Sinctl-OK
007230         READ SINCTL
007235             NOT AT END
007240                 IF SW-Window-Open
007245                     SET Standin-Window-Open TO TRUE
007250                 END-IF
007255         END-READ
007260         CLOSE SINCTL
007265     END-IF.
007270 1050-CHECK-STANDIN-WINDOW-EXIT.
007275     EXIT.
007300
007400 2000-PROCESS-INQUIRY.
007500     DISPLAY "Enter account number (DONE to quit): "
011830         Holds-Total
011840     DISPLAY MF-ACCOUNT-NUMBER ": Available        "
011850         Account-Balance
011900     DISPLAY MF-ACCOUNT-NUMBER ": Status: " Account-Status
011950     PERFORM 2200-SHOW-ROLES THRU 2200-SHOW-ROLES-EXIT.
012000 2100-SHOW-STATUS-EXIT.
012100     EXIT.
012104
012108*> Everyone else who stands on the account: joint owners with
012112*> their survivorship, signers with their limit, and POA agents
012116*> with their dates - a lapsed power is called out so the
012120*> teller does not act on it.
012124 2200-SHOW-ROLES.
012128     MOVE MF-ACCOUNT-NUMBER TO RO-ACCOUNT-NUMBER
012132     MOVE LOW-VALUES TO RO-ROLE-CODE
012136     MOVE LOW-VALUES TO RO-CUSTOMER-NUMBER
012140     SET Role-Scan-Is-Active TO TRUE
012144     START CUSTROLE KEY IS NOT LESS THAN RO-ROLE-KEY
012148         INVALID KEY
012152             SET Role-Scan-Is-Done TO TRUE
012156     END-START
012160     PERFORM 2210-SHOW-ONE-ROLE THRU 2210-SHOW-ONE-ROLE-EXIT
012164         UNTIL Role-Scan-Is-Done.
012168 2200-SHOW-ROLES-EXIT.
012172     EXIT.
012176
012180 2210-SHOW-ONE-ROLE.
012184     READ CUSTROLE NEXT RECORD
012188         AT END
012192             SET Role-Scan-Is-Done TO TRUE
012196             GO TO 2210-SHOW-ONE-ROLE-EXIT
012200     END-READ
012204     IF RO-ACCOUNT-NUMBER NOT = MF-ACCOUNT-NUMBER
012208         SET Role-Scan-Is-Done TO TRUE
012212         GO TO 2210-SHOW-ONE-ROLE-EXIT
012216     END-IF
012220     IF RO-ROLE-JOINT-OWNER
012224         IF RO-WITH-SURVIVORSHIP
012228             DISPLAY MF-ACCOUNT-NUMBER ": Joint owner      "
012232                 RO-CUSTOMER-NUMBER " with survivorship"
012236         ELSE
012240             DISPLAY MF-ACCOUNT-NUMBER ": Joint owner      "
012244                 RO-CUSTOMER-NUMBER " tenants in common"
012248         END-IF
012252         GO TO 2210-SHOW-ONE-ROLE-EXIT
012256     END-IF
012260     IF RO-ROLE-SIGNER
012264         MOVE RO-SIGNING-LIMIT TO Edited-Signing-Limit
012268         DISPLAY MF-ACCOUNT-NUMBER ": Signer           "
012272             RO-CUSTOMER-NUMBER " limit " Edited-Signing-Limit
012276         GO TO 2210-SHOW-ONE-ROLE-EXIT
012280     END-IF
012284     IF RO-ROLE-POA-AGENT
012288         IF RO-POA-EXPIRY-DATE > 0
012292             AND RO-POA-EXPIRY-DATE < Audit-Date
012296             DISPLAY MF-ACCOUNT-NUMBER ": POA agent        "
012300                 RO-CUSTOMER-NUMBER " from "
012304                 RO-POA-EFFECTIVE-DATE " to "
012308                 RO-POA-EXPIRY-DATE " EXPIRED"
012312         ELSE
012316             DISPLAY MF-ACCOUNT-NUMBER ": POA agent        "
012320                 RO-CUSTOMER-NUMBER " from "
012324                 RO-POA-EFFECTIVE-DATE " to "
012328                 RO-POA-EXPIRY-DATE
012332         END-IF
012336         GO TO 2210-SHOW-ONE-ROLE-EXIT
012340     END-IF
012344     IF RO-ROLE-CUSTODIAN
012348         DISPLAY MF-ACCOUNT-NUMBER ": Custodian        "
012352             RO-CUSTOMER-NUMBER
012356     END-IF.
012360 2210-SHOW-ONE-ROLE-EXIT.
012364     EXIT.
012368
012372 9000-TERMINATE.
012376     IF Standin-Window-Open
012380         GO TO 9000-TERMINATE-EXIT
012384     END-IF
012400     CLOSE ACCTMSTR
012450     CLOSE INQAUD
012470     CLOSE CUSTROLE
012500     DISPLAY "Teller inquiry session ended.".
012600 9000-TERMINATE-EXIT.
012700     EXIT.
