      *                                                               *
      *    CUSTROLE  --  ACCOUNT ROLE LINK RECORD                     *
      *                                                               *
      *    KEYED BY ACCOUNT NUMBER, ROLE CODE AND CUSTOMER - THE      *
      *    CUSTREL SHAPE WITH A ROLE, SO ONE ACCOUNT CAN CARRY A      *
      *    CUSTODIAN AND A MINOR, SEVERAL JOINT OWNERS, SIGNERS       *
      *    AND AGENTS. A CUSTODIAL ACCOUNT HOLDS A C ROW (THE         *
      *    CUSTODIAN, WHO GETS THE STATEMENTS AND NOTICES) AND AN     *
      *    M ROW (THE MINOR, WHOSE CM-BIRTH-DATE DRIVES THE           *
      *    MONTHLY MAJORITY CONVERSION). A J ROW NAMES A JOINT        *
      *    OWNER BESIDE THE CUSTREL OWNER, WITH THE SURVIVORSHIP      *
      *    TYPE; AN S ROW AN AUTHORIZED SIGNER WITH A SIGNING         *
      *    LIMIT; A P ROW AN AGENT UNDER A POWER OF ATTORNEY WITH     *
      *    ITS EFFECTIVE AND EXPIRY DATES. SIGNERS AND AGENTS OWN     *
      *    NOTHING - THEY NEVER RECEIVE THE STATEMENT OR THE TAX      *
      *    FORM.                                                      *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-09-02  RLB  ORIGINAL.                                *
      *    2026-10-15  RLB  ADDED THE J (JOINT OWNER), S (AUTHORIZED *
      *                     SIGNER) AND P (POWER-OF-ATTORNEY AGENT)  *
      *                     ROLES. THE CUSTOMER NUMBER JOINS THE     *
      *                     KEY SO AN ACCOUNT CAN CARRY SEVERAL OF   *
      *                     EACH; EXISTING FIELDS KEEP THEIR         *
      *                     OFFSETS. RO-ROLE-DETAIL (SURVIVORSHIP,   *
      *                     SIGNING LIMIT OR POA DATES) AND THE      *
      *                     ADDED DATE AND OPERATOR FOLLOW. RECORD   *
      *                     GREW 30 -> 61 BYTES. MAINTAINED BY       *
      *                     CUSTOMERMASTERMAINTENANCE FROM ROLETRAN, *
      *                     AUDITED TO ROLEAUD.                      *
      *                                                               *
      *****************************************************************
       01  RO-ROLE-LINK-RECORD.
               10  RO-ROLE-CODE            PIC X(01).
                   88  RO-ROLE-CUSTODIAN   VALUE "C".
                   88  RO-ROLE-MINOR       VALUE "M".
                   88  RO-ROLE-JOINT-OWNER VALUE "J".
                   88  RO-ROLE-SIGNER      VALUE "S".
                   88  RO-ROLE-POA-AGENT   VALUE "P".
               10  RO-CUSTOMER-NUMBER      PIC X(10).
      *    THE DETAIL DEPENDS ON THE ROLE; CUSTODIAN AND MINOR ROWS
      *    CARRY NONE.
           05  RO-ROLE-DETAIL              PIC X(16).
           05  RO-JOINT-DETAIL REDEFINES RO-ROLE-DETAIL.
               10  RO-SURVIVORSHIP-TYPE    PIC X(01).
                   88  RO-WITH-SURVIVORSHIP
                                           VALUE "S".
                   88  RO-TENANTS-IN-COMMON
                                           VALUE "T".
               10  FILLER                  PIC X(15).
           05  RO-SIGNER-DETAIL REDEFINES RO-ROLE-DETAIL.
               10  RO-SIGNING-LIMIT        PIC 9(07)V99.
               10  FILLER                  PIC X(07).
           05  RO-POA-DETAIL REDEFINES RO-ROLE-DETAIL.
               10  RO-POA-EFFECTIVE-DATE   PIC 9(08).
      *            ZERO FOR A DURABLE POWER WITH NO EXPIRY.
               10  RO-POA-EXPIRY-DATE      PIC 9(08).
           05  RO-ADDED-DATE               PIC 9(08).
           05  RO-ADDED-BY                 PIC X(08).
           05  FILLER                      PIC X(08).
