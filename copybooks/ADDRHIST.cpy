      *****************************************************************
      *                                                               *
      *    ADDRHIST  --  CONTACT CHANGE HISTORY RECORD                *
      *                                                               *
      *    ONE ROW PER APPLIED CHANGE TO A CUSTOMER'S ADDRESS OR      *
      *    PHONE ON CUSTADDR, APPENDED BY CUSTOMERMASTERMAINTENANCE   *
      *    AT THE MOMENT OF THE CHANGE. CUSTAUD SAYS WHO ASKED AND    *
      *    WHEN; THIS ROW KEEPS WHAT THE CONTACT WAS BEFORE, SO THE   *
      *    CUSTOMER CAN STILL BE REACHED AT THE PRE-CHANGE ADDRESS    *
      *    OR NUMBER IF THE CHANGE TURNS OUT NOT TO BE THEIRS. READ   *
      *    NIGHTLY BY ACCOUNTTAKEOVERSCREEN. AH-CHANGE-KIND SAYS      *
      *    WHAT MOVED: A = ADDRESS, P = PHONE, B = BOTH.              *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-02  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  AH-ADDRESS-HISTORY-RECORD.
           05  AH-CUSTOMER-NUMBER          PIC X(10).
           05  AH-CHANGE-DATE              PIC 9(08).
           05  AH-CHANGE-TIME              PIC 9(08).
           05  AH-CHANGE-KIND              PIC X(01).
               88  AH-ADDRESS-CHANGED      VALUE "A".
               88  AH-PHONE-CHANGED        VALUE "P".
               88  AH-BOTH-CHANGED         VALUE "B".
           05  AH-REQUESTED-BY             PIC X(08).
           05  AH-PRIOR-CONTACT.
               10  AH-PRIOR-STREET         PIC X(30).
               10  AH-PRIOR-CITY           PIC X(20).
               10  AH-PRIOR-STATE          PIC X(02).
               10  AH-PRIOR-POSTAL-CODE    PIC X(09).
               10  AH-PRIOR-PHONE          PIC X(10).
           05  AH-NEW-STREET               PIC X(30).
           05  AH-NEW-PHONE                PIC X(10).
           05  FILLER                      PIC X(04).
