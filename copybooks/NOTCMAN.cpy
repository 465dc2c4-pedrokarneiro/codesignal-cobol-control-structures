      *****************************************************************
      *                                                               *
      *    NOTCMAN  --  CONSOLIDATED NOTICE INSERT MANIFEST RECORD    *
      *                                                               *
      *    ONE ROW PER ENVELOPE IN THE NIGHT'S NOTCPRT STREAM, FOR    *
      *    THE MAIL VENDOR'S INSERTER: THE ADDRESS IT GOES TO, HOW    *
      *    MANY CUSTOMERS OF THE HOUSEHOLD IT SERVES, THE NOTICES     *
      *    ENCLOSED BY KIND, AND THE PRINTED PAGE COUNT.              *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-13  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  XW-NOTICE-MANIFEST-RECORD.
           05  XW-ENVELOPE-NUMBER          PIC 9(07).
           05  XW-ADDRESSEE-NAME           PIC X(30).
           05  XW-STREET-ADDRESS           PIC X(30).
           05  XW-CITY                     PIC X(20).
           05  XW-STATE                    PIC X(02).
           05  XW-POSTAL-CODE              PIC X(09).
           05  XW-CUSTOMER-COUNT           PIC 9(03).
           05  XW-NOTICE-COUNT             PIC 9(03).
           05  XW-FEE-INSERTS              PIC 9(03).
           05  XW-LEVY-INSERTS             PIC 9(03).
           05  XW-RETURN-INSERTS           PIC 9(03).
           05  XW-ALERT-INSERTS            PIC 9(03).
           05  XW-PAGE-COUNT               PIC 9(03).
           05  FILLER                      PIC X(01).
