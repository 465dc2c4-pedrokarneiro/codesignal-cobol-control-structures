      *****************************************************************
      *                                                               *
      *    NOTCPRT  --  CONSOLIDATED CUSTOMER NOTICE PRINT LINE       *
      *                                                               *
      *    ONE ROW PER PRINT LINE OF THE NIGHT'S COMPOSED NOTICE      *
      *    STREAM, WRITTEN BY NOTICECONSOLIDATION FOR THE MAIL        *
      *    VENDOR. EVERY LINE CARRIES THE ENVELOPE NUMBER IT PRINTS   *
      *    INTO; THE NOTCMAN MANIFEST ROW FOR THE SAME NUMBER SAYS    *
      *    WHAT GOES IN THE ENVELOPE.                                 *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-13  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  XN-NOTICE-PRINT-LINE.
           05  XN-ENVELOPE-NUMBER          PIC 9(07).
           05  XN-PRINT-LINE               PIC X(66).
