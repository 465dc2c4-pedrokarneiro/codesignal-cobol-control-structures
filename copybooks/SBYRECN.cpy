      *****************************************************************
      *                                                               *
      *    SBYRECN  --  STANDBY RECONCILIATION LOG RECORD             *
      *                                                               *
      *    ONE ROW PER STANDBYRECONCILE RUN AT THE RECOVERY SITE:     *
      *    WHEN IT RAN, THE RECOVERY POINT IT PROVED, HOW FAR BEHIND  *
      *    THE PRIMARY THE STANDBY WAS IN MINUTES, THE STANDBY AND    *
      *    PRIMARY COUNTS AND SUMS, AND WHETHER THEY TIED. THIS IS    *
      *    THE RECOVERY-POINT EVIDENCE GIVEN TO THE AUDITORS.         *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-15  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  XV-STANDBY-RECON-RECORD.
           05  XV-RECON-DATE               PIC 9(08).
           05  XV-RECON-TIME               PIC 9(08).
           05  XV-RECOVERY-POINT-DATE      PIC 9(08).
           05  XV-RECOVERY-POINT-TIME      PIC 9(08).
           05  XV-LAG-MINUTES              PIC 9(07).
           05  XV-STANDBY-ACCOUNTS         PIC 9(07).
           05  XV-PRIMARY-ACCOUNTS         PIC 9(07).
           05  XV-STANDBY-BALANCE          PIC S9(9)V99.
           05  XV-PRIMARY-BALANCE          PIC S9(9)V99.
           05  XV-RECON-RESULT             PIC X(01).
               88  XV-Recon-Tied           VALUE "T".
               88  XV-Recon-Broken         VALUE "B".
           05  FILLER                      PIC X(10).
