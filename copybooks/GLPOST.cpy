001730*                     ITEM'S INTAKE TRACE; ACCOUNT-LEVEL       *
001740*                     ENTRIES CARRY ZERO. RECORD GREW          *
001750*                     61 -> 73 BYTES.                          *
001751*    2026-10-13  RLB  ADDED GL-BRANCH-CODE (OUT OF FILLER) -   *
001752*                     THE BRANCH WHOSE BOOKS CARRY THE LEG.    *
001753*                     CARRIED ONLY ON THE INTERBRANCH          *
001754*                     DUE-TO/DUE-FROM LEGS THE NIGHTLY POST    *
001755*                     WRITES (CODE IBTF); EVERY OTHER LEG      *
001756*                     BOOKS AT BANK LEVEL AND LEAVES IT UNSET. *
001800*                                                               *
001900*****************************************************************
002000 01  GL-POST-RECORD.
002700     05  GL-ENTRY-AMOUNT             PIC S9(6)V99.
002800     05  GL-SOURCE-PROGRAM           PIC X(20).
002850     05  GL-TRACE-ID                 PIC 9(12).
002860     05  GL-BRANCH-CODE              PIC X(04).
002900     05  FILLER                      PIC X(06).
