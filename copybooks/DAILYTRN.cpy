001309*                     EVERY DOWNSTREAM LAYOUT SO RESEARCH      *
001310*                     FOLLOWS ONE KEY, NOT FUZZY MATCHES.      *
001311*                     RECORD GREW 52 -> 64.                    *
001312*    2026-10-13  RLB  ADDED TR-BRANCH-CODE - THE BRANCH WHERE  *
001313*                     THE ITEM WAS TRANSACTED, FILLED BY THE   *
001314*                     BRANCH TELLER FEED AND THE NIGHT-DROP    *
001315*                     CAPTURE. SPACES ON CHANNEL AND SYSTEM-   *
001316*                     GENERATED ITEMS, WHICH BOOK AT THE       *
001317*                     ACCOUNT'S HOME BRANCH. WHEN IT DIFFERS   *
001318*                     FROM MF-BRANCH-CODE THE POST BOOKS A     *
001319*                     DUE-TO/DUE-FROM PAIR BETWEEN THE TWO     *
001320*                     BRANCHES. RECORD GREW 64 -> 68.          *
001300*                                                               *
001400*****************************************************************
001500 01  TR-DAILYTRN-RECORD.
002180     05  TR-LEG-GROUP                PIC X(06).
002190     05  TR-ENVELOPE-REF             PIC X(08).
002200     05  TR-TRACE-ID                 PIC 9(12).
002300     05  TR-BRANCH-CODE              PIC X(04).
