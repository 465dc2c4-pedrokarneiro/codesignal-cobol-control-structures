002700*    DATE       INIT  DESCRIPTION                              *
002800*    ---------  ----  -----------------------------------      *
002900*    2026-08-22  RLB  ORIGINAL.                                *
002901*    2026-10-15  RLB  YI-PENALTY-FORFEITED IS ZEROED ON A NEW  *
002902*                     YTDINT ROW OR A NEW TAX YEAR.            *
003000*                                                               *
003100*****************************************************************

034800             MOVE Fold-Account TO YI-ACCOUNT-NUMBER
034900             MOVE Business-Date (1:4) TO YI-TAX-YEAR
035000             MOVE Term-Interest TO YI-INTEREST-PAID
035010             MOVE ZERO TO YI-PENALTY-FORFEITED
035100             WRITE YI-YTD-INTEREST-RECORD
035200             GO TO 2500-FOLD-YTD-EXIT
035300     END-READ
035400     IF YI-TAX-YEAR NOT = Business-Date (1:4)
035500         MOVE Business-Date (1:4) TO YI-TAX-YEAR
035600         MOVE Term-Interest TO YI-INTEREST-PAID
035610         MOVE ZERO TO YI-PENALTY-FORFEITED
035700     ELSE
035800         ADD Term-Interest TO YI-INTEREST-PAID
035900     END-IF
