000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RateSheetInterest.
000300 AUTHOR.        R L BOEHM.
000400 INSTALLATION.  DEPOSIT SYSTEMS.
000500 DATE-WRITTEN.  2026-10-10.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*                                                               *
001000*    RATESHEETINTEREST                                          *
001100*                                                               *
001200*    CALLABLE SUBPROGRAM THAT WORKS A BALANCE THROUGH ONE       *
001300*    RATESHT ROW AND RETURNS A FULL YEAR'S INTEREST ON IT,      *
001400*    UNROUNDED, FOR THE CALLER TO SPREAD OVER ITS OWN DAY       *
001500*    BASIS. A TIER IS EARNED ONLY ABOVE ITS FLOOR.              *
001600*      TIERED  - THE WHOLE BALANCE AT THE RATE OF THE HIGHEST   *
001700*                TIER IT REACHES.                               *
001800*      BLENDED - EACH SLICE OF THE BALANCE, FROM ONE FLOOR UP   *
001900*                TO THE NEXT, AT THAT TIER'S RATE.              *
002000*    A BALANCE AT OR BELOW THE FIRST FLOOR EARNS NOTHING.       *
002100*                                                               *
002200*    MODIFICATION HISTORY                                      *
002300*    ------------------------------------------------------    *
002400*    DATE       INIT  DESCRIPTION                              *
002500*    ---------  ----  -----------------------------------      *
002600*    2026-10-10  RLB  ORIGINAL.                                *
002700*                                                               *
002800*****************************************************************
002900
003000 DATA DIVISION.
003100 WORKING-STORAGE SECTION.
003200 77  Tier-Index                      PIC S9(02) COMP.
003300 01  Slice-Top                       PIC S9(7)V99.
003400 01  Slice-Amount                    PIC S9(7)V99.
003500
003600 LINKAGE SECTION.
003700     COPY RATESHT.
003800 01  Interest-Balance                PIC S9(7)V99.
003900 01  Annual-Interest                 PIC S9(9)V9(8).
004000
004100 PROCEDURE DIVISION USING IR-RATE-SHEET-RECORD,
004200         Interest-Balance, Annual-Interest.
004300
004400 0000-MAINLINE.
004500     MOVE ZERO TO Annual-Interest
004600     IF IR-TIER-COUNT < 1 OR IR-TIER-COUNT > 5
004700         GO TO 0000-MAINLINE-EXIT
004800     END-IF
004900     IF IR-METHOD-BLENDED
005000         PERFORM 2000-BLENDED-SLICE THRU 2000-BLENDED-SLICE-EXIT
005100             VARYING Tier-Index FROM 1 BY 1
005200             UNTIL Tier-Index > IR-TIER-COUNT
005300     ELSE
005400         PERFORM 1000-TIERED-RATE THRU 1000-TIERED-RATE-EXIT
005500             VARYING Tier-Index FROM IR-TIER-COUNT BY -1
005600             UNTIL Tier-Index < 1
005700     END-IF.
005800 0000-MAINLINE-EXIT.
005900     EXIT PROGRAM.
006000
006100*> Walks down from the top tier; the first floor the balance
006200*> clears sets the rate for all of it.
006300 1000-TIERED-RATE.
006400     IF Interest-Balance > IR-TIER-FLOOR (Tier-Index)
006500         COMPUTE Annual-Interest =
006600             Interest-Balance * IR-TIER-RATE (Tier-Index)
006700         MOVE ZERO TO Tier-Index
006800     END-IF.
006900 1000-TIERED-RATE-EXIT.
007000     EXIT.
007100
007200 2000-BLENDED-SLICE.
007300     IF Interest-Balance NOT > IR-TIER-FLOOR (Tier-Index)
007400         GO TO 2000-BLENDED-SLICE-EXIT
007500     END-IF
007600     MOVE Interest-Balance TO Slice-Top
007700     IF Tier-Index < IR-TIER-COUNT
007800         IF Slice-Top > IR-TIER-FLOOR (Tier-Index + 1)
007900             MOVE IR-TIER-FLOOR (Tier-Index + 1) TO Slice-Top
008000         END-IF
008100     END-IF
008200     COMPUTE Slice-Amount = Slice-Top - IR-TIER-FLOOR (Tier-Index)
008300     COMPUTE Annual-Interest = Annual-Interest +
008400         Slice-Amount * IR-TIER-RATE (Tier-Index).
008500 2000-BLENDED-SLICE-EXIT.
008600     EXIT.
