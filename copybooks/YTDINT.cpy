      *                     SO THE JANUARY EXTRACT CAN SHOW          *
      *                     INTEREST PAID AND TAX WITHHELD           *
      *                     SEPARATELY.                              *
      *    2026-10-12  RLB  YI-INTEREST-PAID NOW ALSO CARRIES        *
      *                     PROMOTIONAL BONUSES PAID                 *
      *                     (PROMOBONUSQUALIFICATION), LESS ANY      *
      *                     TAKEN BACK AT CLOSE IN THE SAME YEAR -   *
      *                     THE BONUS IS REPORTED AS INTEREST.       *
      *    2026-10-15  RLB  ADDED YI-PENALTY-FORFEITED (OUT OF       *
      *                     FILLER) - EARLY-WITHDRAWAL PENALTIES     *
      *                     CHARGED ON CERTIFICATES IN THE TAX       *
      *                     YEAR, REPORTED AS FORFEITED INTEREST.    *
      *                     EVERY WRITER ZEROES IT ON A NEW ROW OR   *
      *                     A NEW TAX YEAR.                          *
      *                                                               *
      *****************************************************************
       01  YI-YTD-INTEREST-RECORD.
           05  YI-TAX-YEAR                 PIC 9(04).
           05  YI-INTEREST-PAID            PIC S9(7)V99 COMP-3.
           05  YI-TAX-WITHHELD             PIC S9(7)V99 COMP-3.
           05  YI-PENALTY-FORFEITED        PIC S9(7)V99 COMP-3.
