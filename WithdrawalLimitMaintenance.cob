002200*    DATE       INIT  DESCRIPTION                              *
002300*    ---------  ----  -----------------------------------      *
002400*    2026-09-02  RLB  ORIGINAL.                                *
002410*    2026-10-02  RLB  A SET NOW KEEPS THE LIMIT IT REPLACED IN *
002420*                     LP-PRIOR-LIMIT, AND A CLEAR REWRITES THE *
002430*                     ROW AS A ZERO-LIMIT PLACEHOLDER (NOTHING *
002440*                     ENFORCED) INSTEAD OF DELETING IT, SO     *
002450*                     LIMIT RAISES STAY VISIBLE.               *
002500*                                                               *
002600*****************************************************************

018100             MOVE Entry-Account-Number TO LP-ACCOUNT-NUMBER
018200             MOVE Work-Channel TO LP-SOURCE-CHANNEL
018300             MOVE Entry-Limit-Text TO LP-DAILY-LIMIT
018350             MOVE ZERO TO LP-PRIOR-LIMIT
018400             MOVE Run-Date TO LP-SET-DATE
018500             MOVE Teller-Id TO LP-SET-BY
018600             MOVE Supervisor-Id TO LP-APPROVED-BY
019000                 ": Daily limit set."
019100             GO TO 2100-SET-LIMIT-EXIT
019200     END-READ
019210*> The limit being replaced stays on the row, so a raise can be
019220*> told from a cut.
019230     IF LP-DAILY-LIMIT NUMERIC
019240         MOVE LP-DAILY-LIMIT TO LP-PRIOR-LIMIT
019250     ELSE
019260         MOVE ZERO TO LP-PRIOR-LIMIT
019270     END-IF
019300     MOVE Entry-Limit-Text TO LP-DAILY-LIMIT
019400     MOVE Run-Date TO LP-SET-DATE
019500     MOVE Teller-Id TO LP-SET-BY
021000                 ": No limit on file."
021100             GO TO 2200-CLEAR-LIMIT-EXIT
021200     END-READ
021210     IF LP-DAILY-LIMIT NUMERIC AND LP-DAILY-LIMIT = ZERO
021220         ADD 1 TO Requests-Refused
021230         DISPLAY Entry-Account-Number " " Entry-Channel
021240             ": No limit on file."
021250         GO TO 2200-CLEAR-LIMIT-EXIT
021260     END-IF
021270*> A clear leaves the row as a zero-limit placeholder, which
021280*> enforces nothing but keeps who lifted the cap and when.
021290     IF LP-DAILY-LIMIT NUMERIC
021300         MOVE LP-DAILY-LIMIT TO LP-PRIOR-LIMIT
021310     ELSE
021320         MOVE ZERO TO LP-PRIOR-LIMIT
021330     END-IF
021340     MOVE ZERO TO LP-DAILY-LIMIT
021350     MOVE Run-Date TO LP-SET-DATE
021360     MOVE Teller-Id TO LP-SET-BY
021370     MOVE Supervisor-Id TO LP-APPROVED-BY
021380     REWRITE LP-WD-LIMIT-RECORD
021400     ADD 1 TO Limits-Cleared
021500     DISPLAY Entry-Account-Number " " Entry-Channel
021600         ": Daily limit cleared.".
