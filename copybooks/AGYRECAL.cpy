      *****************************************************************
      *                                                               *
      *    AGYRECAL  --  COLLECTION AGENCY RECALL                     *
      *                                                               *
      *    SENT BY AN OUTSIDE AGENCY TO HAND PLACED ACCOUNTS BACK,    *
      *    ONE ROW PER ACCOUNT, CLOSED BY THE SHOP-STANDARD FILETRLR  *
      *    TRAILER (HASH ZERO - THERE ARE NO AMOUNTS). PROCESSED BY   *
      *    COLLECTIONAGENCYRETURNS.                                   *
      *                                                               *
      *    AJ-RECALL-REASON:  EX  WORKED AND EXHAUSTED - THE ACCOUNT  *
      *                           IS DUE THE NEXT PLACEMENT TIER      *
      *                       BK  DEBTOR IN BANKRUPTCY                *
      *                       DC  DEBTOR DECEASED                     *
      *                       DS  DEBT DISPUTED                       *
      *                       PF  PAID IN FULL                        *
      *    BK, DC AND DS HOLD THE ACCOUNT IN HOUSE; ANY OTHER CODE    *
      *    IS TREATED AS EX.                                          *
      *                                                               *
      *    MODIFICATION HISTORY                                      *
      *    ------------------------------------------------------    *
      *    DATE       INIT  DESCRIPTION                              *
      *    ---------  ----  -----------------------------------      *
      *    2026-10-13  RLB  ORIGINAL.                                *
      *                                                               *
      *****************************************************************
       01  AJ-AGENCY-RECALL-RECORD.
           05  AJ-ACCOUNT-NUMBER           PIC X(10).
           05  AJ-AGENCY-ID                PIC X(04).
           05  AJ-RECALL-DATE              PIC 9(08).
           05  AJ-RECALL-REASON            PIC X(02).
               88  AJ-Recall-Exhausted     VALUE "EX".
               88  AJ-Recall-Hold          VALUE "BK" "DC" "DS".
               88  AJ-Recall-Paid-In-Full  VALUE "PF".
           05  FILLER                      PIC X(16).
