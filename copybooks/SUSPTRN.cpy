      *                     RIDES THE ITEM INTO SUSPENSE AND BACK    *
      *                     OUT THROUGH THE CORRECTION FLOW.         *
      *                     RECORD GREW 65 -> 73.                    *
      *    2026-10-13  RLB  ADDED SP-BRANCH-CODE (OUT OF FILLER) SO  *
      *                     A REPAIRED ITEM RE-ENTERS THE POST WITH  *
      *                     ITS TRANSACTING BRANCH.                  *
      *                                                               *
      *****************************************************************
       01  SP-SUSPENSE-RECORD.
           05  SP-REJECT-REASON            PIC X(30).
           05  SP-LEG-GROUP                PIC X(06).
           05  SP-TRACE-ID                 PIC 9(12).
           05  SP-BRANCH-CODE              PIC X(04).
