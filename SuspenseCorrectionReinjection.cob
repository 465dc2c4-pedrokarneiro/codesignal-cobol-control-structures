002850*                     CORRECTED) OR CARRIES FORWARD TOGETHER - *
002860*                     NO MORE POSTING TWO LEGS OF A THREE-WAY  *
002870*                     DEPOSIT.                                 *
002871*    2026-10-13  RLB  THE TRANSACTING BRANCH RIDES WITH A      *
002872*                     SUSPENDED ITEM AND IS RESTORED ON THE    *
002873*                     RELEASED ITEM, CARRIED-FORWARD ROW AND   *
002874*                     GROUP LEGS.                              *
002900*                                                               *
003000*****************************************************************

006500         ==SP-TRANS-DATE== BY ==SO-TRANS-DATE==
006600         ==SP-REJECT-REASON== BY ==SO-REJECT-REASON==
006610         ==SP-LEG-GROUP== BY ==SO-LEG-GROUP==
006620         ==SP-TRACE-ID== BY ==SO-TRACE-ID==
006630         ==SP-BRANCH-CODE== BY ==SO-BRANCH-CODE==.

006700 FD  HOLCAL.
006800     COPY HOLCAL.
011962         10  GP-TRANS-DATE           PIC X(08).
011964         10  GP-REJECT-REASON        PIC X(30).
011965         10  GP-TRACE-ID             PIC 9(12).
011966         10  GP-BRANCH-CODE          PIC X(04).
011967         10  GP-REPAIRED-FLAG        PIC X(01).
011968         10  GP-PROCESSED-FLAG       PIC X(01).
011970 01  Group-Sub                       PIC 9(03) COMP.
011972 01  Group-Scan-Sub                  PIC 9(03) COMP.
027200         MOVE Fixed-Amount TO TR-TRANS-AMOUNT
027300         MOVE Fixed-Date TO TR-TRANS-DATE
027310         MOVE SP-TRACE-ID TO TR-TRACE-ID
027320         MOVE SP-BRANCH-CODE TO TR-BRANCH-CODE
027400         WRITE TR-DAILYTRN-RECORD
027500         ADD 1 TO Trailer-Record-Count
027600         ADD TR-TRANS-AMOUNT TO Trailer-Hash-Total
029300     MOVE SP-REJECT-REASON TO SO-REJECT-REASON
029350     MOVE SP-LEG-GROUP TO SO-LEG-GROUP
029360     MOVE SP-TRACE-ID TO SO-TRACE-ID
029370     MOVE SP-BRANCH-CODE TO SO-BRANCH-CODE
029400     WRITE SO-SUSPENSE-RECORD
029500     ADD 1 TO Carried-Count
029600     PERFORM 2500-AGE-SUSPENSE THRU 2500-AGE-SUSPENSE-EXIT.
034594     MOVE SP-REJECT-REASON
034596         TO GP-REJECT-REASON (Group-Leg-Count)
034597     MOVE SP-TRACE-ID TO GP-TRACE-ID (Group-Leg-Count)
034598     MOVE SP-BRANCH-CODE TO GP-BRANCH-CODE (Group-Leg-Count)
034599     MOVE "N" TO GP-REPAIRED-FLAG (Group-Leg-Count)
034600     MOVE "N" TO GP-PROCESSED-FLAG (Group-Leg-Count)
034602*> A correction keyed against the leg is folded into the
034604*> table entry; the group decision takes it from there.
034785*> The leg keeps the trace it was stamped with at intake -
034786*> the re-feed must not earn a second id.
034787         MOVE GP-TRACE-ID (Group-Scan-Sub) TO TR-TRACE-ID
034788         MOVE GP-BRANCH-CODE (Group-Scan-Sub) TO TR-BRANCH-CODE
034789         WRITE TR-DAILYTRN-RECORD
034790         ADD 1 TO Trailer-Record-Count
034791         ADD TR-TRANS-AMOUNT TO Trailer-Hash-Total
034792         ADD 1 TO Repaired-Count
034794     ELSE
034796         MOVE GP-ACCOUNT-NUMBER (Group-Scan-Sub)
034814             TO SP-REJECT-REASON
034816         MOVE Work-Group-Id TO SP-LEG-GROUP
034817         MOVE GP-TRACE-ID (Group-Scan-Sub) TO SP-TRACE-ID
034818         MOVE GP-BRANCH-CODE (Group-Scan-Sub) TO SP-BRANCH-CODE
034819         PERFORM 2400-CARRY-FORWARD THRU 2400-CARRY-FORWARD-EXIT
034820     END-IF.
034822 3120-MOVE-LEG-EXIT.
034824     EXIT.
