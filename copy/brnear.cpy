      *> BRNEAR.cpy
      *> Nearest-branch lookup over the open-branch table (see
      *> BRNCHTBL.cpy and BRNCHLD.cpy) - the straight-line measure
      *> DELIVERY-MANIFEST attaches each stop with, so the branch a
      *> customer's goods are issued from is the branch whose van
      *> delivers them. COPY alongside ZIPLOAD.cpy and BRNCHLD.cpy;
      *> PERFORM 5650-LOAD-BRANCH-TABLE and 5760-PLACE-THE-BRANCHES
      *> once after 5600-LOAD-ZIP-COORD-TABLE, then
      *> 5750-FIND-NEAREST-BRANCH per customer. A zip that cannot be
      *> placed falls to the first branch on the BRANCHES file - the
      *> head-office site by long convention - so the stock always
      *> moves somewhere a person will look.
       5750-FIND-NEAREST-BRANCH.
           MOVE ZERO TO WS-SB-MATCH.
           IF WS-SB-COUNT = ZERO
               GO TO 5750-EXIT
           END-IF.

           MOVE "N" TO WS-ZC-FOUND.
           IF WS-SB-ZIP-IN NOT = SPACES
               MOVE WS-SB-ZIP-IN TO WS-ZIP-CODE-LOOKUP
               PERFORM 5700-LOOKUP-ZIP-COORD-BY-CODE
           END-IF.
           IF WS-ZC-FOUND = "Y"
               PERFORM 5770-MEASURE-ONE-BRANCH
                   VARYING WS-SB-INDEX FROM 1 BY 1
                   UNTIL WS-SB-INDEX > WS-SB-COUNT
           END-IF.

           IF WS-SB-MATCH = ZERO
               MOVE 1 TO WS-SB-MATCH
           END-IF.

       5750-EXIT.
           EXIT.

       5760-PLACE-THE-BRANCHES.
           PERFORM 5765-PLACE-ONE-BRANCH
               VARYING WS-SB-INDEX FROM 1 BY 1
               UNTIL WS-SB-INDEX > WS-SB-COUNT.

       5765-PLACE-ONE-BRANCH.
           MOVE SB-ZIP-CODE(WS-SB-INDEX) TO WS-ZIP-CODE-LOOKUP.
           PERFORM 5700-LOOKUP-ZIP-COORD-BY-CODE.
           IF WS-ZC-FOUND = "Y"
               MOVE "Y"                TO SB-PLACED(WS-SB-INDEX)
               MOVE WS-LOOKED-UP-ZIP-X TO SB-X(WS-SB-INDEX)
               MOVE WS-LOOKED-UP-ZIP-Y TO SB-Y(WS-SB-INDEX)
           END-IF.

       5770-MEASURE-ONE-BRANCH.
           IF SB-PLACED(WS-SB-INDEX) = "Y"
               COMPUTE WS-SB-DELTA-X =
                   WS-LOOKED-UP-ZIP-X - SB-X(WS-SB-INDEX)
               COMPUTE WS-SB-DELTA-Y =
                   WS-LOOKED-UP-ZIP-Y - SB-Y(WS-SB-INDEX)
               COMPUTE WS-SB-DIST-SQ =
                   (WS-SB-DELTA-X * WS-SB-DELTA-X)
                   + (WS-SB-DELTA-Y * WS-SB-DELTA-Y)
               IF WS-SB-MATCH = ZERO
                   OR WS-SB-DIST-SQ < WS-SB-BEST-DISTANCE
                   MOVE WS-SB-DIST-SQ TO WS-SB-BEST-DISTANCE
                   MOVE WS-SB-INDEX   TO WS-SB-MATCH
               END-IF
           END-IF.
