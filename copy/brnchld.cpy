      *> BRNCHLD.cpy
      *> Loader and code lookup for the open-branch table (see
      *> BRNCHTBL.cpy). Requires the calling program to SELECT
      *> BRANCHES-FILE ASSIGN TO "BRANCHES", FD it with COPY
      *> "branchrec.cpy", and declare WS-BR-STATUS PIC X(02). A
      *> closed branch stays on file for history but holds and takes
      *> no stock, so it is never loaded.
       5650-LOAD-BRANCH-TABLE.
           MOVE ZERO TO WS-SB-COUNT.
           OPEN INPUT BRANCHES-FILE.
           IF WS-BR-STATUS = "00"
               PERFORM 5660-LOAD-ONE-BRANCH-ENTRY
                   UNTIL WS-BR-STATUS = "10"
               CLOSE BRANCHES-FILE
           END-IF.

       5660-LOAD-ONE-BRANCH-ENTRY.
           READ BRANCHES-FILE
               AT END
                   MOVE "10" TO WS-BR-STATUS
               NOT AT END
                   IF NOT BR-IS-CLOSED
                       IF WS-SB-COUNT >= MAX-STOCK-BRANCHES
                           DISPLAY "** branch table full - branch "
                               BR-CODE " skipped"
                       ELSE
                           ADD 1 TO WS-SB-COUNT
                           MOVE BR-CODE     TO SB-CODE(WS-SB-COUNT)
                           MOVE BR-NAME     TO SB-NAME(WS-SB-COUNT)
                           MOVE BR-ZIP-CODE
                               TO SB-ZIP-CODE(WS-SB-COUNT)
                           MOVE "N"       TO SB-PLACED(WS-SB-COUNT)
                           MOVE ZERO      TO SB-X(WS-SB-COUNT)
                                             SB-Y(WS-SB-COUNT)
                       END-IF
                   END-IF
           END-READ.

       5670-LOOKUP-BRANCH-BY-CODE.
           MOVE ZERO TO WS-SB-MATCH.
           PERFORM 5680-MATCH-ONE-BRANCH-CODE
               VARYING WS-SB-INDEX FROM 1 BY 1
               UNTIL WS-SB-INDEX > WS-SB-COUNT
               OR WS-SB-MATCH NOT = ZERO.

       5680-MATCH-ONE-BRANCH-CODE.
           IF SB-CODE(WS-SB-INDEX) = WS-SB-CODE-IN
               MOVE WS-SB-INDEX TO WS-SB-MATCH
           END-IF.
