      *> completed today; test WS-RC-REFUSED on return. A run that
      *> proceeds is stamped started; PERFORM 7600-RUN-CONTROL-END
      *> once the job finishes cleanly to stamp it completed.
      *>
      *> The condition code follows the stamps: a run that proceeds
      *> ends with RETURN-CODE 8 unless it reaches 7600, which sets
      *> 0 - so a job that stops short fails its step in a job
      *> stream without every exit having to say so. A refused run
      *> ends with 8.
      *>
      *> While a job stream is open on RUN-CONTROL (an "O" record -
      *> see FINANCE-NIGHT-CONTROL) nothing is asked at the
      *> console. "Today" is the night the stream opened, so a
      *> restart after midnight still sees that night's stamps. A
      *> job already completed that night is skipped with 0 (a
      *> restarted stream passes straight over the steps that ran,
      *> and their hand-off files are not written twice). A job
      *> whose predecessor has not completed is refused with 8.
       7500-RUN-CONTROL-START.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RC-NOW.
           MOVE WS-RC-NOW(1:8) TO WS-RC-TODAY.

           PERFORM 7510-LOAD-RUN-CONTROL.
           PERFORM 7515-FIND-OWN-AND-PRED.
           MOVE "N" TO WS-RC-STREAM-FLAG.
           IF WS-RCT-STREAM NOT = ZERO
               MOVE "Y" TO WS-RC-STREAM-FLAG
               MOVE RCT-LAST-START(WS-RCT-STREAM)(1:8)
                   TO WS-RC-TODAY
           END-IF.

           PERFORM 7520-CHECK-SAME-DAY-RERUN.
           IF WS-RC-PROCEED AND WS-RC-PREDECESSOR NOT = SPACES
               PERFORM 7530-CHECK-PREDECESSOR
           END-IF.

           EVALUATE TRUE
               WHEN WS-RC-PROCEED
                   MOVE 8 TO RETURN-CODE
                   PERFORM 7540-STAMP-THE-START
               WHEN WS-RC-SKIPPED
                   MOVE 0 TO RETURN-CODE
               WHEN OTHER
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       7510-LOAD-RUN-CONTROL.
           MOVE ZERO TO WS-RCT-COUNT.
               AT END
                   MOVE "10" TO WS-RNC-STATUS
               NOT AT END
                   IF WS-RCT-COUNT >= MAX-RUN-CONTROL-JOBS
                       DISPLAY "** run-control table full - an "
                           "entry was dropped"
                   ELSE
           END-READ.

       7515-FIND-OWN-AND-PRED.
           MOVE ZERO TO WS-RCT-OWN WS-RCT-PRED WS-RCT-STREAM.
           PERFORM 7516-MATCH-ONE-RUN-ENTRY
               VARYING WS-RCT-INDEX FROM 1 BY 1
               UNTIL WS-RCT-INDEX > WS-RCT-COUNT.
               AND RCT-JOB-NAME(WS-RCT-INDEX) = WS-RC-PREDECESSOR
               MOVE WS-RCT-INDEX TO WS-RCT-PRED
           END-IF.
           IF RCT-OUTCOME(WS-RCT-INDEX) = "O"
               MOVE WS-RCT-INDEX TO WS-RCT-STREAM
           END-IF.

       7520-CHECK-SAME-DAY-RERUN.
           IF WS-RCT-OWN NOT = ZERO
               AND RCT-OUTCOME(WS-RCT-OWN) = "C"
               MOVE RCT-LAST-END(WS-RCT-OWN)(1:8)
                   TO WS-RC-END-DATE
               IF WS-RC-END-DATE NOT < WS-RC-TODAY
                   AND WS-RC-UNATTENDED
                   DISPLAY WS-RC-JOB-NAME " has already completed "
                       "tonight - step skipped."
                   SET WS-RC-SKIPPED TO TRUE
               END-IF
               IF WS-RC-END-DATE NOT < WS-RC-TODAY
                   AND NOT WS-RC-UNATTENDED
                   DISPLAY WS-RC-JOB-NAME " has already completed "
                       "today."
                   DISPLAY "Run it again anyway? (Y/N): "
               MOVE RCT-LAST-END(WS-RCT-PRED)(1:8)
                   TO WS-RC-END-DATE
               IF RCT-OUTCOME(WS-RCT-PRED) NOT = "C"
                   OR WS-RC-END-DATE < WS-RC-TODAY
                   DISPLAY "Predecessor " WS-RC-PREDECESSOR
                       " has not completed today."
                   MOVE "?" TO WS-RC-OVERRIDE
           END-IF.

           IF WS-RC-OVERRIDE = "?"
               AND WS-RC-UNATTENDED
               DISPLAY "Nobody to answer while a job stream is open "
                   "- " WS-RC-JOB-NAME " refused."
               SET WS-RC-REFUSED TO TRUE
           END-IF.

           IF WS-RC-OVERRIDE = "?"
               AND NOT WS-RC-UNATTENDED
               DISPLAY "Run anyway? (Y/N): "
               ACCEPT WS-RC-OVERRIDE
               IF WS-RC-OVERRIDE NOT = "Y"

       7540-STAMP-THE-START.
           IF WS-RCT-OWN = ZERO
               IF WS-RCT-COUNT >= MAX-RUN-CONTROL-JOBS
                   DISPLAY "** run-control table full - run not "
                       "stamped"
               ELSE
               MOVE "C" TO RCT-OUTCOME(WS-RCT-OWN)
               PERFORM 7560-SAVE-RUN-CONTROL
           END-IF.
           MOVE 0 TO RETURN-CODE.
