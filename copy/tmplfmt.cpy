      *> document, set WS-TPL-WANTED-ID and the WS-TPL-SUB-* fields
      *> and PERFORM 6500-MERGE-TEMPLATE; the merged lines come back
      *> in WS-TPL-OUT with &NAME, &DATE, &AMT and &XTRA replaced by
      *> the trimmed substitution values. Only the lines written for
      *> WS-TPL-CHANNEL are merged - leave it at spaces for email
      *> and letter wording.
       6400-LOAD-TEMPLATE-FILE.
           MOVE ZERO TO WS-TT-COUNT.

                       MOVE TPL-ID      TO TT-ID(WS-TT-COUNT)
                       MOVE TPL-LINE-NO TO TT-LINE-NO(WS-TT-COUNT)
                       MOVE TPL-TEXT    TO TT-TEXT(WS-TT-COUNT)
                       MOVE TPL-CHANNEL TO TT-CHANNEL(WS-TT-COUNT)
                   END-IF
           END-READ.


       6510-MERGE-ONE-MATCHING-LINE.
           IF TT-ID(WS-TT-INDEX) = WS-TPL-WANTED-ID
               AND TT-CHANNEL(WS-TT-INDEX) = WS-TPL-CHANNEL
               MOVE "Y" TO WS-TPL-FOUND
               IF WS-TPL-OUT-COUNT >= 10
                   DISPLAY "** template " WS-TPL-WANTED-ID
