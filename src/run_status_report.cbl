      *> one line per batch job with its last start, last end and
      *> outcome, so the morning question "what ran last night and
      *> did it finish" is a report, not a search through SYSOUT.
      *> A job stream left "still open" is a night that failed and
      *> is waiting to be restarted.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                           MOVE "completed" TO WS-OUTCOME-TEXT
                       WHEN RC-RUN-STARTED
                           MOVE "started only" TO WS-OUTCOME-TEXT
                       WHEN RC-STREAM-OPEN
                           MOVE "still open" TO WS-OUTCOME-TEXT
                       WHEN OTHER
                           MOVE "unknown" TO WS-OUTCOME-TEXT
                   END-EVALUATE
