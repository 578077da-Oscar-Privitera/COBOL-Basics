      *> ledger's debtors account finally moves in step with
      *> AR-OPEN-ITEMS. Write-offs already journal on WOFFGLJ and
      *> exchange differences on FXGLJ - three hand-offs, one
      *> discipline. A zero run date is the night run-control dates
      *> the run by - today, or the open finance night when the run
      *> is a step of FINNIGHT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               "today)? ".
           ACCEPT WS-RUN-DATE.
           IF WS-RUN-DATE = ZERO OR WS-RUN-DATE NOT NUMERIC
               MOVE WS-RC-TODAY TO WS-RUN-DATE
           END-IF.

           PERFORM 6600-LOAD-GL-VALIDATION.
