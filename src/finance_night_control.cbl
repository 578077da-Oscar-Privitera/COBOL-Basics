       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINANCE-NIGHT-CONTROL.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> First and last step of the nightly finance job (FINNIGHT).
      *> OPEN puts a FINANCE-NIGHT record on RUN-CONTROL at "O",
      *> which turns the shared run-control checks unattended for
      *> the night: no console questions, a step that already
      *> completed tonight is passed over, a step whose predecessor
      *> has not completed is refused with condition code 8. OPEN
      *> on a night that is still open (a failed night being
      *> restarted) keeps the original night, so the steps that
      *> ran before the failure are not run - nor their ledger
      *> files sent - twice. OPEN also consults the PROCESSING-
      *> CALENDAR and ends with condition code 4 when the night is
      *> not a business day, which the job uses to stand the
      *> finance steps down. CLOSE, the last step, stamps the night
      *> completed; from the desk it also abandons a failed night
      *> that will not be restarted.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

           SELECT PROCESSING-CALENDAR ASSIGN TO "BUSCAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL.
           COPY "runctl.cpy".

       FD  PROCESSING-CALENDAR.
           COPY "buscal.cpy".

       WORKING-STORAGE SECTION.
       COPY "runctbl.cpy".
       01 WS-RNC-STATUS      PIC X(02).

       COPY "buscaltb.cpy".
       01 WS-CAL-STATUS      PIC X(02).

       01 WS-NIGHT-ACTION    PIC X(05).
       01 WS-NIGHT-DATE      PIC 9(08).

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "Finance night - OPEN or CLOSE? ".
           ACCEPT WS-NIGHT-ACTION.

           MOVE "FINANCE-NIGHT" TO WS-RC-JOB-NAME.
           MOVE SPACES          TO WS-RC-PREDECESSOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RC-NOW.
           PERFORM 7510-LOAD-RUN-CONTROL.
           PERFORM 7515-FIND-OWN-AND-PRED.

           EVALUATE WS-NIGHT-ACTION
               WHEN "OPEN"
                   PERFORM 1000-OPEN-THE-NIGHT THRU 1000-EXIT
               WHEN "CLOSE"
                   PERFORM 2000-CLOSE-THE-NIGHT THRU 2000-EXIT
               WHEN OTHER
                   DISPLAY "Action must be OPEN or CLOSE."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       0000-EXIT.
           STOP RUN.

       1000-OPEN-THE-NIGHT.
           IF WS-RCT-OWN NOT = ZERO
               AND RCT-OUTCOME(WS-RCT-OWN) = "O"
               MOVE RCT-LAST-START(WS-RCT-OWN)(1:8) TO WS-NIGHT-DATE
               DISPLAY "Finance night of " WS-NIGHT-DATE
                   " is still open - restarting it."
               GO TO 1000-CHECK-THE-CALENDAR
           END-IF.

           IF WS-RCT-OWN = ZERO
               IF WS-RCT-COUNT >= MAX-RUN-CONTROL-JOBS
                   DISPLAY "** run-control table full - finance "
                       "night not opened"
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
               ADD 1 TO WS-RCT-COUNT
               MOVE WS-RCT-COUNT TO WS-RCT-OWN
               MOVE WS-RC-JOB-NAME TO RCT-JOB-NAME(WS-RCT-OWN)
           END-IF.

           MOVE WS-RC-NOW TO RCT-LAST-START(WS-RCT-OWN).
           MOVE ZERO      TO RCT-LAST-END(WS-RCT-OWN).
           MOVE "O"       TO RCT-OUTCOME(WS-RCT-OWN).
           PERFORM 7560-SAVE-RUN-CONTROL.
           MOVE WS-RC-NOW(1:8) TO WS-NIGHT-DATE.
           DISPLAY "Finance night of " WS-NIGHT-DATE " opened.".

       1000-CHECK-THE-CALENDAR.
      *> A night that is no business day has no day's trading to
      *> journal, balance or hand to the ledger.
           PERFORM 5850-LOAD-PROCESSING-CALENDAR.
           MOVE WS-NIGHT-DATE TO WS-CAL-LOOKUP-DATE.
           PERFORM 5870-ROLL-TO-BUSINESS-DAY THRU 5870-EXIT.
           IF WS-CAL-ROLLED-DATE NOT = WS-NIGHT-DATE
               DISPLAY WS-NIGHT-DATE " is not a business day - "
                   "the finance steps stand down tonight."
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       1000-EXIT.
           EXIT.

       2000-CLOSE-THE-NIGHT.
           IF WS-RCT-OWN = ZERO
               OR RCT-OUTCOME(WS-RCT-OWN) NOT = "O"
               DISPLAY "No finance night is open."
               MOVE 4 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.

           MOVE WS-RC-NOW TO RCT-LAST-END(WS-RCT-OWN).
           MOVE "C"       TO RCT-OUTCOME(WS-RCT-OWN).
           PERFORM 7560-SAVE-RUN-CONTROL.
           DISPLAY "Finance night of "
               RCT-LAST-START(WS-RCT-OWN)(1:8) " closed.".
           MOVE 0 TO RETURN-CODE.

       2000-EXIT.
           EXIT.

           COPY "runcproc.cpy".

           COPY "buscalld.cpy".
