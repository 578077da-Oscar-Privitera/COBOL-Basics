       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVENT-ATTENDANCE.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Takes the register for an event once it has been held.
      *> Every member booked on it (not the waiting list, nor the
      *> cancellations) is called in booking order and marked as
      *> attended or a no-show - Enter takes the usual answer, "Y".
      *> The event is then marked as having its attendance taken,
      *> which closes it to further booking changes; running it
      *> again on the same event re-takes the register, to put a
      *> mistake right. EVENT-ATTENDANCE-REPORT reads the marks.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENTS-FILE ASSIGN TO "EVENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EV-EVENT-ID
               FILE STATUS IS WS-EV-STATUS.

           SELECT EVENT-BOOKINGS ASSIGN TO "EVBOOK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EB-KEY
               FILE STATUS IS WS-EB-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EVENTS-FILE.
           COPY "eventrec.cpy".

       FD  EVENT-BOOKINGS.
           COPY "evbook.cpy".

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".

       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".

       01 WS-EV-STATUS       PIC X(02).
       01 WS-EB-STATUS       PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-TODAY           PIC 9(08).
       01 WS-CHOICE          PIC X(01).
       01 WS-ANSWER          PIC X(01).
       01 WS-DONE            PIC X(01) VALUE "N".
           88 WS-IS-DONE         VALUE "Y".

       01 WS-EVENT-IN        PIC 9(06).
       01 WS-CALL-DONE       PIC X(01).
       01 WS-CALLED          PIC 9(04).
       01 WS-ATTENDED        PIC 9(04).
       01 WS-NO-SHOWS        PIC 9(04).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 7700-OPERATOR-SIGN-ON.
           IF WS-SIGNON-FAILED
               STOP RUN
           END-IF.

      *> No practice copies behind this program - a training
      *> sign-on must not touch the live files believing them to
      *> be practice ones.
           IF WS-TRAINING-MODE
               DISPLAY "This program runs on the LIVE files - "
                   "training sign-ons are refused here."
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN I-O EVENTS-FILE.
           IF WS-EV-STATUS NOT = "00"
               DISPLAY "Could not open EVENTS, status " WS-EV-STATUS
               GO TO 0000-EXIT
           END-IF.

           OPEN I-O EVENT-BOOKINGS.
           IF WS-EB-STATUS NOT = "00"
               DISPLAY "Could not open EVENT-BOOKINGS, status "
                   WS-EB-STATUS
               CLOSE EVENTS-FILE
               GO TO 0000-EXIT
           END-IF.

           PERFORM 1000-SHOW-MENU UNTIL WS-IS-DONE.

           CLOSE EVENT-BOOKINGS.
           CLOSE EVENTS-FILE.

       0000-EXIT.
           STOP RUN.

       1000-SHOW-MENU.
           DISPLAY "-----------------".
           DISPLAY "EVENT attendance".
           DISPLAY "(T)ake the register, (X)exit: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN "T" WHEN "t"
                   PERFORM 2000-TAKE-REGISTER THRU 2000-EXIT
               WHEN "X" WHEN "x"
                   MOVE "Y" TO WS-DONE
               WHEN OTHER
                   DISPLAY "Not a valid option."
           END-EVALUATE.

       2000-TAKE-REGISTER.
           DISPLAY "Event number: ".
           ACCEPT WS-EVENT-IN.
           MOVE WS-EVENT-IN TO EV-EVENT-ID.
           READ EVENTS-FILE
               KEY IS EV-EVENT-ID
               INVALID KEY
                   DISPLAY "No event " WS-EVENT-IN " on file."
                   GO TO 2000-EXIT
           END-READ.
           DISPLAY EV-EVENT-ID " " EV-TITLE " on " EV-EVENT-DATE
               " at " EV-BRANCH-CODE " - " EV-BOOKED-COUNT
               " booked".

           IF EV-IS-CANCELLED
               DISPLAY "This event was cancelled - no register."
               GO TO 2000-EXIT
           END-IF.
           IF EV-EVENT-DATE > WS-TODAY
               DISPLAY "This event has not been held yet."
               GO TO 2000-EXIT
           END-IF.
           IF EV-ATTENDANCE-TAKEN
               DISPLAY "The register was taken already - take it "
                   "again? (Y/N): "
               ACCEPT WS-ANSWER
               IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
                   GO TO 2000-EXIT
               END-IF
           END-IF.

           MOVE ZERO TO WS-CALLED WS-ATTENDED WS-NO-SHOWS.
           MOVE "N"  TO WS-CALL-DONE.
           MOVE EV-EVENT-ID TO EB-EVENT-ID.
           MOVE ZERO        TO EB-MEMBER-NUMBER.
           START EVENT-BOOKINGS KEY IS NOT LESS THAN EB-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CALL-DONE
           END-START.
           PERFORM 2100-CALL-ONE-BOOKING UNTIL WS-CALL-DONE = "Y".

           MOVE "A" TO EV-STATUS.
           REWRITE EV-RECORD.
           IF WS-EV-STATUS NOT = "00"
               DISPLAY "Event not marked, status " WS-EV-STATUS
           END-IF.

           DISPLAY "Register taken: " WS-CALLED " called, "
               WS-ATTENDED " attended, " WS-NO-SHOWS " no-shows.".
           PERFORM 8100-LOG-REGISTER.

       2000-EXIT.
           EXIT.

       2100-CALL-ONE-BOOKING.
           READ EVENT-BOOKINGS NEXT
               AT END
                   MOVE "Y" TO WS-CALL-DONE
               NOT AT END
                   IF EB-EVENT-ID NOT = EV-EVENT-ID
                       MOVE "Y" TO WS-CALL-DONE
                   ELSE
                       IF EB-IS-BOOKED
                           PERFORM 2200-MARK-ONE-MEMBER
                       END-IF
                   END-IF
           END-READ.

       2200-MARK-ONE-MEMBER.
           ADD 1 TO WS-CALLED.
           DISPLAY EB-MEMBER-NUMBER " " EB-FIRSTNAME " " EB-LASTNAME
               " - attended? (Y/N, Enter = Y): ".
           MOVE SPACE TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = "N" OR WS-ANSWER = "n"
               MOVE "N" TO EB-ATTENDED
               ADD 1 TO WS-NO-SHOWS
           ELSE
               MOVE "Y" TO EB-ATTENDED
               ADD 1 TO WS-ATTENDED
           END-IF.
           REWRITE EB-RECORD.
           IF WS-EB-STATUS NOT = "00"
               DISPLAY "Mark not saved, status " WS-EB-STATUS
           END-IF.

       8100-LOG-REGISTER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW             TO AUD-TIMESTAMP.
           MOVE "EVENT-ATTENDANCE" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID     TO AUD-OPERATOR-ID.
           MOVE SPACES             TO AUD-MESSAGE.
           STRING "Register event " DELIMITED BY SIZE
                  EV-EVENT-ID DELIMITED BY SIZE
                  " attended " DELIMITED BY SIZE
                  WS-ATTENDED DELIMITED BY SIZE
                  " no-shows " DELIMITED BY SIZE
                  WS-NO-SHOWS DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "auditapp.cpy".

           COPY "signon.cpy".
