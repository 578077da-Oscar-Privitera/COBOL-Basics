       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVENT-MAINTENANCE.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Maintenance over the EVENTS file - the classes and events
      *> the branches run. (A)dd sets up an event at an open branch
      *> with its date, start time, capacity and minimum age, under
      *> the next number off EVENT-SEQUENCE; (L)ist shows the events
      *> from a date on with their places taken and waiting;
      *> (C)apacity changes the places - more places promote the
      *> waiting list straight away, and capacity can never drop
      *> below the places already booked; cance(Z) cancels an event
      *> (supervisor only) and tells the desk how many bookings to
      *> ring round. Bookings themselves are taken in EVENT-BOOKING.

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

           SELECT EVENT-SEQUENCE ASSIGN TO "EVENTSEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESQ-STATUS.

           SELECT BRANCHES-FILE ASSIGN TO "BRANCHES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BR-STATUS.

           SELECT PERSON-MASTER ASSIGN TO "PERSONMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PM-STATUS.

           SELECT NOTIFY-QUEUE ASSIGN TO "NOTIFYQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NQ-STATUS.

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

       FD  EVENT-SEQUENCE.
           COPY "evseq.cpy".

       FD  BRANCHES-FILE.
           COPY "branchrec.cpy".

       FD  PERSON-MASTER.
           COPY "persmast.cpy".

       FD  NOTIFY-QUEUE.
           COPY "notifrec.cpy".

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".

       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".
       COPY "brnchtbl.cpy".
       COPY "evpromwk.cpy".

       01 WS-ESQ-STATUS      PIC X(02).
       01 WS-BR-STATUS       PIC X(02).
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
       01 WS-FROM-DATE       PIC 9(08).
       01 WS-NEW-CAPACITY    PIC 9(04).
       01 WS-NEXT-EVENT      PIC 9(06).
       01 WS-EVENTS-SHOWN    PIC 9(04).
       01 WS-AUDIT-WORD      PIC X(12).

       01 WS-NEW-TITLE       PIC X(30).
       01 WS-NEW-DATE        PIC 9(08).
       01 WS-NEW-TIME        PIC 9(04).
       01 WS-NEW-TIME-X REDEFINES WS-NEW-TIME.
          05 WS-NEW-HH          PIC 9(02).
          05 WS-NEW-MM          PIC 9(02).
       01 WS-NEW-BRANCH      PIC X(04).
       01 WS-NEW-MIN-AGE     PIC 9(03).

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
           PERFORM 5650-LOAD-BRANCH-TABLE.

           OPEN I-O EVENTS-FILE.
           IF WS-EV-STATUS = "35"
               OPEN OUTPUT EVENTS-FILE
               CLOSE EVENTS-FILE
               OPEN I-O EVENTS-FILE
           END-IF.
           IF WS-EV-STATUS NOT = "00"
               DISPLAY "Could not open EVENTS, status " WS-EV-STATUS
               GO TO 0000-EXIT
           END-IF.

           OPEN I-O EVENT-BOOKINGS.
           IF WS-EB-STATUS = "35"
               OPEN OUTPUT EVENT-BOOKINGS
               CLOSE EVENT-BOOKINGS
               OPEN I-O EVENT-BOOKINGS
           END-IF.
           IF WS-EB-STATUS NOT = "00"
               DISPLAY "Could not open EVENT-BOOKINGS, status "
                   WS-EB-STATUS
               CLOSE EVENTS-FILE
               GO TO 0000-EXIT
           END-IF.

           OPEN INPUT PERSON-MASTER.
           IF WS-PM-STATUS NOT = "00"
               DISPLAY "PERSON-MASTER not available, status "
                   WS-PM-STATUS " - promoted members are not "
                   "messaged."
           END-IF.

           PERFORM 1000-SHOW-MENU UNTIL WS-IS-DONE.

           CLOSE PERSON-MASTER.
           CLOSE EVENT-BOOKINGS.
           CLOSE EVENTS-FILE.

       0000-EXIT.
           STOP RUN.

       1000-SHOW-MENU.
           DISPLAY "-----------------".
           DISPLAY "EVENTS maintenance".
           DISPLAY "(A)dd, (L)ist, (C)apacity, cance(Z), (X)exit: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN "A" WHEN "a"
                   PERFORM 2000-ADD-EVENT THRU 2000-EXIT
               WHEN "L" WHEN "l"
                   PERFORM 3000-LIST-EVENTS
               WHEN "C" WHEN "c"
                   PERFORM 4000-CHANGE-CAPACITY THRU 4000-EXIT
               WHEN "Z" WHEN "z"
                   PERFORM 5000-CANCEL-EVENT THRU 5000-EXIT
               WHEN "X" WHEN "x"
                   MOVE "Y" TO WS-DONE
               WHEN OTHER
                   DISPLAY "Not a valid option."
           END-EVALUATE.

       2000-ADD-EVENT.
           DISPLAY "Title: ".
           MOVE SPACES TO WS-NEW-TITLE.
           ACCEPT WS-NEW-TITLE.
           IF WS-NEW-TITLE = SPACES
               DISPLAY "An event needs a title."
               GO TO 2000-EXIT
           END-IF.

           DISPLAY "Event date (CCYYMMDD): ".
           ACCEPT WS-NEW-DATE.
           IF WS-NEW-DATE NOT NUMERIC OR WS-NEW-DATE < WS-TODAY
               DISPLAY "The event date must be today or later."
               GO TO 2000-EXIT
           END-IF.

           DISPLAY "Start time (HHMM): ".
           ACCEPT WS-NEW-TIME.
           IF WS-NEW-TIME NOT NUMERIC
               OR WS-NEW-HH > 23 OR WS-NEW-MM > 59
               DISPLAY "Start time must be HHMM on the 24-hour clock."
               GO TO 2000-EXIT
           END-IF.

           DISPLAY "Branch code: ".
           ACCEPT WS-NEW-BRANCH.
           MOVE WS-NEW-BRANCH TO WS-SB-CODE-IN.
           PERFORM 5670-LOOKUP-BRANCH-BY-CODE.
           IF WS-SB-MATCH = ZERO
               DISPLAY "No open branch " WS-NEW-BRANCH
                   " on BRANCHES."
               GO TO 2000-EXIT
           END-IF.

           DISPLAY "Capacity (places): ".
           ACCEPT WS-NEW-CAPACITY.
           IF WS-NEW-CAPACITY NOT NUMERIC OR WS-NEW-CAPACITY = ZERO
               DISPLAY "An event needs at least one place."
               GO TO 2000-EXIT
           END-IF.

           DISPLAY "Minimum age (0 for none): ".
           ACCEPT WS-NEW-MIN-AGE.
           IF WS-NEW-MIN-AGE NOT NUMERIC
               DISPLAY "Minimum age must be a number of years."
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-NEXT-EVENT-NUMBER.

           MOVE WS-NEXT-EVENT     TO EV-EVENT-ID.
           MOVE WS-NEW-TITLE      TO EV-TITLE.
           MOVE WS-NEW-DATE       TO EV-EVENT-DATE.
           MOVE WS-NEW-TIME       TO EV-START-TIME.
           MOVE WS-NEW-BRANCH     TO EV-BRANCH-CODE.
           MOVE WS-NEW-CAPACITY   TO EV-CAPACITY.
           MOVE WS-NEW-MIN-AGE    TO EV-MIN-AGE.
           MOVE ZERO              TO EV-BOOKED-COUNT
                                     EV-WAITING-COUNT.
           MOVE "O"               TO EV-STATUS.
           MOVE WS-OPERATOR-ID    TO EV-CREATED-BY.
           MOVE WS-TODAY          TO EV-CREATED-DATE.

           WRITE EV-RECORD.
           IF WS-EV-STATUS = "00"
               DISPLAY "Event " EV-EVENT-ID " added at "
                   SB-NAME(WS-SB-MATCH) "."
               MOVE "Added"  TO WS-AUDIT-WORD
               PERFORM 8100-LOG-EVENT
           ELSE
               DISPLAY "Add failed, status " WS-EV-STATUS
           END-IF.

       2000-EXIT.
           EXIT.

       2100-NEXT-EVENT-NUMBER.
      *> Take-and-save, the same discipline as the member and
      *> invoice sequences - a number is never handed out twice.
           MOVE 1 TO WS-NEXT-EVENT.

           OPEN INPUT EVENT-SEQUENCE.
           IF WS-ESQ-STATUS = "00"
               READ EVENT-SEQUENCE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EVSEQ-NEXT-NUMBER TO WS-NEXT-EVENT
               END-READ
               CLOSE EVENT-SEQUENCE
           END-IF.

           COMPUTE EVSEQ-NEXT-NUMBER = WS-NEXT-EVENT + 1.
           OPEN OUTPUT EVENT-SEQUENCE.
           WRITE EVSEQ-RECORD.
           CLOSE EVENT-SEQUENCE.

       3000-LIST-EVENTS.
           DISPLAY "List events from (CCYYMMDD, Enter for today): ".
           MOVE ZERO TO WS-FROM-DATE.
           ACCEPT WS-FROM-DATE.
           IF WS-FROM-DATE NOT NUMERIC OR WS-FROM-DATE = ZERO
               MOVE WS-TODAY TO WS-FROM-DATE
           END-IF.

           MOVE ZERO TO WS-EVENTS-SHOWN.
           DISPLAY "Event  Date     Time Brch Places Booked Wait St "
               "Title".

           MOVE ZERO TO EV-EVENT-ID.
           START EVENTS-FILE KEY IS NOT LESS THAN EV-EVENT-ID
               INVALID KEY
                   MOVE "10" TO WS-EV-STATUS
           END-START.
           PERFORM 3100-LIST-ONE-EVENT UNTIL WS-EV-STATUS = "10".

           IF WS-EVENTS-SHOWN = ZERO
               DISPLAY "No events on or after " WS-FROM-DATE "."
           END-IF.

       3100-LIST-ONE-EVENT.
           READ EVENTS-FILE NEXT
               AT END
                   MOVE "10" TO WS-EV-STATUS
               NOT AT END
                   IF EV-EVENT-DATE >= WS-FROM-DATE
                       ADD 1 TO WS-EVENTS-SHOWN
                       DISPLAY EV-EVENT-ID " " EV-EVENT-DATE " "
                           EV-START-TIME " " EV-BRANCH-CODE "   "
                           EV-CAPACITY "   " EV-BOOKED-COUNT " "
                           EV-WAITING-COUNT "  " EV-STATUS " "
                           EV-TITLE
                   END-IF
           END-READ.

       4000-CHANGE-CAPACITY.
           PERFORM 4100-READ-THE-EVENT THRU 4100-EXIT.
           IF WS-EV-STATUS NOT = "00"
               GO TO 4000-EXIT
           END-IF.
           IF NOT EV-IS-OPEN
               DISPLAY "Event " EV-EVENT-ID " is no longer open."
               GO TO 4000-EXIT
           END-IF.

           DISPLAY "Places " EV-CAPACITY ", booked " EV-BOOKED-COUNT
               ", waiting " EV-WAITING-COUNT.
           DISPLAY "New capacity: ".
           ACCEPT WS-NEW-CAPACITY.
           IF WS-NEW-CAPACITY NOT NUMERIC OR WS-NEW-CAPACITY = ZERO
               DISPLAY "An event needs at least one place."
               GO TO 4000-EXIT
           END-IF.
           IF WS-NEW-CAPACITY < EV-BOOKED-COUNT
               DISPLAY "Capacity cannot drop below the "
                   EV-BOOKED-COUNT " places already booked - cancel "
                   "bookings in EVENT-BOOKING first."
               GO TO 4000-EXIT
           END-IF.

           MOVE WS-NEW-CAPACITY TO EV-CAPACITY.
           PERFORM 6200-PROMOTE-WAITING-LIST.

           REWRITE EV-RECORD.
           IF WS-EV-STATUS = "00"
               DISPLAY "Capacity now " EV-CAPACITY " - "
                   WS-EVP-PROMOTED " promoted off the waiting list."
               MOVE "Capacity"  TO WS-AUDIT-WORD
               PERFORM 8100-LOG-EVENT
           ELSE
               DISPLAY "Capacity change failed, status " WS-EV-STATUS
           END-IF.

       4000-EXIT.
           EXIT.

       4100-READ-THE-EVENT.
           DISPLAY "Event number: ".
           ACCEPT WS-EVENT-IN.
           MOVE WS-EVENT-IN TO EV-EVENT-ID.
           READ EVENTS-FILE
               KEY IS EV-EVENT-ID
               INVALID KEY
                   DISPLAY "No event " WS-EVENT-IN " on file."
                   GO TO 4100-EXIT
           END-READ.
           DISPLAY EV-EVENT-ID " " EV-TITLE " on " EV-EVENT-DATE
               " at " EV-BRANCH-CODE.

       4100-EXIT.
           EXIT.

       5000-CANCEL-EVENT.
           IF NOT WS-OPR-IS-SUPERVISOR
               DISPLAY "Cancelling an event is restricted to "
                   "supervisor-level operators."
               GO TO 5000-EXIT
           END-IF.

           PERFORM 4100-READ-THE-EVENT THRU 4100-EXIT.
           IF WS-EV-STATUS NOT = "00"
               GO TO 5000-EXIT
           END-IF.
           IF NOT EV-IS-OPEN
               DISPLAY "Event " EV-EVENT-ID " is no longer open."
               GO TO 5000-EXIT
           END-IF.

           DISPLAY "Cancel this event - are you sure? (Y/N): ".
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
               GO TO 5000-EXIT
           END-IF.

           MOVE "X" TO EV-STATUS.
           REWRITE EV-RECORD.
           IF WS-EV-STATUS = "00"
               DISPLAY "Event cancelled - " EV-BOOKED-COUNT
                   " booked and " EV-WAITING-COUNT
                   " waiting to be told (EVENT-BOOKING lists them)."
               MOVE "Cancelled"  TO WS-AUDIT-WORD
               PERFORM 8100-LOG-EVENT
           ELSE
               DISPLAY "Cancel failed, status " WS-EV-STATUS
           END-IF.

       5000-EXIT.
           EXIT.

       8100-LOG-EVENT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW           TO AUD-TIMESTAMP.
           MOVE "EVENT-MAINT"    TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID   TO AUD-OPERATOR-ID.
           MOVE SPACES           TO AUD-MESSAGE.
           STRING WS-AUDIT-WORD DELIMITED BY SPACE
                  " event " DELIMITED BY SIZE
                  EV-EVENT-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EV-EVENT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EV-BRANCH-CODE DELIMITED BY SIZE
                  " places " DELIMITED BY SIZE
                  EV-CAPACITY DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "brnchld.cpy".
           COPY "evpromo.cpy".
           COPY "notifapp.cpy".
           COPY "auditapp.cpy".

           COPY "signon.cpy".
