       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVENT-ATTENDANCE-REPORT.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Attendance report over the events held between two dates
      *> (read from the input - Enter on the first takes the start
      *> of the current month, on the second today). Part one has a
      *> section per event: its bookings with the register mark of
      *> each, then places, booked, attended, no-shows, still
      *> waiting and the attendance rate; an event whose register
      *> was never taken says so. Part two is per member, in member
      *> number order: events booked, attended and missed over the
      *> same dates, so the desk can see who books and never comes.
      *> Cancelled events and cancelled bookings are left out.

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

           SELECT ATTENDANCE-PRINT ASSIGN TO "EVATTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT REPORT-INDEX ASSIGN TO "RPTINDEX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RI-REPORT-ID
               FILE STATUS IS WS-RI-STATUS.

           SELECT REPORT-STORE ASSIGN TO "RPTSTORE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-KEY
               FILE STATUS IS WS-RS-STATUS.

           SELECT RETENTION-POLICY ASSIGN TO "RETPOLICY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EVENTS-FILE.
           COPY "eventrec.cpy".

       FD  EVENT-BOOKINGS.
           COPY "evbook.cpy".

       FD  ATTENDANCE-PRINT.
       01 RPT-RECORD PIC X(132).

       FD  REPORT-INDEX.
           COPY "rptindex.cpy".

       FD  REPORT-STORE.
           COPY "rptstore.cpy".

       FD  RETENTION-POLICY.
           COPY "retpol.cpy".

       WORKING-STORAGE SECTION.
       COPY "rptarwk.cpy".
       78 MAX-ATTENDEES VALUE 2000.

       01 WS-EV-STATUS       PIC X(02).
       01 WS-EB-STATUS       PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-TODAY           PIC 9(08).
       01 WS-FROM-DATE       PIC 9(08).
       01 WS-TO-DATE         PIC 9(08).
       01 WS-BOOK-DONE       PIC X(01).

       01 WS-EV-BOOKED       PIC 9(04).
       01 WS-EV-ATTENDED     PIC 9(04).
       01 WS-EV-NO-SHOWS     PIC 9(04).
       01 WS-EV-UNMARKED     PIC 9(04).
       01 WS-EV-WAITING      PIC 9(04).
       01 WS-EV-RATE         PIC 9(03)V9.
       01 WS-MARK-WORD       PIC X(10).

       01 WS-EVENTS-REPORTED PIC 9(04) VALUE ZERO.
       01 WS-TOTAL-BOOKED    PIC 9(06) VALUE ZERO.
       01 WS-TOTAL-ATTENDED  PIC 9(06) VALUE ZERO.
       01 WS-TOTAL-NO-SHOWS  PIC 9(06) VALUE ZERO.

      *> Members seen on the events, kept in member-number order as
      *> they are added.
       01 WS-ATTENDEE-TABLE.
          05 AT-ENTRY OCCURS 2000 TIMES.
             10 AT-MEMBER-NUMBER  PIC 9(08).
             10 AT-FIRSTNAME      PIC X(20).
             10 AT-LASTNAME       PIC X(20).
             10 AT-BOOKED         PIC 9(04).
             10 AT-ATTENDED       PIC 9(04).
             10 AT-NO-SHOWS       PIC 9(04).
       01 WS-AT-COUNT        PIC 9(04) VALUE ZERO.
       01 WS-AT-INDEX        PIC 9(04).
       01 WS-AT-MATCH        PIC 9(04).
       01 WS-AT-SLOT         PIC 9(04).
       01 WS-AT-STOP         PIC X(01).
       01 WS-AT-OVERFLOW     PIC X(01) VALUE "N".

       01 WS-RATE-OUT        PIC ZZ9.9.
       01 PRT-LINE           PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           DISPLAY "Report events from (CCYYMMDD, Enter for the "
               "start of this month): ".
           MOVE ZERO TO WS-FROM-DATE.
           ACCEPT WS-FROM-DATE.
           IF WS-FROM-DATE NOT NUMERIC OR WS-FROM-DATE = ZERO
               MOVE WS-TODAY TO WS-FROM-DATE
               MOVE 01 TO WS-FROM-DATE(7:2)
           END-IF.
           DISPLAY "Report events to (CCYYMMDD, Enter for today): ".
           MOVE ZERO TO WS-TO-DATE.
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE NOT NUMERIC OR WS-TO-DATE = ZERO
               MOVE WS-TODAY TO WS-TO-DATE
           END-IF.
           IF WS-TO-DATE < WS-FROM-DATE
               DISPLAY "The end date is before the start date."
               GO TO 0000-EXIT
           END-IF.

           OPEN INPUT EVENTS-FILE.
           IF WS-EV-STATUS NOT = "00"
               DISPLAY "Could not open EVENTS, status " WS-EV-STATUS
               GO TO 0000-EXIT
           END-IF.
           OPEN INPUT EVENT-BOOKINGS.
           IF WS-EB-STATUS NOT = "00"
               DISPLAY "Could not open EVENT-BOOKINGS, status "
                   WS-EB-STATUS
               CLOSE EVENTS-FILE
               GO TO 0000-EXIT
           END-IF.
           OPEN OUTPUT ATTENDANCE-PRINT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open EVATTRPT, status "
                   WS-RPT-STATUS
               CLOSE EVENT-BOOKINGS
               CLOSE EVENTS-FILE
               GO TO 0000-EXIT
           END-IF.

           MOVE "EVATTRPT"         TO WS-RA-REPORT-NAME.
           MOVE "EVENT-ATTENDANCE" TO WS-RA-PROGRAM-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE SPACES TO PRT-LINE.
           STRING "EVENT ATTENDANCE " DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
                  "   PRINTED " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

           MOVE ZERO TO EV-EVENT-ID.
           START EVENTS-FILE KEY IS NOT LESS THAN EV-EVENT-ID
               INVALID KEY
                   MOVE "10" TO WS-EV-STATUS
           END-START.
           PERFORM 1000-READ-ONE-EVENT UNTIL WS-EV-STATUS = "10".

           IF WS-EVENTS-REPORTED = ZERO
               MOVE SPACES TO PRT-LINE
               PERFORM 4000-WRITE-REPORT-LINE
               MOVE "  No events held in these dates." TO PRT-LINE
               PERFORM 4000-WRITE-REPORT-LINE
           ELSE
               PERFORM 2500-PRINT-EVENT-TOTALS
               PERFORM 3000-PRINT-MEMBER-SECTION
           END-IF.

           CLOSE ATTENDANCE-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.
           CLOSE EVENT-BOOKINGS.
           CLOSE EVENTS-FILE.

           DISPLAY "Events reported : " WS-EVENTS-REPORTED.
           DISPLAY "Members listed  : " WS-AT-COUNT.

       0000-EXIT.
           STOP RUN.

       1000-READ-ONE-EVENT.
           READ EVENTS-FILE NEXT
               AT END
                   MOVE "10" TO WS-EV-STATUS
               NOT AT END
                   IF EV-EVENT-DATE >= WS-FROM-DATE
                       AND EV-EVENT-DATE <= WS-TO-DATE
                       AND NOT EV-IS-CANCELLED
                       PERFORM 2000-REPORT-ONE-EVENT
                   END-IF
           END-READ.

       2000-REPORT-ONE-EVENT.
           ADD 1 TO WS-EVENTS-REPORTED.
           MOVE ZERO TO WS-EV-BOOKED WS-EV-ATTENDED WS-EV-NO-SHOWS
                        WS-EV-UNMARKED WS-EV-WAITING.

           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "Event " DELIMITED BY SIZE
                  EV-EVENT-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EV-TITLE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EV-EVENT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EV-START-TIME DELIMITED BY SIZE
                  "  branch " DELIMITED BY SIZE
                  EV-BRANCH-CODE DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

           MOVE "N" TO WS-BOOK-DONE.
           MOVE EV-EVENT-ID TO EB-EVENT-ID.
           MOVE ZERO        TO EB-MEMBER-NUMBER.
           START EVENT-BOOKINGS KEY IS NOT LESS THAN EB-KEY
               INVALID KEY
                   MOVE "Y" TO WS-BOOK-DONE
           END-START.
           PERFORM 2100-READ-ONE-BOOKING UNTIL WS-BOOK-DONE = "Y".

           IF WS-EV-BOOKED = ZERO
               MOVE ZERO TO WS-EV-RATE
           ELSE
               COMPUTE WS-EV-RATE ROUNDED =
                   WS-EV-ATTENDED * 100 / WS-EV-BOOKED
           END-IF.
           MOVE WS-EV-RATE TO WS-RATE-OUT.

           MOVE SPACES TO PRT-LINE.
           STRING "  Places " DELIMITED BY SIZE
                  EV-CAPACITY DELIMITED BY SIZE
                  "  booked " DELIMITED BY SIZE
                  WS-EV-BOOKED DELIMITED BY SIZE
                  "  attended " DELIMITED BY SIZE
                  WS-EV-ATTENDED DELIMITED BY SIZE
                  "  no-shows " DELIMITED BY SIZE
                  WS-EV-NO-SHOWS DELIMITED BY SIZE
                  "  waiting " DELIMITED BY SIZE
                  WS-EV-WAITING DELIMITED BY SIZE
                  "  attendance " DELIMITED BY SIZE
                  WS-RATE-OUT DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

           IF NOT EV-ATTENDANCE-TAKEN
               MOVE "  ** register not taken for this event"
                   TO PRT-LINE
               PERFORM 4000-WRITE-REPORT-LINE
           END-IF.

           ADD WS-EV-BOOKED   TO WS-TOTAL-BOOKED.
           ADD WS-EV-ATTENDED TO WS-TOTAL-ATTENDED.
           ADD WS-EV-NO-SHOWS TO WS-TOTAL-NO-SHOWS.

       2100-READ-ONE-BOOKING.
           READ EVENT-BOOKINGS NEXT
               AT END
                   MOVE "Y" TO WS-BOOK-DONE
               NOT AT END
                   IF EB-EVENT-ID NOT = EV-EVENT-ID
                       MOVE "Y" TO WS-BOOK-DONE
                   ELSE
                       PERFORM 2200-COUNT-ONE-BOOKING
                   END-IF
           END-READ.

       2200-COUNT-ONE-BOOKING.
           IF EB-IS-WAITING
               ADD 1 TO WS-EV-WAITING
           END-IF.
           IF EB-IS-BOOKED
               ADD 1 TO WS-EV-BOOKED
               EVALUATE TRUE
                   WHEN EB-DID-ATTEND
                       ADD 1 TO WS-EV-ATTENDED
                       MOVE "attended" TO WS-MARK-WORD
                   WHEN EB-WAS-NO-SHOW
                       ADD 1 TO WS-EV-NO-SHOWS
                       MOVE "NO-SHOW"  TO WS-MARK-WORD
                   WHEN OTHER
                       ADD 1 TO WS-EV-UNMARKED
                       MOVE "not marked" TO WS-MARK-WORD
               END-EVALUATE
               MOVE SPACES TO PRT-LINE
               STRING "    " DELIMITED BY SIZE
                      EB-MEMBER-NUMBER DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      EB-FIRSTNAME DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      EB-LASTNAME DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-MARK-WORD DELIMITED BY SIZE
                      INTO PRT-LINE
               PERFORM 4000-WRITE-REPORT-LINE
               PERFORM 2300-POST-TO-MEMBER
           END-IF.

       2300-POST-TO-MEMBER.
           PERFORM 2310-FIND-MEMBER-SLOT.
           IF WS-AT-MATCH = ZERO
               PERFORM 2320-INSERT-MEMBER THRU 2320-EXIT
           END-IF.
           IF WS-AT-MATCH NOT = ZERO
               ADD 1 TO AT-BOOKED(WS-AT-MATCH)
               IF EB-DID-ATTEND
                   ADD 1 TO AT-ATTENDED(WS-AT-MATCH)
               END-IF
               IF EB-WAS-NO-SHOW
                   ADD 1 TO AT-NO-SHOWS(WS-AT-MATCH)
               END-IF
           END-IF.

       2310-FIND-MEMBER-SLOT.
      *> The table is in member-number order, so the walk stops at
      *> the member or at the first higher number - where a new
      *> member belongs.
           MOVE ZERO TO WS-AT-MATCH.
           MOVE "N" TO WS-AT-STOP.
           MOVE 1 TO WS-AT-SLOT.
           PERFORM 2315-STEP-ONE-SLOT
               UNTIL WS-AT-SLOT > WS-AT-COUNT
               OR WS-AT-STOP = "Y".

       2315-STEP-ONE-SLOT.
           EVALUATE TRUE
               WHEN AT-MEMBER-NUMBER(WS-AT-SLOT) = EB-MEMBER-NUMBER
                   MOVE WS-AT-SLOT TO WS-AT-MATCH
                   MOVE "Y" TO WS-AT-STOP
               WHEN AT-MEMBER-NUMBER(WS-AT-SLOT) > EB-MEMBER-NUMBER
                   MOVE "Y" TO WS-AT-STOP
               WHEN OTHER
                   ADD 1 TO WS-AT-SLOT
           END-EVALUATE.

       2320-INSERT-MEMBER.
           IF WS-AT-COUNT >= MAX-ATTENDEES
               IF WS-AT-OVERFLOW = "N"
                   DISPLAY "** more than " MAX-ATTENDEES " members "
                       "on the events - the member section is short"
                   MOVE "Y" TO WS-AT-OVERFLOW
               END-IF
               GO TO 2320-EXIT
           END-IF.

           PERFORM 2325-SHIFT-ONE-UP
               VARYING WS-AT-INDEX FROM WS-AT-COUNT BY -1
               UNTIL WS-AT-INDEX < WS-AT-SLOT.
           ADD 1 TO WS-AT-COUNT.

           MOVE WS-AT-SLOT       TO WS-AT-MATCH.
           MOVE EB-MEMBER-NUMBER TO AT-MEMBER-NUMBER(WS-AT-MATCH).
           MOVE EB-FIRSTNAME     TO AT-FIRSTNAME(WS-AT-MATCH).
           MOVE EB-LASTNAME      TO AT-LASTNAME(WS-AT-MATCH).
           MOVE ZERO TO AT-BOOKED(WS-AT-MATCH)
                        AT-ATTENDED(WS-AT-MATCH)
                        AT-NO-SHOWS(WS-AT-MATCH).

       2320-EXIT.
           EXIT.

       2325-SHIFT-ONE-UP.
           MOVE AT-ENTRY(WS-AT-INDEX) TO AT-ENTRY(WS-AT-INDEX + 1).

       2500-PRINT-EVENT-TOTALS.
           IF WS-TOTAL-BOOKED = ZERO
               MOVE ZERO TO WS-EV-RATE
           ELSE
               COMPUTE WS-EV-RATE ROUNDED =
                   WS-TOTAL-ATTENDED * 100 / WS-TOTAL-BOOKED
           END-IF.
           MOVE WS-EV-RATE TO WS-RATE-OUT.

           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "All events: " DELIMITED BY SIZE
                  WS-EVENTS-REPORTED DELIMITED BY SIZE
                  "  booked " DELIMITED BY SIZE
                  WS-TOTAL-BOOKED DELIMITED BY SIZE
                  "  attended " DELIMITED BY SIZE
                  WS-TOTAL-ATTENDED DELIMITED BY SIZE
                  "  no-shows " DELIMITED BY SIZE
                  WS-TOTAL-NO-SHOWS DELIMITED BY SIZE
                  "  attendance " DELIMITED BY SIZE
                  WS-RATE-OUT DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       3000-PRINT-MEMBER-SECTION.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE "ATTENDANCE BY MEMBER" TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  Member   Name" DELIMITED BY SIZE
                  "                              " DELIMITED BY SIZE
                  "        " DELIMITED BY SIZE
                  "Booked  Attended No-shows" DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

           PERFORM 3100-PRINT-ONE-MEMBER
               VARYING WS-AT-INDEX FROM 1 BY 1
               UNTIL WS-AT-INDEX > WS-AT-COUNT.

       3100-PRINT-ONE-MEMBER.
           MOVE SPACES TO PRT-LINE.
           STRING "  " DELIMITED BY SIZE
                  AT-MEMBER-NUMBER(WS-AT-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AT-FIRSTNAME(WS-AT-INDEX) DELIMITED BY SIZE
                  AT-LASTNAME(WS-AT-INDEX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  AT-BOOKED(WS-AT-INDEX) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  AT-ATTENDED(WS-AT-INDEX) DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  AT-NO-SHOWS(WS-AT-INDEX) DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       4000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

           COPY "rptarch.cpy".
