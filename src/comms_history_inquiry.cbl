       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMS-HISTORY-INQUIRY.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Shows a member's full contact history off COMMS-HISTORY in
      *> date order - every email, text, fallback letter, renewal
      *> notice and dunning letter, with its template, channel, date
      *> and outcome, bounces included. The answer to "did we send
      *> this member their renewal?" after the night's queue and print
      *> files are long gone. Member number zero holds the dunning
      *> letters of customers that were never members; for those
      *> the customer id is asked for as well.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMMS-HISTORY ASSIGN TO "COMMSHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMH-KEY
               FILE STATUS IS WS-CMH-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMMS-HISTORY.
           COPY "commshist.cpy".

       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".

       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".

       01 WS-CMH-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).

       01 WS-MEMBER-IN       PIC 9(08).
       01 WS-CUSTOMER-IN     PIC X(06).
       01 WS-SHOWN           PIC 9(05) VALUE ZERO.
       01 WS-BOUNCED         PIC 9(05) VALUE ZERO.
       01 WS-NOT-SENT        PIC 9(05) VALUE ZERO.
       01 WS-CHANNEL-WORD    PIC X(05).
       01 WS-OUTCOME-WORD    PIC X(08).

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

           DISPLAY "Member number (zero for a non-member customer): ".
           ACCEPT WS-MEMBER-IN.
           IF WS-MEMBER-IN NOT NUMERIC
               MOVE ZERO TO WS-MEMBER-IN
           END-IF.
           MOVE SPACES TO WS-CUSTOMER-IN.
           IF WS-MEMBER-IN = ZERO
               DISPLAY "Customer id: "
               ACCEPT WS-CUSTOMER-IN
               IF WS-CUSTOMER-IN = SPACES
                   DISPLAY "A member number or customer id is "
                       "required."
                   GO TO 0000-EXIT
               END-IF
           END-IF.

           OPEN INPUT COMMS-HISTORY.
           IF WS-CMH-STATUS NOT = "00"
               DISPLAY "No COMMS-HISTORY on file, status "
                   WS-CMH-STATUS
               GO TO 0000-EXIT
           END-IF.

           MOVE WS-MEMBER-IN TO CMH-MEMBER-NUMBER.
           MOVE ZERO TO CMH-SENT-AT.
           MOVE ZERO TO CMH-SEQUENCE.
           START COMMS-HISTORY KEY IS NOT LESS THAN CMH-KEY
               INVALID KEY
                   MOVE "10" TO WS-CMH-STATUS
           END-START.

           DISPLAY "SENT AT        CHAN  TEMPLATE OUTCOME  "
               "DATE     RECIPIENT / CUSTOMER / REF".
           PERFORM 1000-SHOW-ONE-MESSAGE
               UNTIL WS-CMH-STATUS NOT = "00".

           CLOSE COMMS-HISTORY.

           IF WS-SHOWN = ZERO
               DISPLAY "No messages on file for member "
                   WS-MEMBER-IN " " WS-CUSTOMER-IN "."
           ELSE
               DISPLAY WS-SHOWN " messages shown, " WS-BOUNCED
                   " bounced, " WS-NOT-SENT " could not be sent."
           END-IF.

       0000-EXIT.
           STOP RUN.

       1000-SHOW-ONE-MESSAGE.
           READ COMMS-HISTORY NEXT
               AT END
                   MOVE "10" TO WS-CMH-STATUS
               NOT AT END
                   IF CMH-MEMBER-NUMBER NOT = WS-MEMBER-IN
                       MOVE "10" TO WS-CMH-STATUS
                   ELSE
                       IF WS-CUSTOMER-IN = SPACES
                           OR CMH-CUSTOMER-ID = WS-CUSTOMER-IN
                           PERFORM 2000-DISPLAY-THE-MESSAGE
                       END-IF
                   END-IF
           END-READ.

       2000-DISPLAY-THE-MESSAGE.
           ADD 1 TO WS-SHOWN.
           EVALUATE TRUE
               WHEN CMH-BY-EMAIL
                   MOVE "EMAIL" TO WS-CHANNEL-WORD
               WHEN CMH-BY-POST
                   MOVE "POST"  TO WS-CHANNEL-WORD
               WHEN CMH-BY-TEXT
                   MOVE "TEXT"  TO WS-CHANNEL-WORD
               WHEN OTHER
                   MOVE CMH-CHANNEL TO WS-CHANNEL-WORD
           END-EVALUATE.
           EVALUATE TRUE
               WHEN CMH-WAS-SENT
                   MOVE "SENT"     TO WS-OUTCOME-WORD
               WHEN CMH-WAS-BOUNCED
                   MOVE "BOUNCED"  TO WS-OUTCOME-WORD
                   ADD 1 TO WS-BOUNCED
               WHEN CMH-NOT-SENT
                   MOVE "NOT SENT" TO WS-OUTCOME-WORD
                   ADD 1 TO WS-NOT-SENT
               WHEN OTHER
                   MOVE CMH-OUTCOME TO WS-OUTCOME-WORD
           END-EVALUATE.

           DISPLAY CMH-SENT-AT " " WS-CHANNEL-WORD " "
               CMH-TEMPLATE-ID " " WS-OUTCOME-WORD " "
               CMH-OUTCOME-DATE " " CMH-RECIPIENT.
           IF CMH-CUSTOMER-ID NOT = SPACES
               OR CMH-REFERENCE NOT = SPACES
               OR CMH-OUTCOME-NOTE NOT = SPACES
               DISPLAY "               by " CMH-SENT-BY
                   " customer " CMH-CUSTOMER-ID
                   " ref " CMH-REFERENCE
                   " " CMH-OUTCOME-NOTE
           END-IF.

           COPY "auditapp.cpy".

           COPY "signon.cpy".
