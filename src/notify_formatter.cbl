      *>                 number the queue record now carries) -
      *>                 the no-email third of the book stops
      *>                 being second-class.
      *> 2026-10-15  OP  Compiled-in wording for CATMOVE1, the nightly
      *>                 category run's notice that a member has
      *>                 moved up a membership category.
      *> 2026-10-15  OP  Compiled-in wording for EVPROMO1, the notice
      *>                 that a waiting-list member now has a place
      *>                 on an event.
      *> 2026-10-15  OP  A campaign message carries its campaign id
      *>                 on a "Ref:" line under the recipient, so a
      *>                 reply can be keyed against the campaign.
      *> 2026-10-15  OP  Every email formatted and every letter
      *>                 printed (or left unsent for want of an
      *>                 address) goes on the member's COMMS-HISTORY,
      *>                 so the question is answerable after the
      *>                 queue is cleared.
      *> 2026-10-15  OP  Text messages: a member with a phone and no
      *>                 usable email, or who asked for texts first,
      *>                 gets the template's "S" wording on SMS-OUT
      *>                 for the text gateway instead of a letter or
      *>                 an email - unless they opted out of texts or
      *>                 no text wording is on TEMPLATES. SMS-OUT
      *>                 closes with a count trailer. PERSON-MASTER
      *>                 is now opened once for the run and looked
      *>                 up for every event that names a member.
      *> 2026-10-15  OP  Registered on the report archive - the
      *>                 NIGHTLTR print goes on REPORT-INDEX with a
      *>                 copy of every line on REPORT-STORE, so
      *>                 REPORT-ARCHIVE can find, reprint and
      *>                 expire it.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LTR-STATUS.

           SELECT SMS-OUT ASSIGN TO "SMSOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SMS-STATUS.

           SELECT COMMS-HISTORY ASSIGN TO "COMMSHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMH-KEY
               FILE STATUS IS WS-CMH-STATUS.

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
       FD  NOTIFY-QUEUE.
       FD  LETTER-PRINT.
       01 LTR-RECORD PIC X(132).

       FD  SMS-OUT.
           COPY "smsout.cpy".

       FD  COMMS-HISTORY.
           COPY "commshist.cpy".

       FD  REPORT-INDEX.
           COPY "rptindex.cpy".

       FD  REPORT-STORE.
           COPY "rptstore.cpy".

       FD  RETENTION-POLICY.
           COPY "retpol.cpy".

       WORKING-STORAGE SECTION.
       COPY "runctbl.cpy".
       COPY "rptarwk.cpy".
       01 WS-RNC-STATUS      PIC X(02).

       COPY "tmpltbl.cpy".
       01 WS-LTR-STATUS      PIC X(02).
       01 WS-LETTERS-OUT     PIC 9(06) VALUE ZERO.
       01 WS-NO-ADDRESS      PIC 9(06) VALUE ZERO.
       01 WS-MEMBER-FOUND    PIC X(01).
       01 WS-PM-OPEN         PIC X(01) VALUE "N".
       01 WS-SMS-STATUS      PIC X(02).
       01 WS-TEXTS-OUT       PIC 9(06) VALUE ZERO.
       01 WS-NO-TEXT-WORDING PIC 9(06) VALUE ZERO.
       01 WS-TEXT-SENT       PIC X(01).
       01 WS-CMH-STATUS      PIC X(02).
       01 WS-NOW             PIC 9(14).
       01 WS-LETTER-OUTCOME  PIC X(01).
       01 WS-LETTER-NOTE     PIC X(20).
       01 MO-LINE            PIC X(132).
       01 LTR-LINE           PIC X(132).

               GO TO 0000-EXIT
           END-IF.

           OPEN OUTPUT SMS-OUT.
           IF WS-SMS-STATUS NOT = "00"
               DISPLAY "Could not open SMSOUT, status "
                   WS-SMS-STATUS
               CLOSE NOTIFY-QUEUE
               CLOSE MAILOUT-FILE
               CLOSE LETTER-PRINT
               GO TO 0000-EXIT
           END-IF.

           MOVE "NIGHTLTR"         TO WS-RA-REPORT-NAME.
           MOVE "NOTIFY-FORMATTER" TO WS-RA-PROGRAM-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

      *> An unreadable master is not fatal - the events still go
      *> by email, and the letters are recorded as not sent.
           OPEN INPUT PERSON-MASTER.
           IF WS-PM-STATUS = "00"
               MOVE "Y" TO WS-PM-OPEN
           END-IF.

           PERFORM 1000-FORMAT-ONE-MESSAGE UNTIL WS-NQ-STATUS = "10".

           PERFORM 4200-WRITE-SMS-TRAILER.

           CLOSE NOTIFY-QUEUE.
           CLOSE MAILOUT-FILE.
           CLOSE LETTER-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.
           CLOSE SMS-OUT.
           IF WS-PM-OPEN = "Y"
               CLOSE PERSON-MASTER
           END-IF.

      *> Queue cleared only after the mail file closed cleanly - a
      *> crash above leaves the queue intact for the next run.
           CLOSE NOTIFY-QUEUE.

           DISPLAY "Messages formatted : " WS-MESSAGES-OUT.
           DISPLAY "Texts sent         : " WS-TEXTS-OUT.
           DISPLAY "No text wording    : " WS-NO-TEXT-WORDING.
           DISPLAY "Letters printed    : " WS-LETTERS-OUT.
           DISPLAY "No postal address  : " WS-NO-ADDRESS.
           DISPLAY "Unknown templates  : " WS-UNKNOWN-IDS.
           END-READ.

       1100-RENDER-ONE-MESSAGE.
           PERFORM 1050-FIND-THE-MEMBER THRU 1050-EXIT.

      *> A member with no usable email, or who asked for texts
      *> first, is sent a text when one can go; otherwise the event
      *> carries on to email or post as before.
           IF WS-MEMBER-FOUND = "Y"
               AND (NQ-RECIPIENT = SPACES OR PM-PREFERS-TEXT)
               PERFORM 4000-SEND-TEXT-MESSAGE THRU 4000-EXIT
               IF WS-TEXT-SENT = "Y"
                   GO TO 1100-EXIT
               END-IF
           END-IF.

      *> No usable email on the event - it goes by post instead of
      *> nowhere.
           IF NQ-RECIPIENT = SPACES
                  NQ-RECIPIENT DELIMITED BY SIZE
                  INTO MO-LINE.
           PERFORM 2000-WRITE-MAIL-LINE.
           IF NQ-CAMPAIGN-ID NOT = SPACES
               MOVE SPACES TO MO-LINE
               STRING "Ref: " DELIMITED BY SIZE
                      NQ-CAMPAIGN-ID DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      NQ-MEMBER-NUMBER DELIMITED BY SIZE
                      INTO MO-LINE
               PERFORM 2000-WRITE-MAIL-LINE
           END-IF.

      *> The office-maintained template wins when one is on file;
      *> the compiled-in wording below only covers ids with no
               MOVE SPACES TO MO-LINE
               PERFORM 2000-WRITE-MAIL-LINE
               ADD 1 TO WS-MESSAGES-OUT
               PERFORM 1300-RECORD-THE-EMAIL
               GO TO 1100-EXIT
           END-IF.

                          NQ-SUB-DATE DELIMITED BY SIZE
                          "." DELIMITED BY SIZE
                          INTO MO-LINE
               WHEN "CATMOVE1"
                   MOVE SPACES TO MO-LINE
                   STRING "Hello " DELIMITED BY SIZE
                          NQ-SUB-NAME DELIMITED BY SPACE
                          " - your membership moved to the "
                              DELIMITED BY SIZE
                          NQ-SUB-EXTRA DELIMITED BY SPACE
                          " category on " DELIMITED BY SIZE
                          NQ-SUB-DATE DELIMITED BY SIZE
                          "." DELIMITED BY SIZE
                          INTO MO-LINE
               WHEN "EVPROMO1"
                   MOVE SPACES TO MO-LINE
                   STRING "Hello " DELIMITED BY SIZE
                          NQ-SUB-NAME DELIMITED BY SPACE
                          " - a place came free and you are now "
                              DELIMITED BY SIZE
                          "booked on " DELIMITED BY SIZE
                          NQ-SUB-EXTRA DELIMITED BY "  "
                          " on " DELIMITED BY SIZE
                          NQ-SUB-DATE DELIMITED BY SIZE
                          "." DELIMITED BY SIZE
                          INTO MO-LINE
               WHEN OTHER
                   ADD 1 TO WS-UNKNOWN-IDS
                   MOVE SPACES TO MO-LINE
           PERFORM 2000-WRITE-MAIL-LINE.

           ADD 1 TO WS-MESSAGES-OUT.
           PERFORM 1300-RECORD-THE-EMAIL.

       1100-EXIT.
           EXIT.

       1050-FIND-THE-MEMBER.
      *> The member comes off PERSON-MASTER by the member number
      *> the queue record carries - a scan, the master being keyed
      *> on lastname+zip. An event with no member number (or a
      *> member since deleted) is left as not found.
           MOVE "N" TO WS-MEMBER-FOUND.
           IF NQ-MEMBER-NUMBER NOT NUMERIC
               OR NQ-MEMBER-NUMBER = ZERO
               OR WS-PM-OPEN NOT = "Y"
               GO TO 1050-EXIT
           END-IF.

           MOVE LOW-VALUES TO PM-KEY.
           MOVE "00" TO WS-PM-STATUS.
           START PERSON-MASTER KEY IS NOT LESS THAN PM-KEY
               INVALID KEY
                   MOVE "10" TO WS-PM-STATUS
           END-START.

           PERFORM 3100-SCAN-ONE-MEMBER
               UNTIL WS-PM-STATUS NOT = "00"
               OR WS-MEMBER-FOUND = "Y".

       1050-EXIT.
           EXIT.

       1200-WRITE-ONE-MERGED-LINE.
           MOVE WS-TPL-OUT(WS-TPL-LINE) TO MO-LINE.
           PERFORM 2000-WRITE-MAIL-LINE.

       1300-RECORD-THE-EMAIL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           IF NQ-MEMBER-NUMBER NUMERIC
               MOVE NQ-MEMBER-NUMBER TO CMH-MEMBER-NUMBER
           ELSE
               MOVE ZERO TO CMH-MEMBER-NUMBER
           END-IF.
           MOVE WS-NOW            TO CMH-SENT-AT.
           MOVE "E"               TO CMH-CHANNEL.
           MOVE NQ-TEMPLATE-ID    TO CMH-TEMPLATE-ID.
           MOVE NQ-RECIPIENT      TO CMH-RECIPIENT.
           MOVE SPACES            TO CMH-CUSTOMER-ID.
           MOVE NQ-CAMPAIGN-ID    TO CMH-REFERENCE.
           MOVE "NOTIFY-FORMATTER" TO CMH-SENT-BY.
           MOVE "S"               TO CMH-OUTCOME.
           MOVE WS-NOW(1:8)       TO CMH-OUTCOME-DATE.
           MOVE SPACES            TO CMH-OUTCOME-NOTE.
           PERFORM 8600-WRITE-COMMS-HISTORY.

       2000-WRITE-MAIL-LINE.
           MOVE MO-LINE TO MO-RECORD.
           WRITE MO-RECORD.

       3000-PRINT-FALLBACK-LETTER.
      *> The postal address is the member 1050 found on
      *> PERSON-MASTER. An event with no member number (or a
      *> member since deleted) is counted and left for the desk.
           MOVE "U" TO WS-LETTER-OUTCOME.
           IF NQ-MEMBER-NUMBER NOT NUMERIC
               OR NQ-MEMBER-NUMBER = ZERO
               ADD 1 TO WS-NO-ADDRESS
               MOVE "NO MEMBER NUMBER" TO WS-LETTER-NOTE
               PERFORM 3400-RECORD-THE-LETTER
               GO TO 3000-EXIT
           END-IF.

           IF WS-PM-OPEN NOT = "Y"
               ADD 1 TO WS-NO-ADDRESS
               MOVE "MASTER NOT READABLE" TO WS-LETTER-NOTE
               PERFORM 3400-RECORD-THE-LETTER
               GO TO 3000-EXIT
           END-IF.

           IF WS-MEMBER-FOUND NOT = "Y"
               ADD 1 TO WS-NO-ADDRESS
               MOVE "MEMBER NOT ON FILE" TO WS-LETTER-NOTE
               PERFORM 3400-RECORD-THE-LETTER
               GO TO 3000-EXIT
           END-IF.

           IF PM-IS-DECEASED OR PM-NO-POST
               ADD 1 TO WS-NO-ADDRESS
               IF PM-IS-DECEASED
                   MOVE "DECEASED" TO WS-LETTER-NOTE
               ELSE
                   MOVE "POST OPT-OUT" TO WS-LETTER-NOTE
               END-IF
               PERFORM 3400-RECORD-THE-LETTER
               GO TO 3000-EXIT
           END-IF.

           MOVE SPACES TO LTR-LINE.
           PERFORM 3200-WRITE-LETTER-LINE.
           ADD 1 TO WS-LETTERS-OUT.
           MOVE "S" TO WS-LETTER-OUTCOME.
           MOVE SPACES TO WS-LETTER-NOTE.
           PERFORM 3400-RECORD-THE-LETTER.

       3000-EXIT.
           EXIT.
               NOT AT END
                   IF PM-MEMBER-NUMBER NUMERIC
                       AND PM-MEMBER-NUMBER = NQ-MEMBER-NUMBER
                       MOVE "Y" TO WS-MEMBER-FOUND
                   END-IF
           END-READ.

       3200-WRITE-LETTER-LINE.
           MOVE LTR-LINE TO LTR-RECORD.
           WRITE LTR-RECORD.
           MOVE LTR-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

       3300-WRITE-ONE-MERGED-LINE.
           MOVE WS-TPL-OUT(WS-TPL-LINE) TO LTR-LINE.
           PERFORM 3200-WRITE-LETTER-LINE.

       3400-RECORD-THE-LETTER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           IF NQ-MEMBER-NUMBER NUMERIC
               MOVE NQ-MEMBER-NUMBER TO CMH-MEMBER-NUMBER
           ELSE
               MOVE ZERO TO CMH-MEMBER-NUMBER
           END-IF.
           MOVE WS-NOW            TO CMH-SENT-AT.
           MOVE "P"               TO CMH-CHANNEL.
           MOVE NQ-TEMPLATE-ID    TO CMH-TEMPLATE-ID.
           MOVE SPACES            TO CMH-RECIPIENT.
           MOVE SPACES            TO CMH-CUSTOMER-ID.
           MOVE NQ-CAMPAIGN-ID    TO CMH-REFERENCE.
           MOVE "NOTIFY-FORMATTER" TO CMH-SENT-BY.
           MOVE WS-LETTER-OUTCOME TO CMH-OUTCOME.
           MOVE WS-NOW(1:8)       TO CMH-OUTCOME-DATE.
           MOVE WS-LETTER-NOTE    TO CMH-OUTCOME-NOTE.
           PERFORM 8600-WRITE-COMMS-HISTORY.

       4000-SEND-TEXT-MESSAGE.
      *> A text needs a phone, a member who has not opted out of
      *> texts (nor died), and the template's "S" wording on
      *> TEMPLATES - there is no compiled-in text wording, so an
      *> event without one goes by email or post instead.
           MOVE "N" TO WS-TEXT-SENT.
           IF PM-PHONE = SPACES
               OR PM-NO-SMS
               OR PM-IS-DECEASED
               GO TO 4000-EXIT
           END-IF.

           MOVE NQ-TEMPLATE-ID TO WS-TPL-WANTED-ID.
           MOVE NQ-SUB-NAME    TO WS-TPL-SUB-NAME.
           MOVE NQ-SUB-DATE    TO WS-TPL-SUB-DATE.
           MOVE SPACES         TO WS-TPL-SUB-AMT.
           MOVE NQ-SUB-EXTRA   TO WS-TPL-SUB-XTRA.
           MOVE "S"            TO WS-TPL-CHANNEL.
           PERFORM 6500-MERGE-TEMPLATE.
           MOVE SPACES         TO WS-TPL-CHANNEL.
           IF WS-TPL-FOUND NOT = "Y"
               ADD 1 TO WS-NO-TEXT-WORDING
               GO TO 4000-EXIT
           END-IF.

           MOVE SPACES           TO SMS-RECORD.
           MOVE "M"              TO SMS-RECORD-TYPE.
           MOVE PM-PHONE         TO SMS-PHONE.
           MOVE NQ-MEMBER-NUMBER TO SMS-MEMBER-NUMBER.
           MOVE NQ-TEMPLATE-ID   TO SMS-TEMPLATE-ID.
           MOVE WS-TPL-OUT(1)    TO SMS-TEXT.
           WRITE SMS-RECORD.
           ADD 1 TO WS-TEXTS-OUT.
           MOVE "Y" TO WS-TEXT-SENT.
           PERFORM 4100-RECORD-THE-TEXT.

       4000-EXIT.
           EXIT.

       4100-RECORD-THE-TEXT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE NQ-MEMBER-NUMBER  TO CMH-MEMBER-NUMBER.
           MOVE WS-NOW            TO CMH-SENT-AT.
           MOVE "S"               TO CMH-CHANNEL.
           MOVE NQ-TEMPLATE-ID    TO CMH-TEMPLATE-ID.
           MOVE PM-PHONE          TO CMH-RECIPIENT.
           MOVE SPACES            TO CMH-CUSTOMER-ID.
           MOVE NQ-CAMPAIGN-ID    TO CMH-REFERENCE.
           MOVE "NOTIFY-FORMATTER" TO CMH-SENT-BY.
           MOVE "S"               TO CMH-OUTCOME.
           MOVE WS-NOW(1:8)       TO CMH-OUTCOME-DATE.
           MOVE SPACES            TO CMH-OUTCOME-NOTE.
           PERFORM 8600-WRITE-COMMS-HISTORY.

       4200-WRITE-SMS-TRAILER.
      *> Written even on a night with no texts, so the gateway can
      *> tell an empty run from a file that never arrived.
           MOVE SPACES       TO SMS-RECORD.
           MOVE "T"          TO SMS-RECORD-TYPE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SMST-RUN-DATE.
           MOVE WS-TEXTS-OUT TO SMST-MESSAGE-COUNT.
           WRITE SMS-RECORD.

           COPY "tmplfmt.cpy".

           COPY "runcproc.cpy".

           COPY "commsapp.cpy".
           COPY "rptarch.cpy".
