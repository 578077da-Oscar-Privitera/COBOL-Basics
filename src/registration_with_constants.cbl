      *>                 year - expiry stamped one year out,
      *>                 status active - for the renewal and lapse
      *>                 runs.
      *> 2026-10-15  OP  A registration takes the membership category
      *>                 its age calls for (junior, adult or senior);
      *>                 an existing record keeps a category it
      *>                 already has.
      *> 2026-10-15  OP  A new registration writes an "A" record to
      *>                 PERSON-HISTORY, as an add at the desk does,
      *>                 so the nightly card run picks up the
      *>                 members STEP1 registered.
      *> 2026-10-15  OP  Queue messages carry a blank NQ-CAMPAIGN-ID -
      *>                 only the campaign run stamps one.
      *> 2026-10-15  OP  The shared audit appender now sequences
      *>                 and chains every entry (AUDITWK).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PM-STATUS.

           SELECT PERSON-HISTORY ASSIGN TO "PERSHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PH-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       FD  PERSON-MASTER.
           COPY "persmast.cpy".

       FD  PERSON-HISTORY.
           COPY "pershist.cpy".

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".


       COPY "runctbl.cpy".
       COPY "tmpltbl.cpy".
       COPY "majagetbl.cpy".
       COPY "memcattb.cpy".

       78 APP-NAME VALUE "People Manager".
       78 APP-VERSION VALUE "v1.0.0".
       01 WS-DEFAULT-COUNTRY-EFF PIC X(20).
       01 WS-PM-STATUS PIC X(02).
       01 WS-AUD-STATUS PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-CTL-STATUS PIC X(02).
       01 WS-RNC-STATUS PIC X(02).
       01 WS-RS-STATUS PIC X(02).
       01 WS-REJ-STATUS PIC X(02).
       01 WS-MSQ-STATUS PIC X(02).
       01 WS-PH-STATUS PIC X(02).
       01 WS-NEW-MEMBER PIC X(01).
       01 WS-MEMBER-NUMBER PIC 9(08).
       01 WS-NOW PIC 9(14).
       01 WS-REG-TOTAL PIC 9(08) VALUE ZERO.
           DISPLAY MAX-WS-AGE.

           PERFORM 7000-LOAD-REG-CONTROL.
           MOVE SPACES TO WS-COUNTRY-CODE.
           PERFORM 5990-LOAD-MEMBER-CATEGORIES.

           PERFORM SAVE-TO-PERSON-MASTER.

               MOVE WS-EMAIL     TO PM-EMAIL
               MOVE WS-PHONE     TO PM-PHONE

               MOVE "N" TO WS-NEW-MEMBER
               IF WS-PM-STATUS = "00"
                   IF PM-MEMBER-NUMBER NOT NUMERIC
                       OR PM-MEMBER-NUMBER = ZERO
                       PERFORM 7400-ASSIGN-MEMBER-NUMBER
                       MOVE WS-MEMBER-NUMBER TO PM-MEMBER-NUMBER
                   END-IF
                   IF NOT PM-CATEGORY-IS-VALID
                       PERFORM 7460-SET-CATEGORY-BY-AGE
                   END-IF
                   REWRITE PM-RECORD
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:8)
                   PERFORM 7400-ASSIGN-MEMBER-NUMBER
                   MOVE WS-MEMBER-NUMBER TO PM-MEMBER-NUMBER
                   PERFORM 7450-SET-FIRST-EXPIRY
                   PERFORM 7460-SET-CATEGORY-BY-AGE
                   MOVE "Y" TO WS-NEW-MEMBER
                   WRITE PM-RECORD
               END-IF

                   ADD 1 TO WS-REG-TOTAL
                   PERFORM 7100-UPDATE-REG-CONTROL
                   PERFORM 8600-QUEUE-WELCOME-MESSAGE
                   IF WS-NEW-MEMBER = "Y"
                       PERFORM 8700-WRITE-ADD-HISTORY
                   END-IF
               ELSE
                   DISPLAY "PERSON-MASTER write failed, status "
                       WS-PM-STATUS
           MOVE PM-REGISTRATION-DATE TO NQ-SUB-DATE.
           MOVE WS-CITY         TO NQ-SUB-EXTRA.
           MOVE PM-MEMBER-NUMBER TO NQ-MEMBER-NUMBER.
           MOVE SPACES           TO NQ-CAMPAIGN-ID.
           PERFORM 8500-WRITE-NOTIFICATION.

       8700-WRITE-ADD-HISTORY.
      *> The same "A" record PERSON-MAINTENANCE writes for an add -
      *> nothing before, the new record after.
           OPEN EXTEND PERSON-HISTORY.
           IF WS-PH-STATUS = "05" OR WS-PH-STATUS = "35"
               OPEN OUTPUT PERSON-HISTORY
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO PH-TIMESTAMP.
           MOVE WS-OPERATOR-ID   TO PH-OPERATOR-ID.
           MOVE "A"              TO PH-ACTION.
           MOVE PM-MEMBER-NUMBER TO PH-MEMBER-NUMBER.
           MOVE SPACES           TO PH-BEFORE-IMAGE.
           MOVE PM-RECORD        TO PH-AFTER-IMAGE.
           WRITE PH-RECORD.
           IF WS-PH-STATUS NOT = "00"
               DISPLAY "PERSON-HISTORY write failed, status "
                   WS-PH-STATUS
           END-IF.

           CLOSE PERSON-HISTORY.

       7000-LOAD-REG-CONTROL.
      *> Brings forward the running registration count from the prior
      *> run, so the control total on display is since-inception, not
           END-IF.
           MOVE "A" TO PM-MEMBER-STATUS.

       7460-SET-CATEGORY-BY-AGE.
      *> Without a usable date of birth the record is left for the
      *> nightly category run to settle once one is keyed.
           MOVE SPACES TO PM-MEMBER-CATEGORY.
           IF WS-DOB-VALID = "Y"
               MOVE WS-AGE TO WS-MC-AGE
               PERFORM 5994-CATEGORY-BY-AGE
               MOVE WS-MC-BY-AGE TO PM-MEMBER-CATEGORY
           END-IF.

       7100-UPDATE-REG-CONTROL.
           MOVE WS-REG-TOTAL TO REGCT-TOTAL-SAVED.
           OPEN OUTPUT REG-CONTROL.
           COPY "runcproc.cpy".
           COPY "notifapp.cpy".
           COPY "tmplfmt.cpy".
           COPY "majageld.cpy".
           COPY "memcatld.cpy".

           COPY "signon.cpy".
