      *> file - so a member hears from us BEFORE the lapse run
      *> quietly retires them. Members with an email also get a
      *> RENEW01 message on the NOTIFY-QUEUE for the overnight
      *> formatter. Honorary members are never sent a notice - an
      *> honorary membership does not run out. Each printed notice
      *> goes on the member's COMMS-HISTORY (the emailed copy is
      *> recorded by the formatter when it goes).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

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
       FD  PERSON-MASTER.
       FD  RUN-CONTROL.
           COPY "runctl.cpy".

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
       COPY "tmpltbl.cpy".
       COPY "rptarwk.cpy".
       01 WS-RNC-STATUS      PIC X(02).

       01 WS-PM-STATUS       PIC X(02).
       01 WS-TPL-STATUS      PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-NQ-STATUS       PIC X(02).
       01 WS-CMH-STATUS      PIC X(02).
       01 WS-NOW             PIC 9(14).

       01 WS-TODAY           PIC 9(08).
               GO TO 0000-EXIT
           END-IF.

           MOVE "RENEWLTR"           TO WS-RA-REPORT-NAME.
           MOVE "MEMBERSHIP-RENEWAL" TO WS-RA-PROGRAM-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE LOW-VALUES TO PM-KEY.
           START PERSON-MASTER KEY IS NOT LESS THAN PM-KEY
               INVALID KEY

           CLOSE PERSON-MASTER.
           CLOSE RENEWAL-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           DISPLAY "Renewal notices sent: " WS-NOTICES-SENT.
           DISPLAY "Suppressed (deceased/opt-out): "
                   MOVE "10" TO WS-PM-STATUS
               NOT AT END
                   IF NOT PM-IS-LAPSED
                       AND NOT PM-IS-HONORARY
                       AND PM-EXPIRY-DATE NUMERIC
                       AND PM-EXPIRY-DATE > ZERO
                       AND PM-EXPIRY-DATE >= WS-TODAY

           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           PERFORM 2300-RECORD-THE-NOTICE.

           IF PM-EMAIL NOT = SPACES AND NOT PM-NO-EMAIL
               PERFORM 2200-QUEUE-THE-MESSAGE
           MOVE PM-EXPIRY-DATE TO NQ-SUB-DATE.
           MOVE PM-CITY        TO NQ-SUB-EXTRA.
           MOVE PM-MEMBER-NUMBER TO NQ-MEMBER-NUMBER.
           MOVE SPACES           TO NQ-CAMPAIGN-ID.
           PERFORM 8500-WRITE-NOTIFICATION.

       2300-RECORD-THE-NOTICE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           IF PM-MEMBER-NUMBER NUMERIC
               MOVE PM-MEMBER-NUMBER TO CMH-MEMBER-NUMBER
           ELSE
               MOVE ZERO TO CMH-MEMBER-NUMBER
           END-IF.
           MOVE WS-NOW           TO CMH-SENT-AT.
           MOVE "P"              TO CMH-CHANNEL.
           MOVE "RENEW01"        TO CMH-TEMPLATE-ID.
           MOVE SPACES           TO CMH-RECIPIENT.
           MOVE SPACES           TO CMH-CUSTOMER-ID.
           MOVE SPACES           TO CMH-REFERENCE.
           MOVE "MEMBERSHIP-RENEWAL" TO CMH-SENT-BY.
           MOVE "S"              TO CMH-OUTCOME.
           MOVE WS-TODAY         TO CMH-OUTCOME-DATE.
           MOVE SPACES           TO CMH-OUTCOME-NOTE.
           PERFORM 8600-WRITE-COMMS-HISTORY.

       4000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

           COPY "runcproc.cpy".
           COPY "tmplfmt.cpy".
           COPY "notifapp.cpy".
           COPY "commsapp.cpy".
           COPY "rptarch.cpy".
