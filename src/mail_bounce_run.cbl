      *> instead, and the bounce lands on the MAILEXC exception
      *> list for the desk to chase a corrected address. A bounce
      *> matching no member is listed too - those are the mysteries
      *> worth a phone call. The member's COMMS-HISTORY entry for
      *> the email (the latest one of that template to that
      *> address) is marked bounced with the gateway's reason.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

           SELECT COMMS-HISTORY ASSIGN TO "COMMSHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMH-KEY
               FILE STATUS IS WS-CMH-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-STATUS.

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
       FD  MAIL-RETURNS.
       FD  RUN-CONTROL.
           COPY "runctl.cpy".

       FD  COMMS-HISTORY.
           COPY "commshist.cpy".

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".

       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       FD  REPORT-INDEX.
           COPY "rptindex.cpy".

       FD  REPORT-STORE.
           COPY "rptstore.cpy".

       FD  RETENTION-POLICY.
           COPY "retpol.cpy".

       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".
       COPY "runctbl.cpy".
       COPY "rptarwk.cpy".

       01 WS-MR-STATUS       PIC X(02).
       01 WS-PM-STATUS       PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-RNC-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-CMH-STATUS      PIC X(02).
       01 WS-BOUNCE-MEMBER   PIC 9(08).
       01 WS-SEND-FOUND      PIC X(01).
       01 WS-SEND-KEY        PIC X(26).
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).


           OPEN OUTPUT EXCEPTION-PRINT.

           MOVE "MAILEXC"         TO WS-RA-REPORT-NAME.
           MOVE "MAIL-BOUNCE-RUN" TO WS-RA-PROGRAM-ID.
           MOVE WS-OPERATOR-ID    TO WS-RA-OPERATOR-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE "BOUNCED MAIL - addresses needing correction"
               TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           CLOSE MAIL-RETURNS.
           CLOSE PERSON-MASTER.
           CLOSE EXCEPTION-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           DISPLAY "Bounces read      : " WS-BOUNCES-READ.
           DISPLAY "Emails flagged bad: " WS-EMAILS-FLAGGED.
           MOVE MR-BOUNCE-DATE TO NQ-SUB-DATE.
           MOVE PM-CITY        TO NQ-SUB-EXTRA.
           MOVE PM-MEMBER-NUMBER TO NQ-MEMBER-NUMBER.
           MOVE SPACES           TO NQ-CAMPAIGN-ID.
           PERFORM 8500-WRITE-NOTIFICATION.
           ADD 1 TO WS-REQUEUED.

                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

           PERFORM 3500-MARK-THE-BOUNCE THRU 3500-EXIT.
           PERFORM 8100-LOG-ONE-BOUNCE.

       3500-MARK-THE-BOUNCE.
           IF PM-MEMBER-NUMBER NUMERIC
               MOVE PM-MEMBER-NUMBER TO WS-BOUNCE-MEMBER
           ELSE
               MOVE ZERO TO WS-BOUNCE-MEMBER
           END-IF.
           MOVE "N" TO WS-SEND-FOUND.

           OPEN I-O COMMS-HISTORY.
           IF WS-CMH-STATUS = "00"
               MOVE WS-BOUNCE-MEMBER TO CMH-MEMBER-NUMBER
               MOVE ZERO TO CMH-SENT-AT
               MOVE ZERO TO CMH-SEQUENCE
               START COMMS-HISTORY KEY IS NOT LESS THAN CMH-KEY
                   INVALID KEY
                       MOVE "10" TO WS-CMH-STATUS
               END-START
               PERFORM 3510-CHECK-ONE-SEND
                   UNTIL WS-CMH-STATUS NOT = "00"
               IF WS-SEND-FOUND = "Y"
                   PERFORM 3520-REWRITE-THE-SEND
               END-IF
               CLOSE COMMS-HISTORY
           END-IF.

           IF WS-SEND-FOUND = "Y"
               GO TO 3500-EXIT
           END-IF.

      *> No send on file to mark (it went before the history was
      *> kept) - the bounce is recorded on its own.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-BOUNCE-MEMBER TO CMH-MEMBER-NUMBER.
           MOVE WS-NOW           TO CMH-SENT-AT.
           MOVE "E"              TO CMH-CHANNEL.
           MOVE MR-TEMPLATE-ID   TO CMH-TEMPLATE-ID.
           MOVE MR-RECIPIENT     TO CMH-RECIPIENT.
           MOVE SPACES           TO CMH-CUSTOMER-ID.
           MOVE SPACES           TO CMH-REFERENCE.
           MOVE "MAIL-BOUNCE-RUN" TO CMH-SENT-BY.
           MOVE "B"              TO CMH-OUTCOME.
           MOVE MR-BOUNCE-DATE   TO CMH-OUTCOME-DATE.
           MOVE MR-REASON        TO CMH-OUTCOME-NOTE.
           PERFORM 8600-WRITE-COMMS-HISTORY.

       3500-EXIT.
           EXIT.

       3510-CHECK-ONE-SEND.
      *> The member's entries read oldest first - the last match
      *> is the send that bounced.
           READ COMMS-HISTORY NEXT
               AT END
                   MOVE "10" TO WS-CMH-STATUS
               NOT AT END
                   IF CMH-MEMBER-NUMBER NOT = WS-BOUNCE-MEMBER
                       MOVE "10" TO WS-CMH-STATUS
                   ELSE
                       IF CMH-BY-EMAIL
                           AND CMH-WAS-SENT
                           AND CMH-TEMPLATE-ID = MR-TEMPLATE-ID
                           AND CMH-RECIPIENT = MR-RECIPIENT
                           MOVE "Y" TO WS-SEND-FOUND
                           MOVE CMH-KEY TO WS-SEND-KEY
                       END-IF
                   END-IF
           END-READ.

       3520-REWRITE-THE-SEND.
           MOVE WS-SEND-KEY TO CMH-KEY.
           READ COMMS-HISTORY
               KEY IS CMH-KEY
               INVALID KEY
                   MOVE "N" TO WS-SEND-FOUND
           END-READ.
           IF WS-SEND-FOUND = "Y"
               MOVE "B"            TO CMH-OUTCOME
               MOVE MR-BOUNCE-DATE TO CMH-OUTCOME-DATE
               MOVE MR-REASON      TO CMH-OUTCOME-NOTE
               REWRITE CMH-RECORD
               IF WS-CMH-STATUS NOT = "00"
                   DISPLAY "COMMS-HISTORY rewrite failed, status "
                       WS-CMH-STATUS
               END-IF
           END-IF.

       4000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

       8100-LOG-ONE-BOUNCE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           COPY "runcproc.cpy".
           COPY "auditapp.cpy".
           COPY "notifapp.cpy".
           COPY "commsapp.cpy".
           COPY "rptarch.cpy".

           COPY "signon.cpy".
