      *> letter twice, and the step up to the final demand assesses
      *> the standard late-payment interest onto the item exactly
      *> once - the charge lands on the customer's next statement
      *> because the statement reads these same open items. An
      *> item with an open promise to pay on the PROMISE-DIARY is
      *> held back until the promised date has gone - the customer
      *> is not sent a letter the day after promising the money.
      *> Every letter goes on COMMS-HISTORY under the member the
      *> customer was promoted from (member zero for a customer
      *> that never was one).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS AR-INVOICE-NUMBER
               FILE STATUS IS WS-AR-STATUS.

           SELECT PROMISE-DIARY ASSIGN TO "PTPDIARY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTP-KEY
               FILE STATUS IS WS-PTP-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

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

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT MEMBER-CUSTOMER-LINK ASSIGN TO "MEMCUSTLNK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ML-STATUS.

           SELECT COMMS-HISTORY ASSIGN TO "COMMSHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMH-KEY
               FILE STATUS IS WS-CMH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-OPEN-ITEMS.
           COPY "aropen.cpy".

       FD  PROMISE-DIARY.
           COPY "ptpdiary.cpy".

       FD  CUSTOMER-MASTER.
           COPY "custmast.cpy".

       FD  RUN-CONTROL.
           COPY "runctl.cpy".

       FD  REPORT-INDEX.
           COPY "rptindex.cpy".

       FD  REPORT-STORE.
           COPY "rptstore.cpy".

       FD  RETENTION-POLICY.
           COPY "retpol.cpy".

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".

       FD  PROCESSING-CALENDAR.
           COPY "buscal.cpy".

       FD  MEMBER-CUSTOMER-LINK.
           COPY "memlink.cpy".

       FD  COMMS-HISTORY.
           COPY "commshist.cpy".

       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".
       COPY "runctbl.cpy".
       COPY "rptarwk.cpy".
       COPY "tmpltbl.cpy".
       COPY "buscaltb.cpy".

       78 LATE-INTEREST-PCT    VALUE 8.

       01 WS-AR-STATUS       PIC X(02).
       01 WS-PTP-STATUS      PIC X(02).
       01 WS-PTP-OPEN        PIC X(01) VALUE "N".
       01 WS-PROMISE-HOLD    PIC X(01).
       01 WS-PTP-SCAN-DONE   PIC X(01).
       01 WS-CM-STATUS       PIC X(02).
       01 WS-TPL-STATUS      PIC X(02).
       01 WS-CAL-STATUS      PIC X(02).
       01 WS-ML-STATUS       PIC X(02).
       01 WS-CMH-STATUS      PIC X(02).
       01 WS-LINKED-MEMBER   PIC 9(08).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-RNC-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).

       01 WS-FIRST-SENT      PIC 9(06) VALUE ZERO.
       01 WS-SECOND-SENT     PIC 9(06) VALUE ZERO.
       01 WS-FINAL-SENT      PIC 9(06) VALUE ZERO.
       01 WS-PROMISE-HELD    PIC 9(06) VALUE ZERO.
       01 WS-INTEREST-TOTAL  PIC S9(11)V99 VALUE ZERO.

       01 BALANCE-FORMATTED  PIC -(8)9.99.
               GO TO 0000-EXIT
           END-IF.

      *> No diary simply means nobody has promised anything yet.
           OPEN INPUT PROMISE-DIARY.
           IF WS-PTP-STATUS = "00"
               MOVE "Y" TO WS-PTP-OPEN
           END-IF.

           OPEN OUTPUT DUNNING-PRINT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open DUNNPRT, status "
               GO TO 0000-EXIT
           END-IF.

           MOVE "DUNNPRT"        TO WS-RA-REPORT-NAME.
           MOVE "DUNNING-RUN"    TO WS-RA-PROGRAM-ID.
           MOVE WS-TODAY         TO WS-RA-RUN-DATE.
           MOVE WS-OPERATOR-ID   TO WS-RA-OPERATOR-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE LOW-VALUES TO AR-INVOICE-NUMBER.
           START AR-OPEN-ITEMS KEY IS NOT LESS THAN AR-INVOICE-NUMBER
               INVALID KEY

           CLOSE AR-OPEN-ITEMS.
           CLOSE DUNNING-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.
           IF WS-PTP-OPEN = "Y"
               CLOSE PROMISE-DIARY
           END-IF.

           MOVE WS-INTEREST-TOTAL TO TOTAL-FORMATTED.
           DISPLAY "First reminders  : " WS-FIRST-SENT.
           DISPLAY "Second reminders : " WS-SECOND-SENT.
           DISPLAY "Final demands    : " WS-FINAL-SENT.
           DISPLAY "Held by promise  : " WS-PROMISE-HELD.
           DISPLAY "Interest assessed: " TOTAL-FORMATTED.

           PERFORM 8200-LOG-DUNNING-RUN.
               NOT AT END
                   IF AR-ITEM-IS-OPEN
                       AND AR-OPEN-BALANCE > ZERO
                       PERFORM 1050-CHECK-FOR-PROMISE
                       IF WS-PROMISE-HOLD = "Y"
                           ADD 1 TO WS-PROMISE-HELD
                       ELSE
                           PERFORM 1100-AGE-AND-ESCALATE
                       END-IF
                   END-IF
           END-READ.

       1050-CHECK-FOR-PROMISE.
      *> A promise dated today still stands today; BROKEN-PROMISES
      *> closes it tomorrow morning and the ladder carries on.
           MOVE "N" TO WS-PROMISE-HOLD.
           IF WS-PTP-OPEN = "Y"
               MOVE AR-INVOICE-NUMBER TO PTP-INVOICE-NUMBER
               MOVE ZERO TO PTP-SEQ
               MOVE "N" TO WS-PTP-SCAN-DONE
               START PROMISE-DIARY KEY IS NOT LESS THAN PTP-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-PTP-SCAN-DONE
               END-START
               PERFORM 1060-CHECK-ONE-PROMISE
                   UNTIL WS-PTP-SCAN-DONE = "Y"
           END-IF.

       1060-CHECK-ONE-PROMISE.
           READ PROMISE-DIARY NEXT
               AT END
                   MOVE "Y" TO WS-PTP-SCAN-DONE
               NOT AT END
                   IF PTP-INVOICE-NUMBER NOT = AR-INVOICE-NUMBER
                       MOVE "Y" TO WS-PTP-SCAN-DONE
                   ELSE
                       IF PTP-IS-OPEN
                           AND PTP-PROMISE-DATE >= WS-TODAY
                           MOVE "Y" TO WS-PROMISE-HOLD
                           MOVE "Y" TO WS-PTP-SCAN-DONE
                       END-IF
                   END-IF
           END-READ.


           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           PERFORM 2600-RECORD-THE-LETTER.

       2100-LOOKUP-THE-CUSTOMER.
           MOVE SPACES TO WS-CUSTOMER-NAME.

           PERFORM 8100-LOG-ONE-ASSESSMENT.

       2600-RECORD-THE-LETTER.
      *> The member behind the customer comes off the promotion
      *> link - a scan, the link file being in promotion order.
           MOVE ZERO TO WS-LINKED-MEMBER.
           OPEN INPUT MEMBER-CUSTOMER-LINK.
           IF WS-ML-STATUS = "00"
               PERFORM 2610-MATCH-ONE-LINK
                   UNTIL WS-ML-STATUS NOT = "00"
               CLOSE MEMBER-CUSTOMER-LINK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-LINKED-MEMBER TO CMH-MEMBER-NUMBER.
           MOVE WS-NOW           TO CMH-SENT-AT.
           MOVE "P"              TO CMH-CHANNEL.
           MOVE WS-TPL-WANTED-ID TO CMH-TEMPLATE-ID.
           MOVE SPACES           TO CMH-RECIPIENT.
           MOVE AR-CUSTOMER-ID   TO CMH-CUSTOMER-ID.
           MOVE SPACES           TO CMH-REFERENCE.
           MOVE AR-INVOICE-NUMBER TO CMH-REFERENCE(1:6).
           MOVE "DUNNING-RUN"    TO CMH-SENT-BY.
           MOVE "S"              TO CMH-OUTCOME.
           MOVE WS-TODAY         TO CMH-OUTCOME-DATE.
           MOVE SPACES           TO CMH-OUTCOME-NOTE.
           PERFORM 8600-WRITE-COMMS-HISTORY.

       2610-MATCH-ONE-LINK.
           READ MEMBER-CUSTOMER-LINK
               AT END
                   MOVE "10" TO WS-ML-STATUS
               NOT AT END
                   IF ML-CUST-ID = AR-CUSTOMER-ID
                       AND ML-MEMBER-NUMBER NUMERIC
                       MOVE ML-MEMBER-NUMBER TO WS-LINKED-MEMBER
                       MOVE "10" TO WS-ML-STATUS
                   END-IF
           END-READ.

       4000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE PRT-LINE TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

       8100-LOG-ONE-ASSESSMENT.
      *> An audit entry per interest assessment - money appeared on
           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "runcproc.cpy".
           COPY "rptarch.cpy".
           COPY "auditapp.cpy".
           COPY "tmplfmt.cpy".
           COPY "buscalld.cpy".
           COPY "commsapp.cpy".

           COPY "signon.cpy".
