      *> lapsed this run, members already lapsed, and members with
      *> no expiry stamped yet (pre-change records the office
      *> should renew by hand once). One audit entry per lapse.
      *> Honorary members never lapse - they are counted apart.
      *> Each lapse also lands an "L" record, with the member's
      *> before and after images, on PERSON-HISTORY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

           SELECT PERSON-HISTORY ASSIGN TO "PERSHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PH-STATUS.

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
       FD  PERSON-MASTER.
       FD  RUN-CONTROL.
           COPY "runctl.cpy".

       FD  PERSON-HISTORY.
           COPY "pershist.cpy".

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

       01 WS-PM-STATUS       PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-RNC-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-PH-STATUS       PIC X(02).
       01 WS-BEFORE-IMAGE    PIC X(200).
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-TODAY           PIC 9(08).
       01 WS-LAPSED-NOW      PIC 9(06) VALUE ZERO.
       01 WS-LAPSED-BEFORE   PIC 9(06) VALUE ZERO.
       01 WS-NO-EXPIRY       PIC 9(06) VALUE ZERO.
       01 WS-HONORARY        PIC 9(06) VALUE ZERO.

       01 PRT-LINE           PIC X(132).

               GO TO 0000-EXIT
           END-IF.

           MOVE "LAPSERPT"         TO WS-RA-REPORT-NAME.
           MOVE "MEMBERSHIP-LAPSE" TO WS-RA-PROGRAM-ID.
           MOVE WS-OPERATOR-ID     TO WS-RA-OPERATOR-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE SPACES TO PRT-LINE.
           STRING "MEMBERSHIP RETENTION REPORT AS AT "
                      DELIMITED BY SIZE

           PERFORM 3000-PRINT-THE-SUMMARY.
           CLOSE RETENTION-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           DISPLAY "Active and current : " WS-ACTIVE-CURRENT.
           DISPLAY "Lapsed this run    : " WS-LAPSED-NOW.
           DISPLAY "Already lapsed     : " WS-LAPSED-BEFORE.
           DISPLAY "No expiry on file  : " WS-NO-EXPIRY.
           DISPLAY "Honorary (no lapse): " WS-HONORARY.

           PERFORM 8200-LOG-THE-RUN.
           PERFORM 7600-RUN-CONTROL-END.
                   MOVE "10" TO WS-PM-STATUS
               NOT AT END
                   EVALUATE TRUE
                       WHEN PM-IS-HONORARY
                           ADD 1 TO WS-HONORARY
                       WHEN PM-IS-LAPSED
                           ADD 1 TO WS-LAPSED-BEFORE
                       WHEN PM-EXPIRY-DATE NOT NUMERIC
           END-READ.

       2000-LAPSE-THIS-MEMBER.
           MOVE PM-RECORD TO WS-BEFORE-IMAGE.
           MOVE "L" TO PM-MEMBER-STATUS.
           REWRITE PM-RECORD.
           IF WS-PM-STATUS NOT = "00"
                      INTO PRT-LINE
               PERFORM 4000-WRITE-REPORT-LINE
               PERFORM 8100-LOG-ONE-LAPSE
               PERFORM 8300-WRITE-LAPSE-HISTORY
           END-IF.

       3000-PRINT-THE-SUMMARY.
                  WS-NO-EXPIRY DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "Honorary (no lapse): " DELIMITED BY SIZE
                  WS-HONORARY DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       4000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

       8100-LOG-ONE-LAPSE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.

           PERFORM 8000-WRITE-AUDIT-LOG.

       8300-WRITE-LAPSE-HISTORY.
           OPEN EXTEND PERSON-HISTORY.
           IF WS-PH-STATUS = "05" OR WS-PH-STATUS = "35"
               OPEN OUTPUT PERSON-HISTORY
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO PH-TIMESTAMP.
           MOVE WS-OPERATOR-ID   TO PH-OPERATOR-ID.
           MOVE "L"              TO PH-ACTION.
           MOVE PM-MEMBER-NUMBER TO PH-MEMBER-NUMBER.
           MOVE WS-BEFORE-IMAGE  TO PH-BEFORE-IMAGE.
           MOVE PM-RECORD        TO PH-AFTER-IMAGE.
           WRITE PH-RECORD.
           IF WS-PH-STATUS NOT = "00"
               DISPLAY "PERSON-HISTORY write failed, status "
                   WS-PH-STATUS
           END-IF.

           CLOSE PERSON-HISTORY.

           COPY "runcproc.cpy".
           COPY "auditapp.cpy".
           COPY "rptarch.cpy".

           COPY "signon.cpy".
