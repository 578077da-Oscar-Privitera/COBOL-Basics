       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBER-CUSTOMER-SYNC.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Nightly check of every MEMBER-CUSTOMER-LINK: the billing
      *> customer a member was promoted to should carry the member's
      *> name (firstname lastname, as MEMBER-PROMOTION builds it),
      *> city and zip - the freight zone, the nearest-branch stop on
      *> DELIVERY-MANIFEST and the statements all read the customer.
      *> Where they disagree and the member was changed since the
      *> last run (PERSON-HISTORY after the mark on MSYNCCTL), the
      *> customer is brought into step and the update audit-logged -
      *> this picks up any change the desk was not offered at the
      *> time. A customer the desk chose to hold apart is never
      *> touched, and a difference with no member change behind it
      *> is left alone; both are listed on SYNCRPT with every other
      *> disagreement (member or customer no longer on file) for the
      *> desk to settle.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-CUSTOMER-LINK ASSIGN TO "MEMCUSTLNK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ML-STATUS.

           SELECT PERSON-MASTER ASSIGN TO "PERSONMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PM-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CM-STATUS.

           SELECT PERSON-HISTORY ASSIGN TO "PERSHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PH-STATUS.

           SELECT SYNC-CONTROL ASSIGN TO "MSYNCCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSC-STATUS.

           SELECT SYNC-REPORT ASSIGN TO "SYNCRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
       FD  MEMBER-CUSTOMER-LINK.
           COPY "memlink.cpy".

       FD  PERSON-MASTER.
           COPY "persmast.cpy".

       FD  CUSTOMER-MASTER.
           COPY "custmast.cpy".

       FD  PERSON-HISTORY.
           COPY "pershist.cpy".

       FD  SYNC-CONTROL.
           COPY "msyncctl.cpy".

       FD  SYNC-REPORT.
       01 RPT-RECORD PIC X(132).

       FD  RUN-CONTROL.
           COPY "runctl.cpy".

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
       01 WS-RNC-STATUS      PIC X(02).

       78 MAX-CHANGED-MEMBERS VALUE 3000.

       01 WS-ML-STATUS       PIC X(02).
       01 WS-PM-STATUS       PIC X(02).
       01 WS-CM-STATUS       PIC X(02).
       01 WS-PH-STATUS       PIC X(02).
       01 WS-MSC-STATUS      PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-TODAY           PIC 9(08).

       01 WS-HISTORY-MARK    PIC 9(14).
       01 WS-NEW-MARK        PIC 9(14).

      *> Member numbers changed or re-keyed since the mark.
       01 WS-CHANGED-TABLE.
          05 CHG-MEMBER OCCURS 3000 TIMES PIC 9(08).
       01 WS-CHG-COUNT       PIC 9(04) VALUE ZERO.
       01 WS-CHG-INDEX       PIC 9(04).
       01 WS-CHG-MATCH       PIC 9(04).
       01 WS-CHG-MEMBER-IN   PIC 9(08).
       01 WS-OVERFLOW        PIC X(01) VALUE "N".

       01 WS-SYNC-NAME       PIC X(30).
       01 WS-RESULT          PIC X(18).
       01 WS-MEMBER-FOUND    PIC X(01).

       01 WS-LINKS-READ      PIC 9(06) VALUE ZERO.
       01 WS-IN-STEP         PIC 9(06) VALUE ZERO.
       01 WS-UPDATED         PIC 9(06) VALUE ZERO.
       01 WS-HELD            PIC 9(06) VALUE ZERO.
       01 WS-DIFFERS         PIC 9(06) VALUE ZERO.
       01 WS-NOT-ON-FILE     PIC 9(06) VALUE ZERO.

       01 PRT-LINE           PIC X(132).

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

           MOVE "MEMBER-CUST-SYNC" TO WS-RC-JOB-NAME.
           MOVE SPACES             TO WS-RC-PREDECESSOR.
           PERFORM 7500-RUN-CONTROL-START.
           IF WS-RC-REFUSED
               DISPLAY "Run refused by run-control."
               GO TO 0000-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM 1000-READ-SYNC-CONTROL.
           PERFORM 1100-SELECT-FROM-HISTORY THRU 1100-EXIT.

           OPEN INPUT MEMBER-CUSTOMER-LINK.
           IF WS-ML-STATUS NOT = "00"
               DISPLAY "No MEMBER-CUSTOMER-LINK on file - no "
                   "promoted members to check."
               PERFORM 1900-SAVE-SYNC-CONTROL
               PERFORM 8200-LOG-THE-RUN
               PERFORM 7600-RUN-CONTROL-END
               GO TO 0000-EXIT
           END-IF.

           OPEN INPUT PERSON-MASTER.
           IF WS-PM-STATUS NOT = "00"
               DISPLAY "Could not open PERSON-MASTER, status "
                   WS-PM-STATUS
               CLOSE MEMBER-CUSTOMER-LINK
               GO TO 0000-EXIT
           END-IF.

           OPEN I-O CUSTOMER-MASTER.
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "Could not open CUSTOMER-MASTER, status "
                   WS-CM-STATUS
               CLOSE PERSON-MASTER
               CLOSE MEMBER-CUSTOMER-LINK
               GO TO 0000-EXIT
           END-IF.

           OPEN OUTPUT SYNC-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open SYNCRPT, status "
                   WS-RPT-STATUS
               CLOSE CUSTOMER-MASTER
               CLOSE PERSON-MASTER
               CLOSE MEMBER-CUSTOMER-LINK
               GO TO 0000-EXIT
           END-IF.

           MOVE "SYNCRPT"              TO WS-RA-REPORT-NAME.
           MOVE "MEMBER-CUSTOMER-SYNC" TO WS-RA-PROGRAM-ID.
           MOVE WS-OPERATOR-ID         TO WS-RA-OPERATOR-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE SPACES TO PRT-LINE.
           STRING "MEMBER / CUSTOMER SYNC " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  "  (MEMBER CHANGES AFTER " DELIMITED BY SIZE
                  WS-HISTORY-MARK DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE "CUST   MEMBER   RESULT                      NAME       
      -         "                    CITY                 ZIP"
               TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE ALL "-" TO PRT-LINE(1:101).
           PERFORM 4000-WRITE-REPORT-LINE.

           PERFORM 2000-CHECK-ONE-LINK UNTIL WS-ML-STATUS = "10".

           PERFORM 3000-PRINT-THE-SUMMARY.

           CLOSE SYNC-REPORT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.
           CLOSE CUSTOMER-MASTER.
           CLOSE PERSON-MASTER.
           CLOSE MEMBER-CUSTOMER-LINK.

           DISPLAY "Links checked          : " WS-LINKS-READ.
           DISPLAY "In step                : " WS-IN-STEP.
           DISPLAY "Customers updated      : " WS-UPDATED.
           DISPLAY "Held apart by the desk : " WS-HELD.
           DISPLAY "Differ, no new change  : " WS-DIFFERS.
           DISPLAY "Member/customer missing: " WS-NOT-ON-FILE.

           PERFORM 1900-SAVE-SYNC-CONTROL.
           PERFORM 8200-LOG-THE-RUN.
           PERFORM 7600-RUN-CONTROL-END.

       0000-EXIT.
           STOP RUN.

       1000-READ-SYNC-CONTROL.
      *> The very first run has no mark to start from; it takes the
      *> day's member changes only, so customers that already
      *> differed are listed rather than overwritten.
           MOVE WS-TODAY TO WS-HISTORY-MARK(1:8).
           MOVE ZERO     TO WS-HISTORY-MARK(9:6).

           OPEN INPUT SYNC-CONTROL.
           IF WS-MSC-STATUS = "00"
               READ SYNC-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE MSC-HISTORY-MARK TO WS-HISTORY-MARK
               END-READ
               CLOSE SYNC-CONTROL
           ELSE
               DISPLAY "No MSYNCCTL on file - first run, taking "
                   "member changes from " WS-TODAY " on."
           END-IF.
           MOVE WS-HISTORY-MARK TO WS-NEW-MARK.

       1100-SELECT-FROM-HISTORY.
           OPEN INPUT PERSON-HISTORY.
           IF WS-PH-STATUS NOT = "00"
               DISPLAY "PERSON-HISTORY not available, status "
                   WS-PH-STATUS " - differences are listed only."
               GO TO 1100-EXIT
           END-IF.

           PERFORM 1110-READ-ONE-HISTORY UNTIL WS-PH-STATUS = "10".
           CLOSE PERSON-HISTORY.

       1100-EXIT.
           EXIT.

       1110-READ-ONE-HISTORY.
           READ PERSON-HISTORY
               AT END
                   MOVE "10" TO WS-PH-STATUS
               NOT AT END
                   IF PH-TIMESTAMP > WS-HISTORY-MARK
                       IF PH-TIMESTAMP > WS-NEW-MARK
                           MOVE PH-TIMESTAMP TO WS-NEW-MARK
                       END-IF
                       IF (PH-WAS-CHANGE OR PH-WAS-REKEY)
                           AND PH-MEMBER-NUMBER NUMERIC
                           AND PH-MEMBER-NUMBER NOT = ZERO
                           PERFORM 1120-NOTE-ONE-CHANGE
                       END-IF
                   END-IF
           END-READ.

       1120-NOTE-ONE-CHANGE.
           MOVE PH-MEMBER-NUMBER TO WS-CHG-MEMBER-IN.
           PERFORM 1200-FIND-CHANGED.
           IF WS-CHG-MATCH = ZERO
               IF WS-CHG-COUNT >= MAX-CHANGED-MEMBERS
                   IF WS-OVERFLOW = "N"
                       DISPLAY "** more than " MAX-CHANGED-MEMBERS
                           " changed members - the rest go on the "
                           "next run"
                       MOVE "Y" TO WS-OVERFLOW
                   END-IF
      *> The mark must not pass what was left behind.
                   MOVE WS-HISTORY-MARK TO WS-NEW-MARK
               ELSE
                   ADD 1 TO WS-CHG-COUNT
                   MOVE PH-MEMBER-NUMBER TO CHG-MEMBER(WS-CHG-COUNT)
               END-IF
           END-IF.

       1200-FIND-CHANGED.
           MOVE ZERO TO WS-CHG-MATCH.
           PERFORM 1210-MATCH-ONE-CHANGED
               VARYING WS-CHG-INDEX FROM 1 BY 1
               UNTIL WS-CHG-INDEX > WS-CHG-COUNT
               OR WS-CHG-MATCH NOT = ZERO.

       1210-MATCH-ONE-CHANGED.
           IF CHG-MEMBER(WS-CHG-INDEX) = WS-CHG-MEMBER-IN
               MOVE WS-CHG-INDEX TO WS-CHG-MATCH
           END-IF.

       1900-SAVE-SYNC-CONTROL.
           MOVE WS-NEW-MARK TO MSC-HISTORY-MARK.
           MOVE WS-TODAY    TO MSC-LAST-RUN-DATE.
           MOVE WS-UPDATED  TO MSC-LAST-RUN-UPDATED.
           OPEN OUTPUT SYNC-CONTROL.
           WRITE MSC-RECORD.
           IF WS-MSC-STATUS NOT = "00"
               DISPLAY "MSYNCCTL not saved, status " WS-MSC-STATUS
                   " - the next run repeats tonight's changes"
           END-IF.
           CLOSE SYNC-CONTROL.

       2000-CHECK-ONE-LINK.
           READ MEMBER-CUSTOMER-LINK
               AT END
                   MOVE "10" TO WS-ML-STATUS
               NOT AT END
                   ADD 1 TO WS-LINKS-READ
                   PERFORM 2100-COMPARE-ONE-LINK THRU 2100-EXIT
           END-READ.

       2100-COMPARE-ONE-LINK.
           MOVE "Y" TO WS-MEMBER-FOUND.
           MOVE ML-LASTNAME TO PM-LASTNAME.
           MOVE ML-ZIP-CODE TO PM-ZIP-CODE.
           READ PERSON-MASTER
               KEY IS PM-KEY
               INVALID KEY
                   MOVE "N" TO WS-MEMBER-FOUND
           END-READ.

           MOVE ML-CUST-ID TO CUST-ID.
           READ CUSTOMER-MASTER
               KEY IS CUST-ID
               INVALID KEY
                   MOVE "CUSTOMER MISSING" TO WS-RESULT
                   ADD 1 TO WS-NOT-ON-FILE
                   MOVE SPACES TO CUST-NAME CUST-CITY CUST-ZIP-CODE
                   PERFORM 2500-LIST-ONE-LINK
                   GO TO 2100-EXIT
           END-READ.

           IF WS-MEMBER-FOUND = "N"
               MOVE "MEMBER NOT ON FILE" TO WS-RESULT
               ADD 1 TO WS-NOT-ON-FILE
               MOVE SPACES TO PM-FIRSTNAME PM-CITY
               MOVE ML-MEMBER-NUMBER TO PM-MEMBER-NUMBER
               PERFORM 2500-LIST-ONE-LINK
               GO TO 2100-EXIT
           END-IF.

           MOVE SPACES TO WS-SYNC-NAME.
           STRING PM-FIRSTNAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  PM-LASTNAME DELIMITED BY SIZE
                  INTO WS-SYNC-NAME.

           IF CUST-NAME = WS-SYNC-NAME
               AND CUST-CITY = PM-CITY
               AND CUST-ZIP-CODE = PM-ZIP-CODE
               ADD 1 TO WS-IN-STEP
               GO TO 2100-EXIT
           END-IF.

           IF CUST-MEMBER-SYNC-HELD
               MOVE "HELD APART" TO WS-RESULT
               ADD 1 TO WS-HELD
               PERFORM 2500-LIST-ONE-LINK
               GO TO 2100-EXIT
           END-IF.

           MOVE ZERO TO WS-CHG-MATCH.
           IF PM-MEMBER-NUMBER NUMERIC
               AND PM-MEMBER-NUMBER NOT = ZERO
               MOVE PM-MEMBER-NUMBER TO WS-CHG-MEMBER-IN
               PERFORM 1200-FIND-CHANGED
           END-IF.
           IF WS-CHG-MATCH = ZERO
               MOVE "DIFFERS" TO WS-RESULT
               ADD 1 TO WS-DIFFERS
               PERFORM 2500-LIST-ONE-LINK
               GO TO 2100-EXIT
           END-IF.

      *> The customer is listed as it stood before the update.
           MOVE "UPDATED" TO WS-RESULT.
           PERFORM 2500-LIST-ONE-LINK.
           MOVE WS-SYNC-NAME TO CUST-NAME.
           MOVE PM-CITY      TO CUST-CITY.
           MOVE PM-ZIP-CODE  TO CUST-ZIP-CODE.
           REWRITE CUST-RECORD.
           IF WS-CM-STATUS = "00"
               ADD 1 TO WS-UPDATED
               PERFORM 8100-LOG-ONE-UPDATE
           ELSE
               DISPLAY "Customer " CUST-ID " rewrite failed, status "
                   WS-CM-STATUS
               MOVE SPACES TO PRT-LINE
               STRING "                ** rewrite failed, status "
                      DELIMITED BY SIZE
                      WS-CM-STATUS DELIMITED BY SIZE
                      " - customer not updated" DELIMITED BY SIZE
                      INTO PRT-LINE
               PERFORM 4000-WRITE-REPORT-LINE
           END-IF.

       2100-EXIT.
           EXIT.

       2500-LIST-ONE-LINK.
      *> Two lines - the customer as held, then the member.
           MOVE SPACES TO PRT-LINE.
           STRING ML-CUST-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ML-MEMBER-NUMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RESULT DELIMITED BY SIZE
                  " customer " DELIMITED BY SIZE
                  CUST-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CUST-CITY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CUST-ZIP-CODE DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-SYNC-NAME.
           IF WS-MEMBER-FOUND = "Y"
               STRING PM-FIRSTNAME DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      PM-LASTNAME DELIMITED BY SIZE
                      INTO WS-SYNC-NAME
           END-IF.
           MOVE SPACES TO PRT-LINE.
           STRING "                                   member   "
                  DELIMITED BY SIZE
                  WS-SYNC-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PM-CITY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ML-ZIP-CODE DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       3000-PRINT-THE-SUMMARY.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "Links checked " DELIMITED BY SIZE
                  WS-LINKS-READ DELIMITED BY SIZE
                  ", in step " DELIMITED BY SIZE
                  WS-IN-STEP DELIMITED BY SIZE
                  ", updated " DELIMITED BY SIZE
                  WS-UPDATED DELIMITED BY SIZE
                  ", held apart " DELIMITED BY SIZE
                  WS-HELD DELIMITED BY SIZE
                  ", differ " DELIMITED BY SIZE
                  WS-DIFFERS DELIMITED BY SIZE
                  ", missing " DELIMITED BY SIZE
                  WS-NOT-ON-FILE DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE "DIFFERS: no member change since the last run - the de
      -         "sk decides which record is right." TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       4000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

       8100-LOG-ONE-UPDATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW             TO AUD-TIMESTAMP.
           MOVE "MEMBER-CUST-SYNC" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID     TO AUD-OPERATOR-ID.
           MOVE SPACES             TO AUD-MESSAGE.
           STRING "Customer " DELIMITED BY SIZE
                  CUST-ID DELIMITED BY SIZE
                  " updated from member " DELIMITED BY SIZE
                  PM-MEMBER-NUMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PM-ZIP-CODE DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

       8200-LOG-THE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW             TO AUD-TIMESTAMP.
           MOVE "MEMBER-CUST-SYNC" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID     TO AUD-OPERATOR-ID.
           MOVE SPACES             TO AUD-MESSAGE.
           STRING "Sync run: " DELIMITED BY SIZE
                  WS-UPDATED DELIMITED BY SIZE
                  " updated, " DELIMITED BY SIZE
                  WS-HELD DELIMITED BY SIZE
                  " held, " DELIMITED BY SIZE
                  WS-DIFFERS DELIMITED BY SIZE
                  " differ" DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "auditapp.cpy".
           COPY "runcproc.cpy".
           COPY "rptarch.cpy".

           COPY "signon.cpy".
