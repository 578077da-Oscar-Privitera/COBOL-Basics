       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-ARCHIVE.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Inquiry and reprint over the report archive. Every print
      *> run kept by the shared archiver (RPTARCH.cpy) is on
      *> REPORT-INDEX with its program, date, company and page
      *> count, and its lines are on REPORT-STORE - so last March's
      *> sales journal is found here by name and date and reprinted
      *> line for line onto RPTREPRNT, with a banner saying it is a
      *> reprint and of what. Every reprint is audit-logged.
      *>
      *> The purge drops every report whose retention date (set from
      *> RETENTION-POLICY when it was archived) has passed, unless a
      *> LEGAL-HOLD record (file RPTINDEX, key the report number)
      *> holds it. The purge is restricted to supervisor-level
      *> operators, records itself on RUN-CONTROL as REPORT-PURGE,
      *> and runs nightly as a FINNIGHT step. A run that never
      *> reached its close is never purged - it is there to explain
      *> the gap.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT REPRINT-FILE ASSIGN TO "RPTREPRNT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT LEGAL-HOLD ASSIGN TO "LEGALHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LH-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-INDEX.
           COPY "rptindex.cpy".

       FD  REPORT-STORE.
           COPY "rptstore.cpy".

       FD  REPRINT-FILE.
       01 RPT-RECORD PIC X(132).

       FD  LEGAL-HOLD.
           COPY "legalhold.cpy".

       FD  RUN-CONTROL.
           COPY "runctl.cpy".

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".

       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".
       COPY "runctbl.cpy".

       78 MAX-REPORT-HOLDS   VALUE 100.

       01 WS-RI-STATUS       PIC X(02).
       01 WS-RS-STATUS       PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-LH-STATUS       PIC X(02).
       01 WS-RNC-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-TODAY           PIC 9(08).
       01 WS-CHOICE          PIC X(01).
       01 WS-DONE            PIC X(01) VALUE "N".
           88 WS-IS-DONE         VALUE "Y".

      *> What the operator is looking for - a blank name or company
      *> and a zero date match everything; a six-digit CCYYMM date
      *> matches the whole month.
       01 WS-WANT-NAME       PIC X(10).
       01 WS-WANT-DATE       PIC 9(08).
       01 WS-WANT-DATE-X REDEFINES WS-WANT-DATE PIC X(08).
       01 WS-WANT-COMPANY    PIC X(02).
       01 WS-WANT-ID         PIC 9(08).
       01 WS-MATCH-COUNT     PIC 9(06).
       01 WS-LAST-MATCH-ID   PIC 9(08).
       01 WS-RECORD-MATCHES  PIC X(01).

       01 WS-REPRINT-ID      PIC 9(08).
       01 WS-REPRINT-LINES   PIC 9(07).
       01 WS-REPORT-STATE    PIC X(12).

       01 WS-HOLD-TABLE.
          05 WS-HOLD-ENTRY OCCURS 100 TIMES.
             10 HT-REPORT-ID     PIC X(08).
       01 WS-HOLD-COUNT      PIC 9(03) VALUE ZERO.
       01 WS-HOLD-INDEX      PIC 9(03).
       01 WS-HOLD-KEY        PIC X(08).
       01 WS-ON-HOLD         PIC X(01).
       01 WS-HOLD-OVERFLOW   PIC X(01) VALUE "N".

       01 WS-PURGE-ID        PIC 9(08).
       01 WS-PURGED-REPORTS  PIC 9(06) VALUE ZERO.
       01 WS-PURGED-LINES    PIC 9(09) VALUE ZERO.
       01 WS-HELD-REPORTS    PIC 9(06) VALUE ZERO.

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

           PERFORM 1000-SHOW-MENU UNTIL WS-IS-DONE.

           STOP RUN.

       1000-SHOW-MENU.
           DISPLAY "-----------------".
           DISPLAY "Report archive".
           DISPLAY "(F)ind reports, (R)eprint a report, (P)urge "
               "expired reports, (X)exit: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN "F" WHEN "f"
                   PERFORM 2000-FIND-REPORTS THRU 2000-EXIT
               WHEN "R" WHEN "r"
                   PERFORM 3000-REPRINT-A-REPORT THRU 3000-EXIT
               WHEN "P" WHEN "p"
                   PERFORM 4000-PURGE-EXPIRED THRU 4000-EXIT
               WHEN "X" WHEN "x"
                   MOVE "Y" TO WS-DONE
               WHEN OTHER
                   DISPLAY "Not a valid option."
           END-EVALUATE.

       1100-ACCEPT-SELECTION.
           DISPLAY "Report name - the print file, e.g. SALESJRNL "
               "(Enter for all): ".
           ACCEPT WS-WANT-NAME.
           INSPECT WS-WANT-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "Report date (CCYYMMDD, or CCYYMM for the whole "
               "month, zero for any): ".
           ACCEPT WS-WANT-DATE.
           IF WS-WANT-DATE NOT NUMERIC
               MOVE ZERO TO WS-WANT-DATE
           END-IF.
           DISPLAY "Company code (Enter for all): ".
           ACCEPT WS-WANT-COMPANY.

       1200-TEST-THE-RECORD.
      *> The control record (number zero) is never a report.
           MOVE "N" TO WS-RECORD-MATCHES.
           IF RI-REPORT-ID = ZERO
               GO TO 1200-EXIT
           END-IF.
           IF WS-WANT-NAME NOT = SPACES
               AND WS-WANT-NAME NOT = RI-REPORT-NAME
               GO TO 1200-EXIT
           END-IF.
           IF WS-WANT-COMPANY NOT = SPACES
               AND WS-WANT-COMPANY NOT = RI-COMPANY
               GO TO 1200-EXIT
           END-IF.
           IF WS-WANT-DATE NOT = ZERO
               IF WS-WANT-DATE < 1000000
                   IF WS-WANT-DATE-X(3:6) NOT = RI-RUN-DATE(1:6)
                       GO TO 1200-EXIT
                   END-IF
               ELSE
                   IF WS-WANT-DATE NOT = RI-RUN-DATE
                       GO TO 1200-EXIT
                   END-IF
               END-IF
           END-IF.
           MOVE "Y" TO WS-RECORD-MATCHES.

       1200-EXIT.
           EXIT.

       1300-SHOW-THE-RECORD.
           IF RI-COMPLETE
               MOVE SPACES TO WS-REPORT-STATE
           ELSE
               MOVE "INCOMPLETE" TO WS-REPORT-STATE
           END-IF.
           DISPLAY RI-REPORT-ID " " RI-REPORT-NAME " "
               RI-RUN-DATE " co " RI-COMPANY " pages "
               RI-PAGE-COUNT " " RI-PROGRAM-ID.
           DISPLAY "         printed " RI-PRINTED-AT " by "
               RI-OPERATOR-ID " kept to " RI-RETAIN-UNTIL " "
               WS-REPORT-STATE.

       1400-OPEN-THE-INDEX.
           OPEN INPUT REPORT-INDEX.
           IF WS-RI-STATUS NOT = "00"
               DISPLAY "No REPORT-INDEX on file (status "
                   WS-RI-STATUS ") - nothing has been archived yet."
           END-IF.

       2000-FIND-REPORTS.
           PERFORM 1100-ACCEPT-SELECTION.
           PERFORM 1400-OPEN-THE-INDEX.
           IF WS-RI-STATUS NOT = "00"
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-SCAN-THE-INDEX.
           CLOSE REPORT-INDEX.

           DISPLAY WS-MATCH-COUNT " report(s) found.".

       2000-EXIT.
           EXIT.

       2100-SCAN-THE-INDEX.
           MOVE ZERO TO WS-MATCH-COUNT WS-LAST-MATCH-ID.
           MOVE LOW-VALUES TO RI-REPORT-ID.
           START REPORT-INDEX KEY IS NOT LESS THAN RI-REPORT-ID
               INVALID KEY
                   MOVE "10" TO WS-RI-STATUS
           END-START.
           PERFORM 2200-SCAN-ONE-ENTRY
               UNTIL WS-RI-STATUS = "10".

       2200-SCAN-ONE-ENTRY.
           READ REPORT-INDEX NEXT
               AT END
                   MOVE "10" TO WS-RI-STATUS
               NOT AT END
                   PERFORM 1200-TEST-THE-RECORD THRU 1200-EXIT
                   IF WS-RECORD-MATCHES = "Y"
                       ADD 1 TO WS-MATCH-COUNT
                       MOVE RI-REPORT-ID TO WS-LAST-MATCH-ID
                       PERFORM 1300-SHOW-THE-RECORD
                   END-IF
           END-READ.

       3000-REPRINT-A-REPORT.
           DISPLAY "Report number (zero to find it by name and "
               "date): ".
           ACCEPT WS-WANT-ID.
           IF WS-WANT-ID NOT NUMERIC
               MOVE ZERO TO WS-WANT-ID
           END-IF.

           PERFORM 1400-OPEN-THE-INDEX.
           IF WS-RI-STATUS NOT = "00"
               GO TO 3000-EXIT
           END-IF.

      *> By name and date: one match is the report; more than one
      *> are listed and the operator picks the number.
           IF WS-WANT-ID = ZERO
               PERFORM 1100-ACCEPT-SELECTION
               PERFORM 2100-SCAN-THE-INDEX
               EVALUATE WS-MATCH-COUNT
                   WHEN ZERO
                       DISPLAY "No archived report matches."
                       CLOSE REPORT-INDEX
                       GO TO 3000-EXIT
                   WHEN 1
                       MOVE WS-LAST-MATCH-ID TO WS-WANT-ID
                   WHEN OTHER
                       DISPLAY "Reprint which report number? "
                       ACCEPT WS-WANT-ID
                       IF WS-WANT-ID NOT NUMERIC
                           MOVE ZERO TO WS-WANT-ID
                       END-IF
               END-EVALUATE
           END-IF.

           IF WS-WANT-ID = ZERO
               DISPLAY "Nothing reprinted."
               CLOSE REPORT-INDEX
               GO TO 3000-EXIT
           END-IF.

           MOVE WS-WANT-ID TO RI-REPORT-ID.
           READ REPORT-INDEX
               KEY IS RI-REPORT-ID
               INVALID KEY
                   MOVE "23" TO WS-RI-STATUS
           END-READ.
           CLOSE REPORT-INDEX.
           IF WS-RI-STATUS NOT = "00"
               DISPLAY "Report " WS-WANT-ID " is not on the archive."
               GO TO 3000-EXIT
           END-IF.
           PERFORM 1300-SHOW-THE-RECORD.
           IF RI-STILL-OPEN
               DISPLAY "** This run never completed - reprinting "
                   "what was kept of it."
           END-IF.

           PERFORM 3100-PRINT-THE-COPY THRU 3100-EXIT.

       3000-EXIT.
           EXIT.

       3100-PRINT-THE-COPY.
           MOVE WS-WANT-ID TO WS-REPRINT-ID.
           OPEN INPUT REPORT-STORE.
           IF WS-RS-STATUS NOT = "00"
               DISPLAY "Could not open REPORT-STORE, status "
                   WS-RS-STATUS
               GO TO 3100-EXIT
           END-IF.

           OPEN OUTPUT REPRINT-FILE.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open RPTREPRNT, status "
                   WS-RPT-STATUS
               CLOSE REPORT-STORE
               GO TO 3100-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE SPACES TO PRT-LINE.
           STRING "** REPRINT ** " DELIMITED BY SIZE
                  RI-REPORT-NAME DELIMITED BY SPACE
                  " for " DELIMITED BY SIZE
                  RI-RUN-DATE DELIMITED BY SIZE
                  " (report " DELIMITED BY SIZE
                  RI-REPORT-ID DELIMITED BY SIZE
                  ", printed " DELIMITED BY SIZE
                  RI-PRINTED-AT DELIMITED BY SIZE
                  ") reprinted " DELIMITED BY SIZE
                  WS-NOW DELIMITED BY SIZE
                  " by " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 8900-WRITE-REPORT-LINE.

           MOVE ZERO TO WS-REPRINT-LINES.
           MOVE WS-REPRINT-ID TO RS-REPORT-ID.
           MOVE ZERO          TO RS-LINE-NO.
           START REPORT-STORE KEY IS NOT LESS THAN RS-KEY
               INVALID KEY
                   MOVE "10" TO WS-RS-STATUS
           END-START.
           PERFORM 3200-REPRINT-ONE-LINE
               UNTIL WS-RS-STATUS = "10".

           CLOSE REPORT-STORE.
           CLOSE REPRINT-FILE.

           DISPLAY "Reprinted " WS-REPRINT-LINES
               " line(s) onto RPTREPRNT.".

           MOVE WS-NOW         TO AUD-TIMESTAMP.
           MOVE "REPORT-ARCHIVE" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE SPACES TO AUD-MESSAGE.
           STRING "Reprinted report " DELIMITED BY SIZE
                  RI-REPORT-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RI-REPORT-NAME DELIMITED BY SPACE
                  " for " DELIMITED BY SIZE
                  RI-RUN-DATE DELIMITED BY SIZE
                  INTO AUD-MESSAGE.
           PERFORM 8000-WRITE-AUDIT-LOG.

       3100-EXIT.
           EXIT.

       3200-REPRINT-ONE-LINE.
           READ REPORT-STORE NEXT
               AT END
                   MOVE "10" TO WS-RS-STATUS
               NOT AT END
                   IF RS-REPORT-ID NOT = WS-REPRINT-ID
                       MOVE "10" TO WS-RS-STATUS
                   ELSE
                       ADD 1 TO WS-REPRINT-LINES
                       MOVE RS-LINE TO PRT-LINE
                       PERFORM 8900-WRITE-REPORT-LINE
                   END-IF
           END-READ.

       4000-PURGE-EXPIRED.
           IF NOT WS-OPR-IS-SUPERVISOR
               DISPLAY "The report purge is restricted to "
                   "supervisor-level operators."
               GO TO 4000-EXIT
           END-IF.

           MOVE "REPORT-PURGE" TO WS-RC-JOB-NAME.
           MOVE SPACES         TO WS-RC-PREDECESSOR.
           PERFORM 7500-RUN-CONTROL-START.
           IF WS-RC-REFUSED
               DISPLAY "Run refused by run-control."
               GO TO 4000-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 4100-LOAD-REPORT-HOLDS.
           IF WS-HOLD-OVERFLOW = "Y"
               DISPLAY "** report purge refused - the legal-hold "
                   "table overflowed and a held report could go."
               GO TO 4000-EXIT
           END-IF.

           MOVE ZERO TO WS-PURGED-REPORTS WS-PURGED-LINES
                        WS-HELD-REPORTS.
           OPEN I-O REPORT-INDEX.
           IF WS-RI-STATUS NOT = "00"
               DISPLAY "No REPORT-INDEX on file (status "
                   WS-RI-STATUS ") - nothing to purge."
               PERFORM 7600-RUN-CONTROL-END
               GO TO 4000-EXIT
           END-IF.
           OPEN I-O REPORT-STORE.
           IF WS-RS-STATUS NOT = "00"
               DISPLAY "Could not open REPORT-STORE, status "
                   WS-RS-STATUS " - nothing purged."
               CLOSE REPORT-INDEX
               GO TO 4000-EXIT
           END-IF.

           MOVE LOW-VALUES TO RI-REPORT-ID.
           START REPORT-INDEX KEY IS NOT LESS THAN RI-REPORT-ID
               INVALID KEY
                   MOVE "10" TO WS-RI-STATUS
           END-START.
           PERFORM 4300-PURGE-ONE-ENTRY
               UNTIL WS-RI-STATUS = "10".

           CLOSE REPORT-INDEX REPORT-STORE.

           DISPLAY "Reports purged        : " WS-PURGED-REPORTS.
           DISPLAY "Lines purged          : " WS-PURGED-LINES.
           DISPLAY "Expired but held      : " WS-HELD-REPORTS.

           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-TIMESTAMP.
           MOVE "REPORT-ARCHIVE" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID   TO AUD-OPERATOR-ID.
           MOVE SPACES TO AUD-MESSAGE.
           STRING "Report purge - " DELIMITED BY SIZE
                  WS-PURGED-REPORTS DELIMITED BY SIZE
                  " expired report(s) purged, " DELIMITED BY SIZE
                  WS-HELD-REPORTS DELIMITED BY SIZE
                  " held" DELIMITED BY SIZE
                  INTO AUD-MESSAGE.
           PERFORM 8000-WRITE-AUDIT-LOG.

           PERFORM 7600-RUN-CONTROL-END.

       4000-EXIT.
           EXIT.

       4100-LOAD-REPORT-HOLDS.
      *> Only the holds on this file matter here - a hold names the
      *> report by its number, left-justified in LH-KEY.
           MOVE ZERO TO WS-HOLD-COUNT.
           MOVE "N"  TO WS-HOLD-OVERFLOW.
           OPEN INPUT LEGAL-HOLD.
           IF WS-LH-STATUS = "00"
               PERFORM 4110-LOAD-ONE-HOLD
                   UNTIL WS-LH-STATUS = "10"
               CLOSE LEGAL-HOLD
           END-IF.

       4110-LOAD-ONE-HOLD.
           READ LEGAL-HOLD
               AT END
                   MOVE "10" TO WS-LH-STATUS
               NOT AT END
                   IF LH-FILE-ID = "RPTINDEX"
                       IF WS-HOLD-COUNT >= MAX-REPORT-HOLDS
                           MOVE "Y" TO WS-HOLD-OVERFLOW
                       ELSE
                           ADD 1 TO WS-HOLD-COUNT
                           MOVE LH-KEY(1:8)
                               TO HT-REPORT-ID(WS-HOLD-COUNT)
                       END-IF
                   END-IF
           END-READ.

       4200-CHECK-REPORT-HOLD.
           MOVE "N" TO WS-ON-HOLD.
           PERFORM 4210-MATCH-ONE-HOLD
               VARYING WS-HOLD-INDEX FROM 1 BY 1
               UNTIL WS-HOLD-INDEX > WS-HOLD-COUNT
               OR WS-ON-HOLD = "Y".

       4210-MATCH-ONE-HOLD.
           IF HT-REPORT-ID(WS-HOLD-INDEX) = WS-HOLD-KEY
               MOVE "Y" TO WS-ON-HOLD
           END-IF.

       4300-PURGE-ONE-ENTRY.
           READ REPORT-INDEX NEXT
               AT END
                   MOVE "10" TO WS-RI-STATUS
               NOT AT END
                   IF RI-REPORT-ID NOT = ZERO
                       AND RI-COMPLETE
                       AND RI-RETAIN-UNTIL < WS-TODAY
                       MOVE RI-REPORT-ID TO WS-HOLD-KEY
                       PERFORM 4200-CHECK-REPORT-HOLD
                       IF WS-ON-HOLD = "Y"
                           ADD 1 TO WS-HELD-REPORTS
                       ELSE
                           PERFORM 4400-PURGE-THE-REPORT
                       END-IF
                   END-IF
           END-READ.

       4400-PURGE-THE-REPORT.
      *> The lines go first - a purge cut short leaves an index
      *> entry with fewer lines, never lines with no index entry.
           MOVE RI-REPORT-ID TO WS-PURGE-ID.
           MOVE WS-PURGE-ID  TO RS-REPORT-ID.
           MOVE ZERO         TO RS-LINE-NO.
           START REPORT-STORE KEY IS NOT LESS THAN RS-KEY
               INVALID KEY
                   MOVE "10" TO WS-RS-STATUS
           END-START.
           PERFORM 4410-PURGE-ONE-LINE
               UNTIL WS-RS-STATUS = "10".

           DELETE REPORT-INDEX RECORD
               INVALID KEY
                   DISPLAY "Could not delete REPORT-INDEX entry "
                       WS-PURGE-ID ", status " WS-RI-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-PURGED-REPORTS
           END-DELETE.

       4410-PURGE-ONE-LINE.
           READ REPORT-STORE NEXT
               AT END
                   MOVE "10" TO WS-RS-STATUS
               NOT AT END
                   IF RS-REPORT-ID NOT = WS-PURGE-ID
                       MOVE "10" TO WS-RS-STATUS
                   ELSE
                       DELETE REPORT-STORE RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-PURGED-LINES
                       END-DELETE
                   END-IF
           END-READ.

       8900-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.

           COPY "signon.cpy".
           COPY "auditapp.cpy".
           COPY "runcproc.cpy".
