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
       FD  CONTRACTS-FILE.
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
       COPY "tmpltbl.cpy".
       COPY "rptarwk.cpy".

       78 MAX-SELECTED-CONTRACTS VALUE 100.

       01 WS-LTR-STATUS      PIC X(02).
       01 WS-RNC-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).

           OPEN OUTPUT REGISTER-PRINT.
           OPEN OUTPUT LETTER-PRINT.

           MOVE "ESCALREG"            TO WS-RA-REPORT-NAME.
           MOVE "CONTRACT-ESCALATION" TO WS-RA-PROGRAM-ID.
           MOVE WS-OPERATOR-ID        TO WS-RA-OPERATOR-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE SPACES TO PRT-LINE.
           STRING "CONTRACT ESCALATION REGISTER - effective "
                      DELIMITED BY SIZE

           CLOSE CONTRACTS-FILE.
           CLOSE REGISTER-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.
           CLOSE LETTER-PRINT.
           PERFORM 4200-ARCHIVE-THE-LETTERS THRU 4200-EXIT.

           DISPLAY "Contracts escalated : " WS-CONTRACTS-DONE.
           DISPLAY "Lines uplifted      : " WS-LINES-CHANGED.
       4000-WRITE-REGISTER-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

       4100-WRITE-LETTER-LINE.
           MOVE PRT-LINE TO LTR-RECORD.
           WRITE LTR-RECORD.

      *> The register holds the archive while the run is going, so
      *> the letters are read back and registered once it is done.
       4200-ARCHIVE-THE-LETTERS.
           OPEN INPUT LETTER-PRINT.
           IF WS-LTR-STATUS NOT = "00"
               DISPLAY "Could not reopen ESCALLTR, status "
                   WS-LTR-STATUS " - letters not archived."
               GO TO 4200-EXIT
           END-IF.

           MOVE "ESCALLTR"            TO WS-RA-REPORT-NAME.
           MOVE "CONTRACT-ESCALATION" TO WS-RA-PROGRAM-ID.
           MOVE WS-OPERATOR-ID        TO WS-RA-OPERATOR-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           PERFORM 4210-ARCHIVE-ONE-LETTER-LINE
               UNTIL WS-LTR-STATUS = "10".

           CLOSE LETTER-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

       4200-EXIT.
           EXIT.

       4210-ARCHIVE-ONE-LETTER-LINE.
           READ LETTER-PRINT
               AT END
                   MOVE "10" TO WS-LTR-STATUS
               NOT AT END
                   MOVE LTR-RECORD TO WS-RA-LINE
                   PERFORM 8960-REPORT-ARCHIVE-LINE
           END-READ.

       8100-LOG-ONE-CONTRACT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW           TO AUD-TIMESTAMP.
           COPY "runcproc.cpy".
           COPY "auditapp.cpy".
           COPY "tmplfmt.cpy".
           COPY "rptarch.cpy".

           COPY "signon.cpy".
