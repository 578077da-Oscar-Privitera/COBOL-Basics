      *> RPTARCH.cpy
      *> Shared report archiver - registers a print run on
      *> REPORT-INDEX and keeps a line-for-line copy of it on
      *> REPORT-STORE, so REPORT-ARCHIVE can find and reprint it
      *> after the print file itself has been overwritten. Requires
      *> the calling program to SELECT REPORT-INDEX ASSIGN TO
      *> "RPTINDEX" (INDEXED, DYNAMIC, RECORD KEY RI-REPORT-ID,
      *> status WS-RI-STATUS), REPORT-STORE ASSIGN TO "RPTSTORE"
      *> (INDEXED, DYNAMIC, RECORD KEY RS-KEY, status WS-RS-STATUS)
      *> and RETENTION-POLICY ASSIGN TO "RETPOLICY" (SEQUENTIAL,
      *> status WS-RP-STATUS), FD them with COPY "rptindex.cpy",
      *> "rptstore.cpy" and "retpol.cpy", and COPY "rptarwk.cpy" in
      *> WORKING-STORAGE.
      *>
      *> PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT once the
      *> print file is open; MOVE each printed line to WS-RA-LINE
      *> and PERFORM 8960-REPORT-ARCHIVE-LINE as it is written;
      *> PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT after the
      *> print file is closed. An archive that cannot be opened is
      *> reported and the print goes on unarchived - the print run
      *> is never held up by its copy.
       8950-REPORT-ARCHIVE-OPEN.
           MOVE "N"  TO WS-RA-FLAG.
           MOVE ZERO TO WS-RA-LINE-COUNT.
           IF WS-RA-RUN-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RA-RUN-DATE
           END-IF.

           OPEN I-O REPORT-INDEX.
           IF WS-RI-STATUS = "35"
               OPEN OUTPUT REPORT-INDEX
               IF WS-RI-STATUS = "00"
                   MOVE ZERO TO RI-CONTROL-KEY RI-LAST-REPORT-ID
                   WRITE RI-CONTROL-RECORD
                   CLOSE REPORT-INDEX
                   OPEN I-O REPORT-INDEX
               END-IF
           END-IF.
           IF WS-RI-STATUS NOT = "00"
               DISPLAY "REPORT-INDEX not available, status "
                   WS-RI-STATUS " - " WS-RA-REPORT-NAME
                   " not archived"
               GO TO 8950-EXIT
           END-IF.

      *> The next number comes off the control record, which is
      *> rewritten before the run's own entry goes on - two runs
      *> never share a number.
           MOVE ZERO TO RI-CONTROL-KEY.
           READ REPORT-INDEX
               KEY IS RI-REPORT-ID
               INVALID KEY
                   MOVE ZERO TO RI-CONTROL-KEY RI-LAST-REPORT-ID
                   WRITE RI-CONTROL-RECORD
           END-READ.
           ADD 1 TO RI-LAST-REPORT-ID.
           MOVE RI-LAST-REPORT-ID TO WS-RA-REPORT-ID.
           REWRITE RI-CONTROL-RECORD.

           MOVE WS-RA-REPORT-ID   TO RI-REPORT-ID.
           MOVE WS-RA-REPORT-NAME TO RI-REPORT-NAME.
           MOVE WS-RA-PROGRAM-ID  TO RI-PROGRAM-ID.
           MOVE WS-RA-RUN-DATE    TO RI-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RI-PRINTED-AT.
           MOVE WS-RA-COMPANY     TO RI-COMPANY.
           MOVE WS-RA-OPERATOR-ID TO RI-OPERATOR-ID.
           MOVE ZERO              TO RI-PAGE-COUNT RI-LINE-COUNT
                                     RI-RETAIN-UNTIL.
           SET RI-STILL-OPEN      TO TRUE.
           WRITE RI-RECORD
               INVALID KEY
                   DISPLAY "REPORT-INDEX entry " WS-RA-REPORT-ID
                       " already on file - " WS-RA-REPORT-NAME
                       " not archived"
                   CLOSE REPORT-INDEX
                   GO TO 8950-EXIT
           END-WRITE.
           CLOSE REPORT-INDEX.

           OPEN I-O REPORT-STORE.
           IF WS-RS-STATUS = "35"
               OPEN OUTPUT REPORT-STORE
           END-IF.
           IF WS-RS-STATUS NOT = "00"
               DISPLAY "REPORT-STORE not available, status "
                   WS-RS-STATUS " - " WS-RA-REPORT-NAME
                   " not archived"
               GO TO 8950-EXIT
           END-IF.
           SET WS-RA-ACTIVE TO TRUE.

       8950-EXIT.
           EXIT.

       8960-REPORT-ARCHIVE-LINE.
           IF WS-RA-ACTIVE
               ADD 1 TO WS-RA-LINE-COUNT
               MOVE WS-RA-REPORT-ID  TO RS-REPORT-ID
               MOVE WS-RA-LINE-COUNT TO RS-LINE-NO
               MOVE WS-RA-LINE       TO RS-LINE
               WRITE RS-RECORD
                   INVALID KEY
                       DISPLAY "REPORT-STORE write failed, status "
                           WS-RS-STATUS " - archive of report "
                           WS-RA-REPORT-ID " stopped"
                       MOVE "N" TO WS-RA-FLAG
                       CLOSE REPORT-STORE
               END-WRITE
           END-IF.

       8970-REPORT-ARCHIVE-CLOSE.
      *> Only a run whose every line reached the store is marked
      *> complete - one cut short stays open on the index.
           IF NOT WS-RA-ACTIVE
               GO TO 8970-EXIT
           END-IF.
           MOVE "N" TO WS-RA-FLAG.
           CLOSE REPORT-STORE.

           PERFORM 8980-FIND-RETENTION-YEARS.
           COMPUTE WS-RA-RETAIN-YYYY =
               WS-RA-RUN-YYYY + WS-RA-YEARS.

           OPEN I-O REPORT-INDEX.
           IF WS-RI-STATUS NOT = "00"
               DISPLAY "REPORT-INDEX not available, status "
                   WS-RI-STATUS " - report " WS-RA-REPORT-ID
                   " left open"
               GO TO 8970-EXIT
           END-IF.
           MOVE WS-RA-REPORT-ID TO RI-REPORT-ID.
           READ REPORT-INDEX
               KEY IS RI-REPORT-ID
               INVALID KEY
                   DISPLAY "REPORT-INDEX entry " WS-RA-REPORT-ID
                       " has gone - run not closed"
               NOT INVALID KEY
                   MOVE WS-RA-LINE-COUNT TO RI-LINE-COUNT
                   COMPUTE RI-PAGE-COUNT =
                       (WS-RA-LINE-COUNT + RA-PAGE-DEPTH - 1)
                       / RA-PAGE-DEPTH
                   MOVE WS-RA-RETAIN-YYYY TO RI-RETAIN-UNTIL(1:4)
                   MOVE WS-RA-RUN-MMDD TO RI-RETAIN-UNTIL(5:4)
                   SET RI-COMPLETE TO TRUE
                   REWRITE RI-RECORD
           END-READ.
           CLOSE REPORT-INDEX.

       8970-EXIT.
           EXIT.

       8980-FIND-RETENTION-YEARS.
      *> The report's own policy for its company wins, then its own
      *> default (blank category), then the REPORTS default for
      *> every print, then the compiled-in years when the policy
      *> file names none of them.
           MOVE RA-DEFAULT-YEARS TO WS-RA-YEARS.
           MOVE ZERO TO WS-RA-RANK.
           OPEN INPUT RETENTION-POLICY.
           IF WS-RP-STATUS = "00"
               PERFORM 8985-MATCH-ONE-POLICY
                   UNTIL WS-RP-STATUS = "10"
               CLOSE RETENTION-POLICY
           END-IF.

       8985-MATCH-ONE-POLICY.
           READ RETENTION-POLICY
               AT END
                   MOVE "10" TO WS-RP-STATUS
               NOT AT END
                   IF RP-FILE-ID = WS-RA-REPORT-NAME
                       IF RP-CATEGORY = WS-RA-COMPANY
                           AND WS-RA-COMPANY NOT = SPACES
                           MOVE RP-RETENTION-YEARS TO WS-RA-YEARS
                           MOVE 3 TO WS-RA-RANK
                       ELSE
                           IF RP-CATEGORY = SPACES
                               AND WS-RA-RANK < 2
                               MOVE RP-RETENTION-YEARS TO WS-RA-YEARS
                               MOVE 2 TO WS-RA-RANK
                           END-IF
                       END-IF
                   ELSE
                       IF RP-FILE-ID = "REPORTS"
                           AND RP-CATEGORY = SPACES
                           AND WS-RA-RANK < 1
                           MOVE RP-RETENTION-YEARS TO WS-RA-YEARS
                           MOVE 1 TO WS-RA-RANK
                       END-IF
                   END-IF
           END-READ.
