      *>                 longer loaded, so no member can be
      *>                 assigned to a branch that no longer
      *>                 exists.
      *> 2026-10-15  OP  A member whose branch changes gets a "B"
      *>                 record on PERSON-HISTORY (before and after
      *>                 images) for the monthly movement report.
      *> 2026-10-15  OP  Registered on the report archive - the
      *>                 BRANCHEXC and BRANCHRPT prints go on
      *>                 REPORT-INDEX with a copy of every line on
      *>                 REPORT-STORE, so REPORT-ARCHIVE can find,
      *>                 reprint and expire them.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RNC-STATUS.

           SELECT PERSON-HISTORY ASSIGN TO "PERSHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PH-STATUS.

           SELECT ZIP-GAZETTEER ASSIGN TO "GAZETTEER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GAZ-STATUS.

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
           COPY "persmast.cpy".

       FD  PERSON-HISTORY.
           COPY "pershist.cpy".

       FD  BRANCHES-FILE.
           COPY "branchrec.cpy".

       FD  ZIP-GAZETTEER.
           COPY "gazet.cpy".

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

       COPY "zipcoord.cpy".
       01 WS-BR-STATUS       PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-EXC-STATUS      PIC X(02).
       01 WS-PH-STATUS       PIC X(02).
       01 WS-BEFORE-IMAGE    PIC X(200).
       01 WS-OLD-BRANCH      PIC X(04).

       01 WS-BRANCH-TABLE.
          05 WS-BRANCH-ENTRY OCCURS 20 TIMES.
               GO TO 0000-EXIT
           END-IF.

           MOVE "BRANCHEXC"         TO WS-RA-REPORT-NAME.
           MOVE "BRANCH-ASSIGNMENT" TO WS-RA-PROGRAM-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE LOW-VALUES TO PM-KEY.
           START PERSON-MASTER KEY IS NOT LESS THAN PM-KEY
               INVALID KEY

           CLOSE PERSON-MASTER.
           CLOSE BRANCH-EXCEPTIONS.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           PERFORM 3000-PRINT-THE-ROSTER THRU 3000-EXIT.

                      " has no coordinate entry" DELIMITED BY SIZE
                      INTO EXC-RECORD
               WRITE EXC-RECORD
               MOVE EXC-RECORD TO WS-RA-LINE
               PERFORM 8960-REPORT-ARCHIVE-LINE
           ELSE
               MOVE WS-LOOKED-UP-ZIP-X TO WS-MEMBER-X
               MOVE WS-LOOKED-UP-ZIP-Y TO WS-MEMBER-Y
               PERFORM 2200-FIND-NEAREST-BRANCH
               MOVE PM-RECORD      TO WS-BEFORE-IMAGE
               MOVE PM-BRANCH-CODE TO WS-OLD-BRANCH
               MOVE BT-CODE(WS-BEST-BRANCH) TO PM-BRANCH-CODE
               REWRITE PM-RECORD
               IF WS-PM-STATUS = "00"
                   ADD 1 TO WS-MEMBERS-STAMPED
                   ADD 1 TO BT-MEMBER-COUNT(WS-BEST-BRANCH)
                   IF PM-BRANCH-CODE NOT = WS-OLD-BRANCH
                       PERFORM 2300-WRITE-BRANCH-HISTORY
                   END-IF
               ELSE
                   DISPLAY "Rewrite failed for " PM-LASTNAME
                       " " PM-ZIP-CODE ", status " WS-PM-STATUS
               MOVE WS-BRANCH-INDEX TO WS-BEST-BRANCH
           END-IF.

       2300-WRITE-BRANCH-HISTORY.
      *> A member moved to another branch is a transfer out of one
      *> branch and into the other on the monthly movement report.
           OPEN EXTEND PERSON-HISTORY.
           IF WS-PH-STATUS = "05" OR WS-PH-STATUS = "35"
               OPEN OUTPUT PERSON-HISTORY
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO PH-TIMESTAMP.
           MOVE "BRANCHASGN"     TO PH-OPERATOR-ID.
           MOVE "B"              TO PH-ACTION.
           IF PM-MEMBER-NUMBER NUMERIC
               MOVE PM-MEMBER-NUMBER TO PH-MEMBER-NUMBER
           ELSE
               MOVE ZERO TO PH-MEMBER-NUMBER
           END-IF.
           MOVE WS-BEFORE-IMAGE  TO PH-BEFORE-IMAGE.
           MOVE PM-RECORD        TO PH-AFTER-IMAGE.
           WRITE PH-RECORD.
           IF WS-PH-STATUS NOT = "00"
               DISPLAY "PERSON-HISTORY write failed, status "
                   WS-PH-STATUS
           END-IF.

           CLOSE PERSON-HISTORY.

       3000-PRINT-THE-ROSTER.
           OPEN OUTPUT ROSTER-PRINT.
           IF WS-RPT-STATUS NOT = "00"
               GO TO 3000-EXIT
           END-IF.

           MOVE "BRANCHRPT"         TO WS-RA-REPORT-NAME.
           MOVE "BRANCH-ASSIGNMENT" TO WS-RA-PROGRAM-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE "BRANCH ASSIGNMENT ROSTER" TO PRT-LINE.
           PERFORM 4000-WRITE-ROSTER-LINE.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-ROSTER-LINE.

           CLOSE ROSTER-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

       3000-EXIT.
           EXIT.
       4000-WRITE-ROSTER-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

           COPY "zipload.cpy".

           COPY "runcproc.cpy".
           COPY "rptarch.cpy".
