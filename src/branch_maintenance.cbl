      *> the nearest branch still open, through ZIP-COORD-TABLE the
      *> way BRANCH-ASSIGNMENT measures it. The sequential file is
      *> rewritten through a work file, the usual copy pattern.
      *> Every change is audit-logged, and each reassigned member
      *> gets a "B" record on PERSON-HISTORY for the monthly
      *> movement report.

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

       01 WS-BW-STATUS       PIC X(02).
       01 WS-PM-STATUS       PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-PH-STATUS       PIC X(02).
       01 WS-BEFORE-IMAGE    PIC X(200).
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-CHOICE          PIC X(01).
           IF WS-BEST-BRANCH = ZERO
               ADD 1 TO WS-MEMBERS-STUCK
           ELSE
               MOVE PM-RECORD TO WS-BEFORE-IMAGE
               MOVE BT-CODE(WS-BEST-BRANCH) TO PM-BRANCH-CODE
               REWRITE PM-RECORD
               IF WS-PM-STATUS = "00"
                   ADD 1 TO WS-MEMBERS-MOVED
                   PERFORM 7400-WRITE-BRANCH-HISTORY
               ELSE
                   DISPLAY "Rewrite failed for " PM-LASTNAME
                       " " PM-ZIP-CODE ", status " WS-PM-STATUS
               MOVE WS-BRANCH-INDEX TO WS-BEST-BRANCH
           END-IF.

       7400-WRITE-BRANCH-HISTORY.
      *> Closing a branch transfers its members out; the movement
      *> report counts them in at the branch they land on.
           OPEN EXTEND PERSON-HISTORY.
           IF WS-PH-STATUS = "05" OR WS-PH-STATUS = "35"
               OPEN OUTPUT PERSON-HISTORY
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO PH-TIMESTAMP.
           MOVE WS-OPERATOR-ID   TO PH-OPERATOR-ID.
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

       8100-LOG-BRANCH-EVENT.
      *> AUD-MESSAGE(1:13) is set by the caller with the verb.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
