       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBERSHIP-MOVEMENT-REPORT.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Monthly membership movement, one line per branch and a
      *> total, for the branch managers. A current member is one
      *> neither lapsed nor deceased (an erased shell is nobody's
      *> member). For each PM-BRANCH-CODE the page gives:
      *>   OPENING  - the closing count the last month saved on
      *>              MOVEMENT-CONTROL;
      *>   NEW      - "A" records on PERSON-HISTORY;
      *>   RENEWED  - "N" records (a renewal keeps the member, so it
      *>              is shown but does not move the count);
      *>   REJOIN   - a lapsed member made current again;
      *>   LAPSED / DIED - a current member no longer current, the
      *>              after image saying which;
      *>   ERASED   - ERASURE-REGISTER entries for current members;
      *>   DELETED  - "D" records for current members;
      *>   TRF-IN / TRF-OUT - a current member's branch changed
      *>              (reassignment and branch closure);
      *>   CLOSING  - current members counted off PERSON-MASTER now.
      *> OTHER is whatever the closing count differs by from the
      *> opening plus the movements - changes made on PERSON-MASTER
      *> without a history record (duplicate merges, the archive
      *> purge). It should be zero; when it is not, the figure
      *> says so rather than the page quietly not adding up.
      *> The period runs from the last month's closing moment to
      *> now; the first month ever run opens on its own 1st and
      *> derives the openings from the closing less the movement.
      *> Report on MOVERPT; the closing counts are saved on
      *> MOVEMENT-CONTROL for next month.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSON-MASTER ASSIGN TO "PERSONMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PM-STATUS.

           SELECT PERSON-HISTORY ASSIGN TO "PERSHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PH-STATUS.

           SELECT ERASURE-REGISTER ASSIGN TO "ERASEREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ER-STATUS.

           SELECT MOVEMENT-CONTROL ASSIGN TO "MOVECTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MVC-STATUS.

           SELECT BRANCHES-FILE ASSIGN TO "BRANCHES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BR-STATUS.

           SELECT MOVEMENT-PRINT ASSIGN TO "MOVERPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
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

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-MASTER.
           COPY "persmast.cpy".

       FD  PERSON-HISTORY.
           COPY "pershist.cpy".

       FD  ERASURE-REGISTER.
           COPY "eraserec.cpy".

       FD  MOVEMENT-CONTROL.
           COPY "movectl.cpy".

       FD  BRANCHES-FILE.
           COPY "branchrec.cpy".

       FD  MOVEMENT-PRINT.
       01 RPT-RECORD PIC X(132).

       FD  RUN-CONTROL.
           COPY "runctl.cpy".

       FD  REPORT-INDEX.
           COPY "rptindex.cpy".

       FD  REPORT-STORE.
           COPY "rptstore.cpy".

       FD  RETENTION-POLICY.
           COPY "retpol.cpy".

       WORKING-STORAGE SECTION.
       COPY "runctbl.cpy".
       COPY "brnchtbl.cpy".
       COPY "rptarwk.cpy".
       01 WS-RNC-STATUS      PIC X(02).

      *> Before and after images off PERSON-HISTORY, laid out.
       COPY "persmast.cpy" REPLACING LEADING ==PM== BY ==OLD==.
       COPY "persmast.cpy" REPLACING LEADING ==PM== BY ==NEW==.

       78 MAX-MOVEMENT-BRANCHES VALUE 60.

       01 WS-PM-STATUS       PIC X(02).
       01 WS-PH-STATUS       PIC X(02).
       01 WS-ER-STATUS       PIC X(02).
       01 WS-MVC-STATUS      PIC X(02).
       01 WS-BR-STATUS       PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).

       01 WS-REPORT-MONTH    PIC 9(06).
       01 WS-PERIOD-START    PIC 9(14).
       01 WS-PERIOD-END      PIC 9(14).
       01 WS-SAVED-MONTH     PIC 9(06) VALUE ZERO.
       01 WS-HAVE-OPENING    PIC X(01) VALUE "N".
       01 WS-REFUSE-RUN      PIC X(01) VALUE "N".

       01 WS-OLD-CURRENT     PIC X(01).
       01 WS-NEW-CURRENT     PIC X(01).
       01 WS-HISTORY-TAKEN   PIC 9(07) VALUE ZERO.
       01 WS-ERASURES-TAKEN  PIC 9(05) VALUE ZERO.
       01 WS-MEMBERS-COUNTED PIC 9(07) VALUE ZERO.

      *> One line per branch, kept in branch-code order. The figures
      *> are laid out alike in the table, the total and the line
      *> being printed, so a line is moved whole.
       01 WS-MV-TABLE.
          05 WS-MV-ENTRY OCCURS 60 TIMES.
             10 MV-BRANCH-CODE   PIC X(04).
             10 MV-FIGURES.
                15 MV-OPENING    PIC S9(07).
                15 MV-NEW        PIC S9(07).
                15 MV-RENEWED    PIC S9(07).
                15 MV-REJOINED   PIC S9(07).
                15 MV-LAPSED     PIC S9(07).
                15 MV-DIED       PIC S9(07).
                15 MV-ERASED     PIC S9(07).
                15 MV-DELETED    PIC S9(07).
                15 MV-TRANS-IN   PIC S9(07).
                15 MV-TRANS-OUT  PIC S9(07).
                15 MV-OTHER      PIC S9(07).
                15 MV-CLOSING    PIC S9(07).
       01 WS-MV-COUNT        PIC 9(02) VALUE ZERO.
       01 WS-MV-INDEX        PIC 9(02).
       01 WS-MV-SLOT         PIC 9(02).
       01 WS-MV-SHIFT        PIC 9(02).
       01 WS-MV-FULL-SEEN    PIC X(01) VALUE "N".
       01 WS-WANT-BRANCH     PIC X(04).

       01 WS-TOTAL-FIGURES.
          05 TT-OPENING      PIC S9(07).
          05 TT-NEW          PIC S9(07).
          05 TT-RENEWED      PIC S9(07).
          05 TT-REJOINED     PIC S9(07).
          05 TT-LAPSED       PIC S9(07).
          05 TT-DIED         PIC S9(07).
          05 TT-ERASED       PIC S9(07).
          05 TT-DELETED      PIC S9(07).
          05 TT-TRANS-IN     PIC S9(07).
          05 TT-TRANS-OUT    PIC S9(07).
          05 TT-OTHER        PIC S9(07).
          05 TT-CLOSING      PIC S9(07).

       01 WS-LINE-FIGURES.
          05 LN-OPENING      PIC S9(07).
          05 LN-NEW          PIC S9(07).
          05 LN-RENEWED      PIC S9(07).
          05 LN-REJOINED     PIC S9(07).
          05 LN-LAPSED       PIC S9(07).
          05 LN-DIED         PIC S9(07).
          05 LN-ERASED       PIC S9(07).
          05 LN-DELETED      PIC S9(07).
          05 LN-TRANS-IN     PIC S9(07).
          05 LN-TRANS-OUT    PIC S9(07).
          05 LN-OTHER        PIC S9(07).
          05 LN-CLOSING      PIC S9(07).
       01 WS-NET-MOVEMENT    PIC S9(07).
       01 WS-LINE-LABEL      PIC X(26).
       01 WS-BRANCH-NAME     PIC X(20).

       01 OPN-FORMATTED      PIC -(6)9.
       01 NEW-FORMATTED      PIC -(6)9.
       01 RNW-FORMATTED      PIC -(6)9.
       01 RJN-FORMATTED      PIC -(6)9.
       01 LAP-FORMATTED      PIC -(6)9.
       01 DIE-FORMATTED      PIC -(6)9.
       01 ERA-FORMATTED      PIC -(6)9.
       01 DEL-FORMATTED      PIC -(6)9.
       01 TIN-FORMATTED      PIC -(6)9.
       01 TOU-FORMATTED      PIC -(6)9.
       01 OTH-FORMATTED      PIC -(6)9.
       01 CLS-FORMATTED      PIC -(6)9.

       01 PRT-LINE           PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "MEMBER-MOVEMENT" TO WS-RC-JOB-NAME.
           MOVE SPACES            TO WS-RC-PREDECESSOR.
           PERFORM 7500-RUN-CONTROL-START.
           IF WS-RC-REFUSED
               DISPLAY "Run refused by run-control."
               STOP RUN
           END-IF.

           DISPLAY "Report month (CCYYMM): ".
           ACCEPT WS-REPORT-MONTH.
           IF WS-REPORT-MONTH NOT NUMERIC OR WS-REPORT-MONTH = ZERO
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-REPORT-MONTH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-PERIOD-END.
           COMPUTE WS-PERIOD-START =
               WS-REPORT-MONTH * 100000000 + 1000000.

           PERFORM 1000-LOAD-MOVEMENT-CONTROL THRU 1000-EXIT.
           IF WS-REFUSE-RUN = "Y"
               GO TO 0000-EXIT
           END-IF.

           OPEN INPUT PERSON-HISTORY.
           IF WS-PH-STATUS = "00"
               PERFORM 2000-TAKE-ONE-HISTORY
                   UNTIL WS-PH-STATUS = "10"
               CLOSE PERSON-HISTORY
           ELSE
               DISPLAY "PERSON-HISTORY not available, status "
                   WS-PH-STATUS " - no movement taken from it"
           END-IF.

           OPEN INPUT ERASURE-REGISTER.
           IF WS-ER-STATUS = "00"
               PERFORM 2300-TAKE-ONE-ERASURE
                   UNTIL WS-ER-STATUS = "10"
               CLOSE ERASURE-REGISTER
           END-IF.

           OPEN INPUT PERSON-MASTER.
           IF WS-PM-STATUS NOT = "00"
               DISPLAY "Could not open PERSON-MASTER, status "
                   WS-PM-STATUS
               GO TO 0000-EXIT
           END-IF.
           MOVE LOW-VALUES TO PM-KEY.
           START PERSON-MASTER KEY IS NOT LESS THAN PM-KEY
               INVALID KEY
                   MOVE "10" TO WS-PM-STATUS
           END-START.
           PERFORM 2500-COUNT-ONE-MEMBER UNTIL WS-PM-STATUS = "10".
           CLOSE PERSON-MASTER.

           PERFORM 2700-SETTLE-ONE-BRANCH
               VARYING WS-MV-INDEX FROM 1 BY 1
               UNTIL WS-MV-INDEX > WS-MV-COUNT.

           PERFORM 5650-LOAD-BRANCH-TABLE.

           OPEN OUTPUT MOVEMENT-PRINT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open MOVERPT, status "
                   WS-RPT-STATUS
               GO TO 0000-EXIT
           END-IF.

           MOVE "MOVERPT"         TO WS-RA-REPORT-NAME.
           MOVE "MEMBER-MOVEMENT" TO WS-RA-PROGRAM-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.
           PERFORM 3000-PRINT-THE-REPORT.
           CLOSE MOVEMENT-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           PERFORM 5000-SAVE-MOVEMENT-CONTROL.

           DISPLAY "History records taken: " WS-HISTORY-TAKEN
               ", erasures: " WS-ERASURES-TAKEN
               ", current members: " WS-MEMBERS-COUNTED.

           PERFORM 7600-RUN-CONTROL-END.

       0000-EXIT.
           STOP RUN.

       1000-LOAD-MOVEMENT-CONTROL.
      *> A saved earlier month opens this one on its closing counts
      *> and closing moment; a saved run of this same month is a
      *> rerun and takes that run's openings and start again. A
      *> later month already saved means this month's closing has
      *> gone - it cannot be reported any more.
           OPEN INPUT MOVEMENT-CONTROL.
           IF WS-MVC-STATUS NOT = "00"
               GO TO 1000-EXIT
           END-IF.

           PERFORM 1100-LOAD-ONE-CONTROL
               UNTIL WS-MVC-STATUS = "10".
           CLOSE MOVEMENT-CONTROL.

           IF WS-SAVED-MONTH > WS-REPORT-MONTH
               DISPLAY "Movement is already reported up to "
                   WS-SAVED-MONTH " - " WS-REPORT-MONTH
                   " can no longer be run."
               MOVE "Y" TO WS-REFUSE-RUN
           END-IF.

       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-CONTROL.
           READ MOVEMENT-CONTROL
               AT END
                   MOVE "10" TO WS-MVC-STATUS
               NOT AT END
                   MOVE MVC-MONTH TO WS-SAVED-MONTH
                   MOVE "Y" TO WS-HAVE-OPENING
                   MOVE MVC-BRANCH-CODE TO WS-WANT-BRANCH
                   PERFORM 1500-FIND-OR-ADD-BRANCH THRU 1500-EXIT
                   IF MVC-MONTH = WS-REPORT-MONTH
                       MOVE MVC-PERIOD-START TO WS-PERIOD-START
                       IF WS-MV-SLOT NOT = ZERO
                           MOVE MVC-OPENING-COUNT
                               TO MV-OPENING(WS-MV-SLOT)
                       END-IF
                   ELSE
                       MOVE MVC-PERIOD-END TO WS-PERIOD-START
                       IF WS-MV-SLOT NOT = ZERO
                           MOVE MVC-CLOSING-COUNT
                               TO MV-OPENING(WS-MV-SLOT)
                       END-IF
                   END-IF
           END-READ.

       1500-FIND-OR-ADD-BRANCH.
      *> WS-MV-SLOT comes back as the line for WS-WANT-BRANCH, made
      *> in code order if new - zero if the table is full.
           MOVE ZERO TO WS-MV-SLOT.
           PERFORM 1510-MATCH-ONE-BRANCH
               VARYING WS-MV-INDEX FROM 1 BY 1
               UNTIL WS-MV-INDEX > WS-MV-COUNT
               OR WS-MV-SLOT NOT = ZERO.
           IF WS-MV-SLOT NOT = ZERO
               GO TO 1500-EXIT
           END-IF.
           IF WS-MV-COUNT >= MAX-MOVEMENT-BRANCHES
               IF WS-MV-FULL-SEEN = "N"
                   DISPLAY "** more than " MAX-MOVEMENT-BRANCHES
                       " branches - the rest are left off"
                   MOVE "Y" TO WS-MV-FULL-SEEN
               END-IF
               GO TO 1500-EXIT
           END-IF.

      *> Insert ahead of the first line with a higher code.
           MOVE 1 TO WS-MV-SLOT.
           PERFORM 1520-STEP-PAST-ONE-BRANCH
               UNTIL WS-MV-SLOT > WS-MV-COUNT
               OR MV-BRANCH-CODE(WS-MV-SLOT) > WS-WANT-BRANCH.
           PERFORM 1530-SHIFT-ONE-BRANCH
               VARYING WS-MV-SHIFT FROM WS-MV-COUNT BY -1
               UNTIL WS-MV-SHIFT < WS-MV-SLOT.
           ADD 1 TO WS-MV-COUNT.
           MOVE WS-WANT-BRANCH TO MV-BRANCH-CODE(WS-MV-SLOT).
           INITIALIZE MV-FIGURES(WS-MV-SLOT).

       1500-EXIT.
           EXIT.

       1510-MATCH-ONE-BRANCH.
           IF MV-BRANCH-CODE(WS-MV-INDEX) = WS-WANT-BRANCH
               MOVE WS-MV-INDEX TO WS-MV-SLOT
           END-IF.

       1520-STEP-PAST-ONE-BRANCH.
           ADD 1 TO WS-MV-SLOT.

       1530-SHIFT-ONE-BRANCH.
           MOVE WS-MV-ENTRY(WS-MV-SHIFT)
               TO WS-MV-ENTRY(WS-MV-SHIFT + 1).

       2000-TAKE-ONE-HISTORY.
           READ PERSON-HISTORY
               AT END
                   MOVE "10" TO WS-PH-STATUS
               NOT AT END
                   IF PH-TIMESTAMP > WS-PERIOD-START
                       AND PH-TIMESTAMP NOT > WS-PERIOD-END
                       ADD 1 TO WS-HISTORY-TAKEN
                       PERFORM 2100-APPLY-ONE-HISTORY THRU 2100-EXIT
                   END-IF
           END-READ.

       2100-APPLY-ONE-HISTORY.
      *> What the record did to the count is read off whether the
      *> member was current before and after, and where.
           MOVE PH-BEFORE-IMAGE TO OLD-RECORD.
           MOVE PH-AFTER-IMAGE  TO NEW-RECORD.

           MOVE "Y" TO WS-OLD-CURRENT.
           IF PH-WAS-ADD OR OLD-IS-DECEASED OR OLD-IS-LAPSED
               OR (OLD-LASTNAME(1:6) = "ERASED"
                   AND OLD-FIRSTNAME = "ERASED")
               MOVE "N" TO WS-OLD-CURRENT
           END-IF.
           MOVE "Y" TO WS-NEW-CURRENT.
           IF PH-WAS-DELETE OR NEW-IS-DECEASED OR NEW-IS-LAPSED
               OR (NEW-LASTNAME(1:6) = "ERASED"
                   AND NEW-FIRSTNAME = "ERASED")
               MOVE "N" TO WS-NEW-CURRENT
           END-IF.

           IF PH-WAS-RENEW
               MOVE NEW-BRANCH-CODE TO WS-WANT-BRANCH
               PERFORM 1500-FIND-OR-ADD-BRANCH THRU 1500-EXIT
               IF WS-MV-SLOT NOT = ZERO
                   ADD 1 TO MV-RENEWED(WS-MV-SLOT)
               END-IF
           END-IF.

           IF WS-OLD-CURRENT = "Y" AND WS-NEW-CURRENT = "Y"
               IF OLD-BRANCH-CODE NOT = NEW-BRANCH-CODE
                   MOVE OLD-BRANCH-CODE TO WS-WANT-BRANCH
                   PERFORM 1500-FIND-OR-ADD-BRANCH THRU 1500-EXIT
                   IF WS-MV-SLOT NOT = ZERO
                       ADD 1 TO MV-TRANS-OUT(WS-MV-SLOT)
                   END-IF
                   MOVE NEW-BRANCH-CODE TO WS-WANT-BRANCH
                   PERFORM 1500-FIND-OR-ADD-BRANCH THRU 1500-EXIT
                   IF WS-MV-SLOT NOT = ZERO
                       ADD 1 TO MV-TRANS-IN(WS-MV-SLOT)
                   END-IF
               END-IF
               GO TO 2100-EXIT
           END-IF.

           IF WS-OLD-CURRENT = "N" AND WS-NEW-CURRENT = "Y"
               MOVE NEW-BRANCH-CODE TO WS-WANT-BRANCH
               PERFORM 1500-FIND-OR-ADD-BRANCH THRU 1500-EXIT
               IF WS-MV-SLOT NOT = ZERO
                   IF PH-WAS-ADD
                       ADD 1 TO MV-NEW(WS-MV-SLOT)
                   ELSE
                       ADD 1 TO MV-REJOINED(WS-MV-SLOT)
                   END-IF
               END-IF
               GO TO 2100-EXIT
           END-IF.

           IF WS-OLD-CURRENT = "Y" AND WS-NEW-CURRENT = "N"
               MOVE OLD-BRANCH-CODE TO WS-WANT-BRANCH
               PERFORM 1500-FIND-OR-ADD-BRANCH THRU 1500-EXIT
               IF WS-MV-SLOT NOT = ZERO
                   EVALUATE TRUE
                       WHEN PH-WAS-DELETE
                           ADD 1 TO MV-DELETED(WS-MV-SLOT)
                       WHEN NEW-IS-DECEASED
                           ADD 1 TO MV-DIED(WS-MV-SLOT)
                       WHEN OTHER
                           ADD 1 TO MV-LAPSED(WS-MV-SLOT)
                   END-EVALUATE
               END-IF
           END-IF.

       2100-EXIT.
           EXIT.

       2300-TAKE-ONE-ERASURE.
      *> Only an erasure that took a current member off the master
      *> moves a count; the register keeps the branch for this.
           READ ERASURE-REGISTER
               AT END
                   MOVE "10" TO WS-ER-STATUS
               NOT AT END
                   IF ER-TIMESTAMP > WS-PERIOD-START
                       AND ER-TIMESTAMP NOT > WS-PERIOD-END
                       AND ER-MASTER-DONE = "Y"
                       AND ER-WAS-CURRENT-MEMBER
                       ADD 1 TO WS-ERASURES-TAKEN
                       MOVE ER-BRANCH-CODE TO WS-WANT-BRANCH
                       PERFORM 1500-FIND-OR-ADD-BRANCH THRU 1500-EXIT
                       IF WS-MV-SLOT NOT = ZERO
                           ADD 1 TO MV-ERASED(WS-MV-SLOT)
                       END-IF
                   END-IF
           END-READ.

       2500-COUNT-ONE-MEMBER.
           READ PERSON-MASTER NEXT
               AT END
                   MOVE "10" TO WS-PM-STATUS
               NOT AT END
                   IF NOT PM-IS-DECEASED AND NOT PM-IS-LAPSED
                       AND NOT (PM-LASTNAME(1:6) = "ERASED"
                                AND PM-FIRSTNAME = "ERASED")
                       ADD 1 TO WS-MEMBERS-COUNTED
                       MOVE PM-BRANCH-CODE TO WS-WANT-BRANCH
                       PERFORM 1500-FIND-OR-ADD-BRANCH THRU 1500-EXIT
                       IF WS-MV-SLOT NOT = ZERO
                           ADD 1 TO MV-CLOSING(WS-MV-SLOT)
                       END-IF
                   END-IF
           END-READ.

       2700-SETTLE-ONE-BRANCH.
      *> With no earlier month the opening is what the closing was
      *> before this period's movement; otherwise whatever the
      *> movement does not explain is shown as OTHER.
           COMPUTE WS-NET-MOVEMENT =
               MV-NEW(WS-MV-INDEX) + MV-REJOINED(WS-MV-INDEX)
               + MV-TRANS-IN(WS-MV-INDEX)
               - MV-LAPSED(WS-MV-INDEX) - MV-DIED(WS-MV-INDEX)
               - MV-ERASED(WS-MV-INDEX) - MV-DELETED(WS-MV-INDEX)
               - MV-TRANS-OUT(WS-MV-INDEX).
           IF WS-HAVE-OPENING = "Y"
               COMPUTE MV-OTHER(WS-MV-INDEX) =
                   MV-CLOSING(WS-MV-INDEX) - MV-OPENING(WS-MV-INDEX)
                   - WS-NET-MOVEMENT
           ELSE
               COMPUTE MV-OPENING(WS-MV-INDEX) =
                   MV-CLOSING(WS-MV-INDEX) - WS-NET-MOVEMENT
               MOVE ZERO TO MV-OTHER(WS-MV-INDEX)
           END-IF.

       3000-PRINT-THE-REPORT.
           MOVE SPACES TO PRT-LINE.
           STRING "MEMBERSHIP MOVEMENT BY BRANCH - MONTH "
                  DELIMITED BY SIZE
                  WS-REPORT-MONTH DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "Movement after " DELIMITED BY SIZE
                  WS-PERIOD-START DELIMITED BY SIZE
                  " up to " DELIMITED BY SIZE
                  WS-PERIOD-END DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           IF WS-HAVE-OPENING NOT = "Y"
               MOVE "No earlier month on MOVEMENT-CONTROL - openings a
      -            "re the closing count less this period's movement."
                   TO PRT-LINE
               PERFORM 4000-WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE "BRAN NAME                 OPENING     NEW RENEWED  REJO
      -         "IN  LAPSED    DIED  ERASED DELETED  TRF-IN TRF-OUT   O
      -         "THER CLOSING" TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE ALL "-" TO PRT-LINE(1:121).
           PERFORM 4000-WRITE-REPORT-LINE.

           INITIALIZE WS-TOTAL-FIGURES.
           PERFORM 3100-PRINT-ONE-BRANCH
               VARYING WS-MV-INDEX FROM 1 BY 1
               UNTIL WS-MV-INDEX > WS-MV-COUNT.

           MOVE ALL "=" TO PRT-LINE(1:121).
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE "ALL BRANCHES" TO WS-LINE-LABEL.
           MOVE WS-TOTAL-FIGURES TO WS-LINE-FIGURES.
           PERFORM 3500-PRINT-FIGURES.

           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE "RENEWED is shown for information - a renewal keeps th
      -         "e member. REJOIN is a lapsed member made current again
      -         "." TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE "OTHER is change on PERSON-MASTER with no history reco
      -         "rd (duplicate merges, archive purge) - normally zero."
               TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       3100-PRINT-ONE-BRANCH.
           MOVE SPACES TO WS-BRANCH-NAME.
           IF MV-BRANCH-CODE(WS-MV-INDEX) = SPACES
               MOVE "(no branch)" TO WS-BRANCH-NAME
           ELSE
               MOVE MV-BRANCH-CODE(WS-MV-INDEX) TO WS-SB-CODE-IN
               PERFORM 5670-LOOKUP-BRANCH-BY-CODE
               IF WS-SB-MATCH = ZERO
                   MOVE "(closed or unknown)" TO WS-BRANCH-NAME
               ELSE
                   MOVE SB-NAME(WS-SB-MATCH) TO WS-BRANCH-NAME
               END-IF
           END-IF.
           MOVE SPACES TO WS-LINE-LABEL.
           STRING MV-BRANCH-CODE(WS-MV-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BRANCH-NAME DELIMITED BY SIZE
                  INTO WS-LINE-LABEL.
           MOVE MV-FIGURES(WS-MV-INDEX) TO WS-LINE-FIGURES.
           PERFORM 3500-PRINT-FIGURES.

           ADD MV-OPENING(WS-MV-INDEX)   TO TT-OPENING.
           ADD MV-NEW(WS-MV-INDEX)       TO TT-NEW.
           ADD MV-RENEWED(WS-MV-INDEX)   TO TT-RENEWED.
           ADD MV-REJOINED(WS-MV-INDEX)  TO TT-REJOINED.
           ADD MV-LAPSED(WS-MV-INDEX)    TO TT-LAPSED.
           ADD MV-DIED(WS-MV-INDEX)      TO TT-DIED.
           ADD MV-ERASED(WS-MV-INDEX)    TO TT-ERASED.
           ADD MV-DELETED(WS-MV-INDEX)   TO TT-DELETED.
           ADD MV-TRANS-IN(WS-MV-INDEX)  TO TT-TRANS-IN.
           ADD MV-TRANS-OUT(WS-MV-INDEX) TO TT-TRANS-OUT.
           ADD MV-OTHER(WS-MV-INDEX)     TO TT-OTHER.
           ADD MV-CLOSING(WS-MV-INDEX)   TO TT-CLOSING.

       3500-PRINT-FIGURES.
           MOVE LN-OPENING   TO OPN-FORMATTED.
           MOVE LN-NEW       TO NEW-FORMATTED.
           MOVE LN-RENEWED   TO RNW-FORMATTED.
           MOVE LN-REJOINED  TO RJN-FORMATTED.
           MOVE LN-LAPSED    TO LAP-FORMATTED.
           MOVE LN-DIED      TO DIE-FORMATTED.
           MOVE LN-ERASED    TO ERA-FORMATTED.
           MOVE LN-DELETED   TO DEL-FORMATTED.
           MOVE LN-TRANS-IN  TO TIN-FORMATTED.
           MOVE LN-TRANS-OUT TO TOU-FORMATTED.
           MOVE LN-OTHER     TO OTH-FORMATTED.
           MOVE LN-CLOSING   TO CLS-FORMATTED.

           MOVE SPACES TO PRT-LINE.
           STRING WS-LINE-LABEL DELIMITED BY SIZE
                  OPN-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NEW-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RNW-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RJN-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LAP-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DIE-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ERA-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DEL-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TIN-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TOU-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OTH-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CLS-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       4000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

       5000-SAVE-MOVEMENT-CONTROL.
      *> The closing counts become next month's openings. Saved
      *> only once the page is out, so a run that dies is simply
      *> run again.
           OPEN OUTPUT MOVEMENT-CONTROL.
           IF WS-MVC-STATUS NOT = "00"
               DISPLAY "Could not save MOVEMENT-CONTROL, status "
                   WS-MVC-STATUS
           ELSE
               PERFORM 5100-SAVE-ONE-BRANCH
                   VARYING WS-MV-INDEX FROM 1 BY 1
                   UNTIL WS-MV-INDEX > WS-MV-COUNT
               CLOSE MOVEMENT-CONTROL
           END-IF.

       5100-SAVE-ONE-BRANCH.
           MOVE MV-BRANCH-CODE(WS-MV-INDEX) TO MVC-BRANCH-CODE.
           MOVE WS-REPORT-MONTH             TO MVC-MONTH.
           MOVE WS-PERIOD-START             TO MVC-PERIOD-START.
           MOVE WS-PERIOD-END               TO MVC-PERIOD-END.
           MOVE MV-OPENING(WS-MV-INDEX)     TO MVC-OPENING-COUNT.
           MOVE MV-CLOSING(WS-MV-INDEX)     TO MVC-CLOSING-COUNT.
           WRITE MVC-RECORD.

           COPY "brnchld.cpy".

           COPY "runcproc.cpy".
           COPY "rptarch.cpy".
