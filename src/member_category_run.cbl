       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBER-CATEGORY-RUN.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Nightly membership-category run. Walks PERSON-MASTER and
      *> recomputes every junior, adult and senior member's age off
      *> PM-DATE-OF-BIRTH via AGE-FROM-DOB: a junior who has reached
      *> the age of majority (MAJORITY-AGE-TABLE, for the country on
      *> the SYSIN card) moves to adult, and an adult who has reached
      *> the senior age moves to senior - so the next fee is billed
      *> in the right band without anybody remembering birthdays.
      *> A record not yet categorised takes the category its age
      *> calls for. Family and honorary memberships are chosen, not
      *> grown into, and are left alone; a member whose age now
      *> calls for a LOWER category (a corrected date of birth) is
      *> listed for the desk rather than moved back. Every move
      *> lands its before and after images on PERSON-HISTORY,
      *> queues a CATMOVE1 message for the member, and is listed on
      *> CATMVRPT with one audit entry each.

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

           SELECT NOTIFY-QUEUE ASSIGN TO "NOTIFYQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NQ-STATUS.

           SELECT CATEGORY-PRINT ASSIGN TO "CATMVRPT"
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
       FD  PERSON-MASTER.
           COPY "persmast.cpy".

       FD  PERSON-HISTORY.
           COPY "pershist.cpy".

       FD  NOTIFY-QUEUE.
           COPY "notifrec.cpy".

       FD  CATEGORY-PRINT.
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
       COPY "majagetbl.cpy".
       COPY "memcattb.cpy".
       COPY "rptarwk.cpy".

       01 WS-PM-STATUS       PIC X(02).
       01 WS-PH-STATUS       PIC X(02).
       01 WS-NQ-STATUS       PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-RNC-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-TODAY           PIC 9(08).

      *> The ladder junior - adult - senior, as a rank, so a move is
      *> only ever upwards.
       01 WS-OLD-CATEGORY    PIC X(01).
       01 WS-OLD-NAME        PIC X(10).
       01 WS-OLD-RANK        PIC 9(01).
       01 WS-NEW-RANK        PIC 9(01).
       01 WS-BEFORE-IMAGE    PIC X(200).
       01 WS-AFTER-IMAGE     PIC X(200).

       01 WS-TO-ADULT        PIC 9(06) VALUE ZERO.
       01 WS-TO-SENIOR       PIC 9(06) VALUE ZERO.
       01 WS-CATEGORISED     PIC 9(06) VALUE ZERO.
       01 WS-UNCHANGED       PIC 9(06) VALUE ZERO.
       01 WS-CHOSEN-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-NO-DOB-COUNT    PIC 9(06) VALUE ZERO.
       01 WS-BELOW-COUNT     PIC 9(06) VALUE ZERO.
       01 WS-DECEASED-COUNT  PIC 9(06) VALUE ZERO.

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

           MOVE "MEMBER-CATEGORY" TO WS-RC-JOB-NAME.
           MOVE SPACES            TO WS-RC-PREDECESSOR.
           PERFORM 7500-RUN-CONTROL-START.
           IF WS-RC-REFUSED
               DISPLAY "Run refused by run-control."
               GO TO 0000-EXIT
           END-IF.

           DISPLAY "Country code for the age of majority "
               "(e.g. FR): ".
           MOVE SPACES TO WS-COUNTRY-CODE.
           ACCEPT WS-COUNTRY-CODE.
           PERFORM 5990-LOAD-MEMBER-CATEGORIES.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN I-O PERSON-MASTER.
           IF WS-PM-STATUS NOT = "00"
               DISPLAY "Could not open PERSON-MASTER, status "
                   WS-PM-STATUS
               GO TO 0000-EXIT
           END-IF.

           OPEN OUTPUT CATEGORY-PRINT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open CATMVRPT, status "
                   WS-RPT-STATUS
               CLOSE PERSON-MASTER
               GO TO 0000-EXIT
           END-IF.

           MOVE "CATMVRPT"            TO WS-RA-REPORT-NAME.
           MOVE "MEMBER-CATEGORY-RUN" TO WS-RA-PROGRAM-ID.
           MOVE WS-OPERATOR-ID        TO WS-RA-OPERATOR-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE SPACES TO PRT-LINE.
           STRING "MEMBERSHIP CATEGORY MOVES AS AT " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  "  (MAJORITY " DELIMITED BY SIZE
                  WS-MC-MAJORITY-AGE DELIMITED BY SIZE
                  ", SENIOR " DELIMITED BY SIZE
                  WS-MC-SENIOR-AGE DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

           MOVE LOW-VALUES TO PM-KEY.
           START PERSON-MASTER KEY IS NOT LESS THAN PM-KEY
               INVALID KEY
                   MOVE "10" TO WS-PM-STATUS
           END-START.

           PERFORM 1000-CHECK-ONE-MEMBER UNTIL WS-PM-STATUS = "10".

           CLOSE PERSON-MASTER.

           PERFORM 3000-PRINT-THE-SUMMARY.
           CLOSE CATEGORY-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           DISPLAY "Moved to adult      : " WS-TO-ADULT.
           DISPLAY "Moved to senior     : " WS-TO-SENIOR.
           DISPLAY "Categorised by age  : " WS-CATEGORISED.
           DISPLAY "Unchanged           : " WS-UNCHANGED.
           DISPLAY "Family/honorary     : " WS-CHOSEN-COUNT.
           DISPLAY "No date of birth    : " WS-NO-DOB-COUNT.
           DISPLAY "Below their category: " WS-BELOW-COUNT.
           DISPLAY "Deceased, skipped   : " WS-DECEASED-COUNT.

           PERFORM 8200-LOG-THE-RUN.
           PERFORM 7600-RUN-CONTROL-END.

       0000-EXIT.
           STOP RUN.

       1000-CHECK-ONE-MEMBER.
           READ PERSON-MASTER NEXT
               AT END
                   MOVE "10" TO WS-PM-STATUS
               NOT AT END
                   EVALUATE TRUE
                       WHEN PM-IS-DECEASED
                           ADD 1 TO WS-DECEASED-COUNT
                       WHEN PM-IS-FAMILY OR PM-IS-HONORARY
                           ADD 1 TO WS-CHOSEN-COUNT
                       WHEN OTHER
                           PERFORM 1100-AGE-ONE-MEMBER THRU 1100-EXIT
                   END-EVALUATE
           END-READ.

       1100-AGE-ONE-MEMBER.
           CALL "AGE-FROM-DOB" USING PM-DATE-OF-BIRTH WS-MC-AGE
               WS-MC-AGE-VALID.
           IF WS-MC-AGE-VALID NOT = "Y"
               ADD 1 TO WS-NO-DOB-COUNT
               GO TO 1100-EXIT
           END-IF.

           PERFORM 5994-CATEGORY-BY-AGE.
           MOVE PM-MEMBER-CATEGORY TO WS-OLD-CATEGORY.

           EVALUATE WS-OLD-CATEGORY
               WHEN "J"  MOVE 1 TO WS-OLD-RANK
               WHEN "A"  MOVE 2 TO WS-OLD-RANK
               WHEN "S"  MOVE 3 TO WS-OLD-RANK
               WHEN OTHER MOVE 0 TO WS-OLD-RANK
           END-EVALUATE.
           EVALUATE WS-MC-BY-AGE
               WHEN "J"  MOVE 1 TO WS-NEW-RANK
               WHEN "A"  MOVE 2 TO WS-NEW-RANK
               WHEN OTHER MOVE 3 TO WS-NEW-RANK
           END-EVALUATE.

           IF WS-NEW-RANK = WS-OLD-RANK
               ADD 1 TO WS-UNCHANGED
               GO TO 1100-EXIT
           END-IF.

           IF WS-NEW-RANK < WS-OLD-RANK
               ADD 1 TO WS-BELOW-COUNT
               MOVE SPACES TO PRT-LINE
               STRING "  CHECK " DELIMITED BY SIZE
                      PM-MEMBER-NUMBER DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PM-FIRSTNAME DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      PM-LASTNAME DELIMITED BY SPACE
                      " - age " DELIMITED BY SIZE
                      WS-MC-AGE DELIMITED BY SIZE
                      " is below category " DELIMITED BY SIZE
                      WS-OLD-CATEGORY DELIMITED BY SIZE
                      ", not moved back" DELIMITED BY SIZE
                      INTO PRT-LINE
               PERFORM 4000-WRITE-REPORT-LINE
               GO TO 1100-EXIT
           END-IF.

           PERFORM 2000-MOVE-THE-MEMBER.

       1100-EXIT.
           EXIT.

       2000-MOVE-THE-MEMBER.
           MOVE PM-RECORD TO WS-BEFORE-IMAGE.
           MOVE WS-MC-BY-AGE TO PM-MEMBER-CATEGORY.
           MOVE WS-MC-AGE    TO PM-AGE.

           REWRITE PM-RECORD.
           IF WS-PM-STATUS NOT = "00"
               DISPLAY "Category rewrite failed for " PM-LASTNAME
                   " " PM-ZIP-CODE ", status " WS-PM-STATUS
           ELSE
               MOVE PM-RECORD TO WS-AFTER-IMAGE
               PERFORM 8700-WRITE-HISTORY
               PERFORM 2100-COUNT-AND-LIST
               PERFORM 8100-LOG-ONE-MOVE
           END-IF.

       2100-COUNT-AND-LIST.
      *> A first categorisation is bookkeeping, not news - only a
      *> real move is told to the member.
           MOVE WS-OLD-CATEGORY TO WS-MC-CATEGORY.
           PERFORM 5992-NAME-MEMBER-CATEGORY.
           MOVE WS-MC-NAME TO WS-OLD-NAME.
           MOVE PM-MEMBER-CATEGORY TO WS-MC-CATEGORY.
           PERFORM 5992-NAME-MEMBER-CATEGORY.

           IF WS-OLD-RANK = ZERO
               ADD 1 TO WS-CATEGORISED
           ELSE
               IF PM-IS-ADULT
                   ADD 1 TO WS-TO-ADULT
               ELSE
                   ADD 1 TO WS-TO-SENIOR
               END-IF
               PERFORM 8550-QUEUE-THE-NOTICE THRU 8550-EXIT
           END-IF.

           MOVE SPACES TO PRT-LINE.
           STRING "  " DELIMITED BY SIZE
                  PM-MEMBER-NUMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PM-FIRSTNAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  PM-LASTNAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  PM-ZIP-CODE DELIMITED BY SIZE
                  "  age " DELIMITED BY SIZE
                  WS-MC-AGE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-OLD-NAME DELIMITED BY SPACE
                  " -> " DELIMITED BY SIZE
                  WS-MC-NAME DELIMITED BY SPACE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       3000-PRINT-THE-SUMMARY.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "Moved to adult      : " DELIMITED BY SIZE
                  WS-TO-ADULT DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "Moved to senior     : " DELIMITED BY SIZE
                  WS-TO-SENIOR DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "Categorised by age  : " DELIMITED BY SIZE
                  WS-CATEGORISED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "Unchanged           : " DELIMITED BY SIZE
                  WS-UNCHANGED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "Family/honorary     : " DELIMITED BY SIZE
                  WS-CHOSEN-COUNT DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "No date of birth    : " DELIMITED BY SIZE
                  WS-NO-DOB-COUNT DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "Below their category: " DELIMITED BY SIZE
                  WS-BELOW-COUNT DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "Deceased, skipped   : " DELIMITED BY SIZE
                  WS-DECEASED-COUNT DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       4000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

       8550-QUEUE-THE-NOTICE.
      *> The new category's name rides in the extra substitution
      *> field. A lapsed, email-less or opted-out member is not
      *> written to - the next renewal notice carries the new band.
           IF PM-IS-LAPSED OR PM-NO-EMAIL OR PM-EMAIL = SPACES
               GO TO 8550-EXIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW         TO NQ-TIMESTAMP.
           MOVE PM-EMAIL       TO NQ-RECIPIENT.
           MOVE "CATMOVE1"     TO NQ-TEMPLATE-ID.
           MOVE PM-FIRSTNAME   TO NQ-SUB-NAME.
           MOVE WS-TODAY       TO NQ-SUB-DATE.
           MOVE WS-MC-NAME     TO NQ-SUB-EXTRA.
           IF PM-MEMBER-NUMBER NUMERIC
               MOVE PM-MEMBER-NUMBER TO NQ-MEMBER-NUMBER
           ELSE
               MOVE ZERO TO NQ-MEMBER-NUMBER
           END-IF.
           MOVE SPACES TO NQ-CAMPAIGN-ID.
           PERFORM 8500-WRITE-NOTIFICATION.

       8550-EXIT.
           EXIT.

       8700-WRITE-HISTORY.
           OPEN EXTEND PERSON-HISTORY.
           IF WS-PH-STATUS = "05" OR WS-PH-STATUS = "35"
               OPEN OUTPUT PERSON-HISTORY
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO PH-TIMESTAMP.
           MOVE WS-OPERATOR-ID  TO PH-OPERATOR-ID.
           MOVE "M"             TO PH-ACTION.
           IF PM-MEMBER-NUMBER NUMERIC
               MOVE PM-MEMBER-NUMBER TO PH-MEMBER-NUMBER
           ELSE
               MOVE ZERO TO PH-MEMBER-NUMBER
           END-IF.
           MOVE WS-BEFORE-IMAGE TO PH-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE  TO PH-AFTER-IMAGE.
           WRITE PH-RECORD.
           IF WS-PH-STATUS NOT = "00"
               DISPLAY "PERSON-HISTORY write failed, status "
                   WS-PH-STATUS
           END-IF.

           CLOSE PERSON-HISTORY.

       8100-LOG-ONE-MOVE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW            TO AUD-TIMESTAMP.
           MOVE "MEMBER-CATEGORY" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID    TO AUD-OPERATOR-ID.
           STRING "Member " DELIMITED BY SIZE
                  PM-MEMBER-NUMBER DELIMITED BY SIZE
                  " category " DELIMITED BY SIZE
                  WS-OLD-CATEGORY DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  PM-MEMBER-CATEGORY DELIMITED BY SIZE
                  " at age " DELIMITED BY SIZE
                  WS-MC-AGE DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

       8200-LOG-THE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW            TO AUD-TIMESTAMP.
           MOVE "MEMBER-CATEGORY" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID    TO AUD-OPERATOR-ID.
           STRING "Category run - " DELIMITED BY SIZE
                  WS-TO-ADULT DELIMITED BY SIZE
                  " to adult, " DELIMITED BY SIZE
                  WS-TO-SENIOR DELIMITED BY SIZE
                  " to senior, " DELIMITED BY SIZE
                  WS-CATEGORISED DELIMITED BY SIZE
                  " new" DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "majageld.cpy".
           COPY "memcatld.cpy".
           COPY "notifapp.cpy".
           COPY "runcproc.cpy".
           COPY "auditapp.cpy".
           COPY "rptarch.cpy".

           COPY "signon.cpy".
