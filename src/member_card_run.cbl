       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBER-CARD-RUN.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Nightly membership-card run. Takes in every PERSON-HISTORY
      *> add ("A") and renewal ("N") stamped since the last completed
      *> run (CARD-CONTROL keeps the mark) and writes one card per
      *> member onto CARD-PRINT, the fixed-format file the card
      *> bureau embosses from: member number, name, branch, category
      *> and membership expiry. Replacement cards the desk asked for
      *> in MEMBER-CARD-REISSUE ("pending" on CARD-ISSUE-LOG) go out
      *> on the same file. Every card printed is numbered off
      *> CARD-SEQUENCE and logged on CARD-ISSUE-LOG, and a member
      *> already carded since the history record (a rerun after a
      *> failure) is not carded twice. A deceased or lapsed member -
      *> or one whose membership has run out and the lapse run has
      *> not caught yet - never gets a card; they are listed on
      *> CARDRPT instead.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSON-HISTORY ASSIGN TO "PERSHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PH-STATUS.

           SELECT PERSON-MASTER ASSIGN TO "PERSONMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PM-STATUS.

           SELECT CARD-ISSUE-LOG ASSIGN TO "CARDLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CARD-NUMBER
               FILE STATUS IS WS-CL-STATUS.

           SELECT CARD-SEQUENCE ASSIGN TO "CARDSEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CSQ-STATUS.

           SELECT CARD-CONTROL ASSIGN TO "CARDCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CC-STATUS.

           SELECT CARD-PRINT ASSIGN TO "CARDPRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CP-STATUS.

           SELECT CARD-REPORT ASSIGN TO "CARDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT BRANCHES-FILE ASSIGN TO "BRANCHES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BR-STATUS.

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
       FD  PERSON-HISTORY.
           COPY "pershist.cpy".

       FD  PERSON-MASTER.
           COPY "persmast.cpy".

       FD  CARD-ISSUE-LOG.
           COPY "cardlog.cpy".

       FD  CARD-SEQUENCE.
           COPY "cardseq.cpy".

       FD  CARD-CONTROL.
           COPY "cardctl.cpy".

       FD  CARD-PRINT.
           COPY "cardprt.cpy".

       FD  CARD-REPORT.
       01 RPT-RECORD PIC X(132).

       FD  BRANCHES-FILE.
           COPY "branchrec.cpy".

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
       COPY "brnchtbl.cpy".
       COPY "majagetbl.cpy".
       COPY "memcattb.cpy".
       COPY "rptarwk.cpy".

       78 MAX-CARD-MEMBERS VALUE 3000.
       78 MAX-CARD-PENDING VALUE 500.

       01 WS-PH-STATUS       PIC X(02).
       01 WS-PM-STATUS       PIC X(02).
       01 WS-CL-STATUS       PIC X(02).
       01 WS-CSQ-STATUS      PIC X(02).
       01 WS-CC-STATUS       PIC X(02).
       01 WS-CP-STATUS       PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-BR-STATUS       PIC X(02).
       01 WS-RNC-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-TODAY           PIC 9(08).

       01 WS-HISTORY-MARK    PIC 9(14).
       01 WS-NEW-MARK        PIC 9(14).
       01 WS-NEXT-CARD       PIC 9(08).
       01 WS-ISSUE-TYPE      PIC X(01).
       01 WS-ISSUE-NUMBER    PIC 9(03).
       01 WS-REFUSAL         PIC X(30).

      *> The members the history selected, one entry each: the
      *> latest add or renewal seen, whether a card was logged for
      *> them since, and how many cards they have had in all.
       01 WS-SELECTED-TABLE.
          05 SEL-ENTRY OCCURS 3000 TIMES.
             10 SEL-MEMBER        PIC 9(08).
             10 SEL-TYPE          PIC X(01).
             10 SEL-AT            PIC 9(14).
             10 SEL-CARDED        PIC X(01).
             10 SEL-CARDS         PIC 9(03).
             10 SEL-SEEN          PIC X(01).
       01 WS-SEL-COUNT       PIC 9(04) VALUE ZERO.
       01 WS-SEL-INDEX       PIC 9(04).
       01 WS-SEL-MATCH       PIC 9(04).
       01 WS-SEL-MEMBER-IN   PIC 9(08).

      *> Replacement cards the desk has logged and not yet printed.
       01 WS-PENDING-TABLE.
          05 PND-ENTRY OCCURS 500 TIMES.
             10 PND-CARD          PIC 9(08).
             10 PND-MEMBER        PIC 9(08).
             10 PND-SEEN          PIC X(01).
       01 WS-PND-COUNT       PIC 9(03) VALUE ZERO.
       01 WS-PND-INDEX       PIC 9(03).
       01 WS-OVERFLOW        PIC X(01) VALUE "N".

       01 WS-NEW-CARDS       PIC 9(06) VALUE ZERO.
       01 WS-RENEWAL-CARDS   PIC 9(06) VALUE ZERO.
       01 WS-REPLACEMENTS    PIC 9(06) VALUE ZERO.
       01 WS-ALREADY-CARDED  PIC 9(06) VALUE ZERO.
       01 WS-REFUSED-COUNT   PIC 9(06) VALUE ZERO.
       01 WS-NOT-ON-FILE     PIC 9(06) VALUE ZERO.
       01 WS-CARDS-PRINTED   PIC 9(06) VALUE ZERO.

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

           MOVE "MEMBER-CARDS" TO WS-RC-JOB-NAME.
           MOVE SPACES         TO WS-RC-PREDECESSOR.
           PERFORM 7500-RUN-CONTROL-START.
           IF WS-RC-REFUSED
               DISPLAY "Run refused by run-control."
               GO TO 0000-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE SPACES TO WS-COUNTRY-CODE.
           PERFORM 5990-LOAD-MEMBER-CATEGORIES.
           PERFORM 5650-LOAD-BRANCH-TABLE.

           PERFORM 1000-READ-CARD-CONTROL.
           PERFORM 1100-SELECT-FROM-HISTORY THRU 1100-EXIT.

           OPEN I-O CARD-ISSUE-LOG.
           IF WS-CL-STATUS = "35"
               OPEN OUTPUT CARD-ISSUE-LOG
               CLOSE CARD-ISSUE-LOG
               OPEN I-O CARD-ISSUE-LOG
           END-IF.
           IF WS-CL-STATUS NOT = "00"
               DISPLAY "Could not open CARD-ISSUE-LOG, status "
                   WS-CL-STATUS
               GO TO 0000-EXIT
           END-IF.
           PERFORM 1500-MATCH-THE-LOG.

           IF WS-SEL-COUNT = ZERO AND WS-PND-COUNT = ZERO
               DISPLAY "No new, renewed or replacement cards due."
               CLOSE CARD-ISSUE-LOG
               PERFORM 1900-SAVE-CARD-CONTROL
               PERFORM 8100-LOG-THE-RUN
               PERFORM 7600-RUN-CONTROL-END
               GO TO 0000-EXIT
           END-IF.

           OPEN INPUT PERSON-MASTER.
           IF WS-PM-STATUS NOT = "00"
               DISPLAY "Could not open PERSON-MASTER, status "
                   WS-PM-STATUS
               CLOSE CARD-ISSUE-LOG
               GO TO 0000-EXIT
           END-IF.

           OPEN OUTPUT CARD-PRINT.
           IF WS-CP-STATUS NOT = "00"
               DISPLAY "Could not open CARDPRT, status " WS-CP-STATUS
               CLOSE PERSON-MASTER
               CLOSE CARD-ISSUE-LOG
               GO TO 0000-EXIT
           END-IF.

           OPEN OUTPUT CARD-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open CARDRPT, status "
                   WS-RPT-STATUS
               CLOSE CARD-PRINT
               CLOSE PERSON-MASTER
               CLOSE CARD-ISSUE-LOG
               GO TO 0000-EXIT
           END-IF.

           MOVE "CARDRPT"         TO WS-RA-REPORT-NAME.
           MOVE "MEMBER-CARD-RUN" TO WS-RA-PROGRAM-ID.
           MOVE WS-OPERATOR-ID    TO WS-RA-OPERATOR-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE SPACES TO PRT-LINE.
           STRING "MEMBERSHIP CARD RUN " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  "  (HISTORY AFTER " DELIMITED BY SIZE
                  WS-HISTORY-MARK DELIMITED BY SIZE
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
           PERFORM 2000-CARD-ONE-MEMBER UNTIL WS-PM-STATUS = "10".

           PERFORM 2800-NOT-ON-FILE
               VARYING WS-PND-INDEX FROM 1 BY 1
               UNTIL WS-PND-INDEX > WS-PND-COUNT.
           PERFORM 2850-COUNT-SELECTED-MISSING
               VARYING WS-SEL-INDEX FROM 1 BY 1
               UNTIL WS-SEL-INDEX > WS-SEL-COUNT.

           PERFORM 3000-PRINT-THE-SUMMARY.

           CLOSE CARD-REPORT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.
           CLOSE CARD-PRINT.
           CLOSE PERSON-MASTER.
           CLOSE CARD-ISSUE-LOG.

           DISPLAY "Cards for new members  : " WS-NEW-CARDS.
           DISPLAY "Cards for renewals     : " WS-RENEWAL-CARDS.
           DISPLAY "Replacement cards      : " WS-REPLACEMENTS.
           DISPLAY "Already carded         : " WS-ALREADY-CARDED.
           DISPLAY "Refused (deceased/lapsed): " WS-REFUSED-COUNT.
           DISPLAY "No longer on file      : " WS-NOT-ON-FILE.

           PERFORM 1900-SAVE-CARD-CONTROL.
           PERFORM 8100-LOG-THE-RUN.
           PERFORM 7600-RUN-CONTROL-END.

       0000-EXIT.
           STOP RUN.

       1000-READ-CARD-CONTROL.
      *> The very first run has no mark to start from; it takes the
      *> day's history only rather than carding the whole book.
           MOVE WS-TODAY TO WS-HISTORY-MARK(1:8).
           MOVE ZERO     TO WS-HISTORY-MARK(9:6).

           OPEN INPUT CARD-CONTROL.
           IF WS-CC-STATUS = "00"
               READ CARD-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CC-HISTORY-MARK TO WS-HISTORY-MARK
               END-READ
               CLOSE CARD-CONTROL
           ELSE
               DISPLAY "No CARD-CONTROL on file - first run, taking "
                   "history from " WS-TODAY " on."
           END-IF.
           MOVE WS-HISTORY-MARK TO WS-NEW-MARK.

       1100-SELECT-FROM-HISTORY.
           OPEN INPUT PERSON-HISTORY.
           IF WS-PH-STATUS NOT = "00"
               DISPLAY "PERSON-HISTORY not available, status "
                   WS-PH-STATUS " - no new or renewed members."
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
                       IF (PH-WAS-ADD OR PH-WAS-RENEW)
                           AND PH-MEMBER-NUMBER NUMERIC
                           AND PH-MEMBER-NUMBER NOT = ZERO
                           PERFORM 1120-SELECT-ONE-MEMBER
                       END-IF
                   END-IF
           END-READ.

       1120-SELECT-ONE-MEMBER.
      *> A member added and renewed in the same window is carded
      *> once, as a new member.
           MOVE PH-MEMBER-NUMBER TO WS-SEL-MEMBER-IN.
           PERFORM 1200-FIND-SELECTED.
           IF WS-SEL-MATCH = ZERO
               IF WS-SEL-COUNT >= MAX-CARD-MEMBERS
                   IF WS-OVERFLOW = "N"
                       DISPLAY "** more than " MAX-CARD-MEMBERS
                           " members due a card - the rest go on "
                           "the next run"
                       MOVE "Y" TO WS-OVERFLOW
                   END-IF
      *> The mark must not pass what was left behind.
                   MOVE WS-HISTORY-MARK TO WS-NEW-MARK
               ELSE
                   ADD 1 TO WS-SEL-COUNT
                   MOVE WS-SEL-COUNT     TO WS-SEL-MATCH
                   MOVE PH-MEMBER-NUMBER TO SEL-MEMBER(WS-SEL-MATCH)
                   MOVE "R"              TO SEL-TYPE(WS-SEL-MATCH)
                   MOVE "N"              TO SEL-CARDED(WS-SEL-MATCH)
                                            SEL-SEEN(WS-SEL-MATCH)
                   MOVE ZERO             TO SEL-CARDS(WS-SEL-MATCH)
               END-IF
           END-IF.
           IF WS-SEL-MATCH NOT = ZERO
               MOVE PH-TIMESTAMP TO SEL-AT(WS-SEL-MATCH)
               IF PH-WAS-ADD
                   MOVE "N" TO SEL-TYPE(WS-SEL-MATCH)
               END-IF
           END-IF.

       1200-FIND-SELECTED.
           MOVE ZERO TO WS-SEL-MATCH.
           PERFORM 1210-MATCH-ONE-SELECTED
               VARYING WS-SEL-INDEX FROM 1 BY 1
               UNTIL WS-SEL-INDEX > WS-SEL-COUNT
               OR WS-SEL-MATCH NOT = ZERO.

       1210-MATCH-ONE-SELECTED.
           IF SEL-MEMBER(WS-SEL-INDEX) = WS-SEL-MEMBER-IN
               MOVE WS-SEL-INDEX TO WS-SEL-MATCH
           END-IF.

       1500-MATCH-THE-LOG.
      *> One pass over the log: each selected member's card count
      *> (for the issue number) and whether a card was already
      *> logged after the history record; and the pending
      *> replacements.
           MOVE ZERO TO CL-CARD-NUMBER.
           START CARD-ISSUE-LOG KEY IS NOT LESS THAN CL-CARD-NUMBER
               INVALID KEY
                   MOVE "10" TO WS-CL-STATUS
           END-START.
           PERFORM 1510-READ-ONE-LOG-ENTRY UNTIL WS-CL-STATUS = "10".

       1510-READ-ONE-LOG-ENTRY.
           READ CARD-ISSUE-LOG NEXT
               AT END
                   MOVE "10" TO WS-CL-STATUS
               NOT AT END
                   PERFORM 1520-NOTE-ONE-LOG-ENTRY
           END-READ.

       1520-NOTE-ONE-LOG-ENTRY.
           MOVE CL-MEMBER-NUMBER TO WS-SEL-MEMBER-IN.
           PERFORM 1200-FIND-SELECTED.
           IF WS-SEL-MATCH NOT = ZERO
               ADD 1 TO SEL-CARDS(WS-SEL-MATCH)
               IF CL-REQUESTED-AT >= SEL-AT(WS-SEL-MATCH)
                   AND NOT CL-IS-REFUSED
                   MOVE "Y" TO SEL-CARDED(WS-SEL-MATCH)
               END-IF
           END-IF.

           IF CL-IS-PENDING
               IF WS-PND-COUNT >= MAX-CARD-PENDING
                   DISPLAY "** pending replacement " CL-CARD-NUMBER
                       " left for the next run - table full"
               ELSE
                   ADD 1 TO WS-PND-COUNT
                   MOVE CL-CARD-NUMBER   TO PND-CARD(WS-PND-COUNT)
                   MOVE CL-MEMBER-NUMBER TO PND-MEMBER(WS-PND-COUNT)
                   MOVE "N"              TO PND-SEEN(WS-PND-COUNT)
               END-IF
           END-IF.

       1900-SAVE-CARD-CONTROL.
           MOVE WS-NEW-MARK      TO CC-HISTORY-MARK.
           MOVE WS-TODAY         TO CC-LAST-RUN-DATE.
           MOVE WS-CARDS-PRINTED TO CC-LAST-RUN-CARDS.
           OPEN OUTPUT CARD-CONTROL.
           WRITE CC-RECORD.
           IF WS-CC-STATUS NOT = "00"
               DISPLAY "CARD-CONTROL not saved, status " WS-CC-STATUS
                   " - the next run repeats tonight's selection"
           END-IF.
           CLOSE CARD-CONTROL.

       2000-CARD-ONE-MEMBER.
           READ PERSON-MASTER NEXT
               AT END
                   MOVE "10" TO WS-PM-STATUS
               NOT AT END
                   IF PM-MEMBER-NUMBER NUMERIC
                       AND PM-MEMBER-NUMBER NOT = ZERO
                       PERFORM 2100-CHECK-ONE-MEMBER
                   END-IF
           END-READ.

       2100-CHECK-ONE-MEMBER.
           PERFORM 2110-CHECK-MAY-HAVE-CARD.

      *> Replacements first - if one goes out tonight, it is the
      *> member's current card and a renewal card would be a
      *> second one.
           MOVE PM-MEMBER-NUMBER TO WS-SEL-MEMBER-IN.
           PERFORM 1200-FIND-SELECTED.
           IF WS-SEL-MATCH NOT = ZERO
               MOVE "Y" TO SEL-SEEN(WS-SEL-MATCH)
           END-IF.

           PERFORM 2200-PRINT-PENDING-FOR-MEMBER
               VARYING WS-PND-INDEX FROM 1 BY 1
               UNTIL WS-PND-INDEX > WS-PND-COUNT.

           IF WS-SEL-MATCH NOT = ZERO
               IF SEL-CARDED(WS-SEL-MATCH) = "Y"
                   ADD 1 TO WS-ALREADY-CARDED
               ELSE
                   PERFORM 2300-ISSUE-SELECTED-CARD
               END-IF
           END-IF.

       2110-CHECK-MAY-HAVE-CARD.
           MOVE SPACES TO WS-REFUSAL.
           EVALUATE TRUE
               WHEN PM-IS-DECEASED
                   MOVE "member is deceased" TO WS-REFUSAL
               WHEN PM-IS-LAPSED
                   MOVE "membership has lapsed" TO WS-REFUSAL
               WHEN PM-EXPIRY-DATE NOT NUMERIC
                   OR PM-EXPIRY-DATE < WS-TODAY
                   MOVE "membership has expired" TO WS-REFUSAL
           END-EVALUATE.

       2200-PRINT-PENDING-FOR-MEMBER.
           IF PND-MEMBER(WS-PND-INDEX) = PM-MEMBER-NUMBER
               AND PND-SEEN(WS-PND-INDEX) = "N"
               MOVE "Y" TO PND-SEEN(WS-PND-INDEX)
               PERFORM 2210-PRINT-ONE-PENDING THRU 2210-EXIT
           END-IF.

       2210-PRINT-ONE-PENDING.
           MOVE PND-CARD(WS-PND-INDEX) TO CL-CARD-NUMBER.
           READ CARD-ISSUE-LOG
               KEY IS CL-CARD-NUMBER
               INVALID KEY
                   GO TO 2210-EXIT
           END-READ.

           IF WS-REFUSAL NOT = SPACES
               MOVE "X"        TO CL-STATUS
               MOVE WS-REFUSAL TO CL-REASON
               REWRITE CL-RECORD
               PERFORM 2700-LIST-REFUSAL
               GO TO 2210-EXIT
           END-IF.

           MOVE CL-CARD-NUMBER  TO WS-NEXT-CARD.
           MOVE CL-ISSUE-TYPE   TO WS-ISSUE-TYPE.
           MOVE CL-ISSUE-NUMBER TO WS-ISSUE-NUMBER.
           PERFORM 2500-WRITE-THE-CARD.

           MOVE "I"              TO CL-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CL-PRINTED-AT.
           MOVE PM-EXPIRY-DATE   TO CL-EXPIRY-DATE.
           REWRITE CL-RECORD.
           IF WS-CL-STATUS NOT = "00"
               DISPLAY "CARD-ISSUE-LOG rewrite failed for card "
                   CL-CARD-NUMBER ", status " WS-CL-STATUS
           END-IF.
           ADD 1 TO WS-REPLACEMENTS.
           IF WS-SEL-MATCH NOT = ZERO
               MOVE "Y" TO SEL-CARDED(WS-SEL-MATCH)
           END-IF.

       2210-EXIT.
           EXIT.

       2300-ISSUE-SELECTED-CARD.
           IF WS-REFUSAL NOT = SPACES
               PERFORM 2700-LIST-REFUSAL
           ELSE
               PERFORM 2900-NEXT-CARD-NUMBER
               MOVE SEL-TYPE(WS-SEL-MATCH) TO WS-ISSUE-TYPE
               ADD 1 TO SEL-CARDS(WS-SEL-MATCH)
               MOVE SEL-CARDS(WS-SEL-MATCH) TO WS-ISSUE-NUMBER
               PERFORM 2500-WRITE-THE-CARD
               PERFORM 2400-LOG-THE-CARD
               MOVE "Y" TO SEL-CARDED(WS-SEL-MATCH)
               IF WS-ISSUE-TYPE = "N"
                   ADD 1 TO WS-NEW-CARDS
               ELSE
                   ADD 1 TO WS-RENEWAL-CARDS
               END-IF
           END-IF.

       2400-LOG-THE-CARD.
           MOVE WS-NEXT-CARD     TO CL-CARD-NUMBER.
           MOVE PM-MEMBER-NUMBER TO CL-MEMBER-NUMBER.
           MOVE WS-ISSUE-TYPE    TO CL-ISSUE-TYPE.
           MOVE WS-ISSUE-NUMBER  TO CL-ISSUE-NUMBER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CL-REQUESTED-AT.
           MOVE CL-REQUESTED-AT  TO CL-PRINTED-AT.
           MOVE WS-OPERATOR-ID   TO CL-REQUESTED-BY.
           IF WS-ISSUE-TYPE = "N"
               MOVE "New member"          TO CL-REASON
           ELSE
               MOVE "Membership renewed"  TO CL-REASON
           END-IF.
           MOVE "I"              TO CL-STATUS.
           MOVE PM-EXPIRY-DATE   TO CL-EXPIRY-DATE.
           WRITE CL-RECORD.
           IF WS-CL-STATUS NOT = "00"
               DISPLAY "CARD-ISSUE-LOG write failed for card "
                   WS-NEXT-CARD ", status " WS-CL-STATUS
           END-IF.

       2500-WRITE-THE-CARD.
           MOVE SPACES TO CP-RECORD.
           MOVE WS-NEXT-CARD       TO CP-CARD-NUMBER.
           MOVE PM-MEMBER-NUMBER   TO CP-MEMBER-NUMBER.
           MOVE PM-FIRSTNAME       TO CP-FIRSTNAME.
           MOVE PM-LASTNAME        TO CP-LASTNAME.
           MOVE PM-BRANCH-CODE     TO CP-BRANCH-CODE.
           MOVE PM-BRANCH-CODE     TO WS-SB-CODE-IN.
           PERFORM 5670-LOOKUP-BRANCH-BY-CODE.
           IF WS-SB-MATCH NOT = ZERO
               MOVE SB-NAME(WS-SB-MATCH) TO CP-BRANCH-NAME
           END-IF.
           MOVE PM-MEMBER-CATEGORY TO CP-CATEGORY WS-MC-CATEGORY.
           PERFORM 5992-NAME-MEMBER-CATEGORY.
           IF PM-CATEGORY-IS-VALID
               MOVE WS-MC-NAME TO CP-CATEGORY-NAME
           END-IF.
           MOVE PM-EXPIRY-DATE     TO CP-EXPIRY-DATE.
           MOVE WS-ISSUE-TYPE      TO CP-ISSUE-TYPE.
           MOVE WS-ISSUE-NUMBER    TO CP-ISSUE-NUMBER.
           WRITE CP-RECORD.
           IF WS-CP-STATUS NOT = "00"
               DISPLAY "CARD-PRINT write failed for card "
                   WS-NEXT-CARD ", status " WS-CP-STATUS
           ELSE
               ADD 1 TO WS-CARDS-PRINTED
           END-IF.

           MOVE SPACES TO PRT-LINE.
           STRING "  Card " DELIMITED BY SIZE
                  WS-NEXT-CARD DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-ISSUE-TYPE DELIMITED BY SIZE
                  " no. " DELIMITED BY SIZE
                  WS-ISSUE-NUMBER DELIMITED BY SIZE
                  ")  member " DELIMITED BY SIZE
                  PM-MEMBER-NUMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PM-FIRSTNAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  PM-LASTNAME DELIMITED BY SPACE
                  "  expires " DELIMITED BY SIZE
                  PM-EXPIRY-DATE DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       2700-LIST-REFUSAL.
           ADD 1 TO WS-REFUSED-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING "  NO CARD  member " DELIMITED BY SIZE
                  PM-MEMBER-NUMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PM-FIRSTNAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  PM-LASTNAME DELIMITED BY SPACE
                  " - " DELIMITED BY SIZE
                  WS-REFUSAL DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       2800-NOT-ON-FILE.
      *> A replacement for a member since deleted can never print.
           IF PND-SEEN(WS-PND-INDEX) = "N"
               MOVE PND-CARD(WS-PND-INDEX) TO CL-CARD-NUMBER
               READ CARD-ISSUE-LOG
                   KEY IS CL-CARD-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "X" TO CL-STATUS
                       MOVE "member no longer on file" TO CL-REASON
                       REWRITE CL-RECORD
                       ADD 1 TO WS-NOT-ON-FILE
               END-READ
           END-IF.

       2850-COUNT-SELECTED-MISSING.
           IF SEL-SEEN(WS-SEL-INDEX) = "N"
               ADD 1 TO WS-NOT-ON-FILE
           END-IF.

       2900-NEXT-CARD-NUMBER.
      *> Take-and-save per card - the desk takes numbers off the
      *> same file for replacements.
           MOVE 1 TO WS-NEXT-CARD.

           OPEN INPUT CARD-SEQUENCE.
           IF WS-CSQ-STATUS = "00"
               READ CARD-SEQUENCE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CARDSEQ-NEXT-NUMBER TO WS-NEXT-CARD
               END-READ
               CLOSE CARD-SEQUENCE
           END-IF.

           COMPUTE CARDSEQ-NEXT-NUMBER = WS-NEXT-CARD + 1.
           OPEN OUTPUT CARD-SEQUENCE.
           WRITE CARDSEQ-RECORD.
           CLOSE CARD-SEQUENCE.

       3000-PRINT-THE-SUMMARY.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "Cards printed " DELIMITED BY SIZE
                  WS-CARDS-PRINTED DELIMITED BY SIZE
                  ": new members " DELIMITED BY SIZE
                  WS-NEW-CARDS DELIMITED BY SIZE
                  ", renewals " DELIMITED BY SIZE
                  WS-RENEWAL-CARDS DELIMITED BY SIZE
                  ", replacements " DELIMITED BY SIZE
                  WS-REPLACEMENTS DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "Refused " DELIMITED BY SIZE
                  WS-REFUSED-COUNT DELIMITED BY SIZE
                  ", already carded " DELIMITED BY SIZE
                  WS-ALREADY-CARDED DELIMITED BY SIZE
                  ", no longer on file " DELIMITED BY SIZE
                  WS-NOT-ON-FILE DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       4000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

       8100-LOG-THE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW           TO AUD-TIMESTAMP.
           MOVE "MEMBER-CARDS"   TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID   TO AUD-OPERATOR-ID.
           MOVE SPACES           TO AUD-MESSAGE.
           STRING "Card run: " DELIMITED BY SIZE
                  WS-CARDS-PRINTED DELIMITED BY SIZE
                  " printed, " DELIMITED BY SIZE
                  WS-REFUSED-COUNT DELIMITED BY SIZE
                  " refused" DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "brnchld.cpy".
           COPY "majageld.cpy".
           COPY "memcatld.cpy".
           COPY "auditapp.cpy".
           COPY "runcproc.cpy".
           COPY "rptarch.cpy".

           COPY "signon.cpy".
