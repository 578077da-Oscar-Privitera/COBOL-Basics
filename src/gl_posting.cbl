       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-POSTING.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Posts the journal hand-off files to the in-house nominal
      *> ledger. Every file in the GLINTF layout - the invoice
      *> journal (GLINTF) and the cash journal (CASHGLJ), and the
      *> payables, write-off, currency, deferred-income release and
      *> currency revaluation journals written the same way (APGLJ,
      *> WOFFGLJ, FXGLJ, DEFRELJ, FXREVGLJ) - is proved batch by
      *> batch first: each run of detail legs must close on a
      *> control record whose debit total and leg count tie to the
      *> legs, with debits equal to credits. One batch that does
      *> not tie and the whole file is refused with nothing posted, and
      *> said so on the posting report. A file that proves is
      *> posted leg by leg onto GL-BALANCES by account and period
      *> (CCYYMM of the posting date). GL-POST-CONTROL remembers
      *> how far into each file the posting got, saved at every
      *> batch, so a rerun - or tomorrow's run over a file that was
      *> only appended to - posts only what is new. Report on
      *> GLPOSTRPT.
      *>
      *> A file whose last posted control record has gone has been
      *> written afresh since the last posting. It is posted from
      *> the top, but a night's batches may have been overwritten
      *> before they were ever posted, so it is printed as an
      *> exception. Any exception - that, a refused file or a leg
      *> that could not be written - ends the run with RC 4. The
      *> run follows CASH-GL-JOURNAL in FINNIGHT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HANDOFF-FILE ASSIGN USING WS-HANDOFF-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HF-STATUS.

           SELECT GL-BALANCES ASSIGN TO "GLBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-KEY
               FILE STATUS IS WS-GLB-STATUS.

           SELECT GL-POST-CONTROL ASSIGN TO "GLPOSTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GPC-STATUS.

           SELECT POSTING-PRINT ASSIGN TO "GLPOSTRPT"
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
       FD  HANDOFF-FILE.
           COPY "glintf.cpy".

       FD  GL-BALANCES.
           COPY "glbal.cpy".

       FD  GL-POST-CONTROL.
           COPY "glpstctl.cpy".

       FD  POSTING-PRINT.
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

       01 WS-HF-STATUS       PIC X(02).
       01 WS-GLB-STATUS      PIC X(02).
       01 WS-GPC-STATUS      PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-RNC-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).

      *> The hand-off files posted, in this order, every run.
       01 WS-HANDOFF-LIST.
          05 FILLER PIC X(10) VALUE "GLINTF".
          05 FILLER PIC X(10) VALUE "CASHGLJ".
          05 FILLER PIC X(10) VALUE "APGLJ".
          05 FILLER PIC X(10) VALUE "WOFFGLJ".
          05 FILLER PIC X(10) VALUE "FXGLJ".
          05 FILLER PIC X(10) VALUE "DEFRELJ".
          05 FILLER PIC X(10) VALUE "FXREVGLJ".
       01 WS-HANDOFF-TABLE REDEFINES WS-HANDOFF-LIST.
          05 WS-HANDOFF-NAME OCCURS 7 TIMES PIC X(10).
       01 WS-HANDOFF-FILE-NAME PIC X(10).
       01 WS-HF-INDEX        PIC 9(02).

      *> In-storage image of GL-POST-CONTROL, saved whole after
      *> every batch posted.
       01 WS-PC-TABLE.
          05 WS-PC-ENTRY OCCURS 10 TIMES.
             10 PC-FILE-NAME      PIC X(10).
             10 PC-RECORDS-POSTED PIC 9(08).
             10 PC-CTL-DATE       PIC 9(08).
             10 PC-CTL-AMOUNT     PIC S9(11)V99.
             10 PC-CTL-REF        PIC X(20).
             10 PC-LAST-POSTED    PIC 9(14).
       01 WS-PC-COUNT        PIC 9(02) VALUE ZERO.
       01 WS-PC-INDEX        PIC 9(02).
       01 WS-PC-MATCH        PIC 9(02).

      *> The proving pass over one file.
       01 WS-FILE-OK         PIC X(01).
       01 WS-REFUSE-REASON   PIC X(40).
       01 WS-REFUSE-AT       PIC 9(08).
       01 WS-REC-COUNT       PIC 9(08).
       01 WS-REC-NO          PIC 9(08).
       01 WS-RESUME-AT       PIC 9(08).
       01 WS-BATCH-DEBITS    PIC S9(13)V99.
       01 WS-BATCH-CREDITS   PIC S9(13)V99.
       01 WS-BATCH-LEGS      PIC 9(08).
       01 WS-CTL-LEGS        PIC 9(08).
       01 WS-CTL-LEGS-OK     PIC X(01).
       01 WS-FROM-TOP        PIC X(01).
       01 WS-LOST-CTL-DATE   PIC 9(08).

      *> What the posting pass put on the ledger from one file.
       01 WS-FILE-LEGS       PIC 9(08).
       01 WS-FILE-DEBITS     PIC S9(13)V99.
       01 WS-FILE-CREDITS    PIC S9(13)V99.
       01 WS-GLB-FOUND       PIC X(01).
       01 WS-OUTCOME         PIC X(50).

       01 WS-FILES-POSTED    PIC 9(02) VALUE ZERO.
       01 WS-FILES-REFUSED   PIC 9(02) VALUE ZERO.
       01 WS-FILES-FROM-TOP  PIC 9(02) VALUE ZERO.
       01 WS-EXCEPTION-COUNT PIC 9(06) VALUE ZERO.
       01 WS-TOTAL-LEGS      PIC 9(08) VALUE ZERO.
       01 WS-TOTAL-DEBITS    PIC S9(13)V99 VALUE ZERO.
       01 WS-TOTAL-CREDITS   PIC S9(13)V99 VALUE ZERO.
       01 WS-WRITE-ERRORS    PIC 9(06) VALUE ZERO.

       01 COUNT-FORMATTED    PIC Z(7)9.
       01 SKIP-FORMATTED     PIC Z(7)9.
       01 LEGS-FORMATTED     PIC Z(7)9.
       01 DEBIT-FORMATTED    PIC -(12)9.99.
       01 CREDIT-FORMATTED   PIC -(12)9.99.

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

           MOVE "GL-POSTING" TO WS-RC-JOB-NAME.
           MOVE "CASH-GL-JOURNAL" TO WS-RC-PREDECESSOR.
           PERFORM 7500-RUN-CONTROL-START.
           IF WS-RC-REFUSED
               DISPLAY "Run refused by run-control."
               GO TO 0000-EXIT
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.

           PERFORM 1000-LOAD-POST-CONTROL.

           OPEN I-O GL-BALANCES.
           IF WS-GLB-STATUS = "35"
               OPEN OUTPUT GL-BALANCES
               CLOSE GL-BALANCES
               OPEN I-O GL-BALANCES
           END-IF.
           IF WS-GLB-STATUS NOT = "00"
               DISPLAY "Could not open GL-BALANCES, status "
                   WS-GLB-STATUS " - nothing posted."
               GO TO 0000-EXIT
           END-IF.

           OPEN OUTPUT POSTING-PRINT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open GLPOSTRPT, status "
                   WS-RPT-STATUS " - nothing posted."
               CLOSE GL-BALANCES
               GO TO 0000-EXIT
           END-IF.

           MOVE "GLPOSTRPT"  TO WS-RA-REPORT-NAME.
           MOVE "GL-POSTING" TO WS-RA-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO WS-RA-OPERATOR-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           PERFORM 3000-PRINT-HEADINGS.

           PERFORM 2000-POST-ONE-FILE THRU 2000-EXIT
               VARYING WS-HF-INDEX FROM 1 BY 1
               UNTIL WS-HF-INDEX > 7.

           PERFORM 3500-PRINT-TOTALS.

           CLOSE GL-BALANCES.
           CLOSE POSTING-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.

           MOVE WS-TOTAL-DEBITS  TO DEBIT-FORMATTED.
           MOVE WS-TOTAL-CREDITS TO CREDIT-FORMATTED.
           DISPLAY "Files posted    : " WS-FILES-POSTED.
           DISPLAY "Files refused   : " WS-FILES-REFUSED.
           DISPLAY "Legs posted     : " WS-TOTAL-LEGS.
           DISPLAY "Debits posted   : " DEBIT-FORMATTED.
           DISPLAY "Credits posted  : " CREDIT-FORMATTED.
           IF WS-FILES-REFUSED > ZERO
               DISPLAY "** " WS-FILES-REFUSED " hand-off file(s) "
                   "refused - see GLPOSTRPT."
           END-IF.
           IF WS-WRITE-ERRORS > ZERO
               DISPLAY "** " WS-WRITE-ERRORS " leg(s) could not be "
                   "written to GL-BALANCES."
           END-IF.
           IF WS-FILES-FROM-TOP > ZERO
               DISPLAY "** " WS-FILES-FROM-TOP " hand-off file(s) "
                   "rewritten since the last posting - a night may "
                   "have been missed, see GLPOSTRPT."
           END-IF.

           PERFORM 8100-LOG-THE-RUN.
           PERFORM 7600-RUN-CONTROL-END.

           COMPUTE WS-EXCEPTION-COUNT =
               WS-FILES-REFUSED + WS-FILES-FROM-TOP + WS-WRITE-ERRORS.
           IF WS-EXCEPTION-COUNT > ZERO
               DISPLAY "** " WS-EXCEPTION-COUNT " posting exception(s)"
                   " - see GLPOSTRPT **"
               MOVE 4 TO RETURN-CODE
           END-IF.

       0000-EXIT.
           STOP RUN.

       1000-LOAD-POST-CONTROL.
           MOVE ZERO TO WS-PC-COUNT.
           OPEN INPUT GL-POST-CONTROL.
           IF WS-GPC-STATUS = "00"
               PERFORM 1100-LOAD-ONE-CONTROL
                   UNTIL WS-GPC-STATUS = "10"
               CLOSE GL-POST-CONTROL
           END-IF.

       1100-LOAD-ONE-CONTROL.
           READ GL-POST-CONTROL
               AT END
                   MOVE "10" TO WS-GPC-STATUS
               NOT AT END
                   IF WS-PC-COUNT < 10
                       ADD 1 TO WS-PC-COUNT
                       MOVE GPC-FILE-NAME
                           TO PC-FILE-NAME(WS-PC-COUNT)
                       MOVE GPC-RECORDS-POSTED
                           TO PC-RECORDS-POSTED(WS-PC-COUNT)
                       MOVE GPC-LAST-CTL-DATE
                           TO PC-CTL-DATE(WS-PC-COUNT)
                       MOVE GPC-LAST-CTL-AMOUNT
                           TO PC-CTL-AMOUNT(WS-PC-COUNT)
                       MOVE GPC-LAST-CTL-REF
                           TO PC-CTL-REF(WS-PC-COUNT)
                       MOVE GPC-LAST-POSTED
                           TO PC-LAST-POSTED(WS-PC-COUNT)
                   END-IF
           END-READ.

       1500-SAVE-POST-CONTROL.
           OPEN OUTPUT GL-POST-CONTROL.
           PERFORM 1510-SAVE-ONE-CONTROL
               VARYING WS-PC-INDEX FROM 1 BY 1
               UNTIL WS-PC-INDEX > WS-PC-COUNT.
           CLOSE GL-POST-CONTROL.

       1510-SAVE-ONE-CONTROL.
           MOVE PC-FILE-NAME(WS-PC-INDEX)      TO GPC-FILE-NAME.
           MOVE PC-RECORDS-POSTED(WS-PC-INDEX) TO GPC-RECORDS-POSTED.
           MOVE PC-CTL-DATE(WS-PC-INDEX)       TO GPC-LAST-CTL-DATE.
           MOVE PC-CTL-AMOUNT(WS-PC-INDEX)     TO GPC-LAST-CTL-AMOUNT.
           MOVE PC-CTL-REF(WS-PC-INDEX)        TO GPC-LAST-CTL-REF.
           MOVE PC-LAST-POSTED(WS-PC-INDEX)    TO GPC-LAST-POSTED.
           WRITE GPC-RECORD.

       1600-FIND-POST-CONTROL.
           MOVE ZERO TO WS-PC-MATCH.
           PERFORM 1610-MATCH-ONE-CONTROL
               VARYING WS-PC-INDEX FROM 1 BY 1
               UNTIL WS-PC-INDEX > WS-PC-COUNT
               OR WS-PC-MATCH NOT = ZERO.

       1610-MATCH-ONE-CONTROL.
           IF PC-FILE-NAME(WS-PC-INDEX) = WS-HANDOFF-FILE-NAME
               MOVE WS-PC-INDEX TO WS-PC-MATCH
           END-IF.

       2000-POST-ONE-FILE.
           MOVE WS-HANDOFF-NAME(WS-HF-INDEX) TO WS-HANDOFF-FILE-NAME.
           PERFORM 1600-FIND-POST-CONTROL.

           MOVE ZERO TO WS-REC-COUNT WS-RESUME-AT WS-REFUSE-AT
                        WS-BATCH-DEBITS WS-BATCH-CREDITS WS-BATCH-LEGS
                        WS-FILE-LEGS WS-FILE-DEBITS WS-FILE-CREDITS.
           MOVE "Y"    TO WS-FILE-OK.
           MOVE SPACES TO WS-REFUSE-REASON WS-OUTCOME.

           OPEN INPUT HANDOFF-FILE.
           IF WS-HF-STATUS = "35"
               MOVE "not on file - nothing to post" TO WS-OUTCOME
               PERFORM 3100-PRINT-FILE-LINE
               GO TO 2000-EXIT
           END-IF.
           IF WS-HF-STATUS NOT = "00"
               STRING "could not be opened, status " DELIMITED BY SIZE
                      WS-HF-STATUS DELIMITED BY SIZE
                      INTO WS-OUTCOME
               PERFORM 3100-PRINT-FILE-LINE
               GO TO 2000-EXIT
           END-IF.

      *> Proving pass - nothing is posted until the whole file
      *> ties.
           PERFORM 2100-PROVE-ONE-RECORD
               UNTIL WS-HF-STATUS = "10"
               OR WS-FILE-OK = "N".
           CLOSE HANDOFF-FILE.

           IF WS-FILE-OK = "Y" AND WS-BATCH-LEGS > ZERO
               MOVE "N" TO WS-FILE-OK
               MOVE WS-REC-COUNT TO WS-REFUSE-AT
               MOVE "legs after the last control record"
                   TO WS-REFUSE-REASON
           END-IF.

           IF WS-FILE-OK = "N"
               ADD 1 TO WS-FILES-REFUSED
               STRING "REFUSED at record " DELIMITED BY SIZE
                      WS-REFUSE-AT DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      WS-REFUSE-REASON DELIMITED BY SIZE
                      INTO WS-OUTCOME
               PERFORM 3100-PRINT-FILE-LINE
               DISPLAY "** " WS-HANDOFF-FILE-NAME " refused - "
                   WS-REFUSE-REASON
               GO TO 2000-EXIT
           END-IF.

           IF WS-RESUME-AT = WS-REC-COUNT
               MOVE "nothing new since the last posting" TO WS-OUTCOME
               PERFORM 3100-PRINT-FILE-LINE
               GO TO 2000-EXIT
           END-IF.

      *> Posted before, but the control record that closed the last
      *> batch posted is no longer where it was - the file has been
      *> written afresh since, so all of it is new.
           MOVE "N" TO WS-FROM-TOP.
           IF WS-PC-MATCH NOT = ZERO AND WS-RESUME-AT = ZERO
               AND PC-RECORDS-POSTED(WS-PC-MATCH) > ZERO
               MOVE "Y" TO WS-FROM-TOP
               MOVE PC-CTL-DATE(WS-PC-MATCH) TO WS-LOST-CTL-DATE
           END-IF.

           IF WS-PC-MATCH = ZERO
               IF WS-PC-COUNT >= 10
                   MOVE "no room on GL-POST-CONTROL - not posted"
                       TO WS-OUTCOME
                   PERFORM 3100-PRINT-FILE-LINE
                   GO TO 2000-EXIT
               END-IF
               ADD 1 TO WS-PC-COUNT
               MOVE WS-PC-COUNT TO WS-PC-MATCH
               MOVE WS-HANDOFF-FILE-NAME TO PC-FILE-NAME(WS-PC-MATCH)
           END-IF.

      *> Posting pass.
           OPEN INPUT HANDOFF-FILE.
           IF WS-HF-STATUS NOT = "00"
               STRING "could not be reopened, status "
                          DELIMITED BY SIZE
                      WS-HF-STATUS DELIMITED BY SIZE
                      INTO WS-OUTCOME
               PERFORM 3100-PRINT-FILE-LINE
               GO TO 2000-EXIT
           END-IF.
           MOVE ZERO TO WS-REC-NO.
           PERFORM 2300-POST-ONE-RECORD
               UNTIL WS-HF-STATUS = "10".
           CLOSE HANDOFF-FILE.

           ADD 1 TO WS-FILES-POSTED.
           ADD WS-FILE-LEGS    TO WS-TOTAL-LEGS.
           ADD WS-FILE-DEBITS  TO WS-TOTAL-DEBITS.
           ADD WS-FILE-CREDITS TO WS-TOTAL-CREDITS.
           IF WS-FROM-TOP = "Y"
               MOVE "POSTED FROM THE TOP - see exception below"
                   TO WS-OUTCOME
           ELSE
               MOVE "POSTED" TO WS-OUTCOME
           END-IF.
           PERFORM 3100-PRINT-FILE-LINE.
           IF WS-FROM-TOP = "Y"
               PERFORM 3200-PRINT-MISSED-NIGHT
           END-IF.

       2000-EXIT.
           EXIT.

       2100-PROVE-ONE-RECORD.
           READ HANDOFF-FILE
               AT END
                   MOVE "10" TO WS-HF-STATUS
               NOT AT END
                   ADD 1 TO WS-REC-COUNT
                   PERFORM 2200-PROVE-THE-RECORD
           END-READ.

       2200-PROVE-THE-RECORD.
           EVALUATE TRUE
               WHEN GLJ-IS-DETAIL
                   ADD 1 TO WS-BATCH-LEGS
                   EVALUATE TRUE
                       WHEN GLJ-IS-DEBIT
                           ADD GLJ-AMOUNT TO WS-BATCH-DEBITS
                       WHEN GLJ-IS-CREDIT
                           ADD GLJ-AMOUNT TO WS-BATCH-CREDITS
                       WHEN OTHER
                           MOVE "leg is neither debit nor credit"
                               TO WS-REFUSE-REASON
                           MOVE "N" TO WS-FILE-OK
                   END-EVALUATE
               WHEN GLJ-IS-CONTROL
                   PERFORM 2210-PROVE-THE-CONTROL
               WHEN OTHER
                   MOVE "unknown record type" TO WS-REFUSE-REASON
                   MOVE "N" TO WS-FILE-OK
           END-EVALUATE.
           IF WS-FILE-OK = "N"
               MOVE WS-REC-COUNT TO WS-REFUSE-AT
           END-IF.

       2210-PROVE-THE-CONTROL.
      *> The leg count follows "LEGS " in the reference - eight
      *> digits from most journals, six from the currency journal.
           MOVE "Y" TO WS-CTL-LEGS-OK.
           EVALUATE TRUE
               WHEN GLJ-REFERENCE(6:8) NUMERIC
                   MOVE GLJ-REFERENCE(6:8) TO WS-CTL-LEGS
               WHEN GLJ-REFERENCE(6:6) NUMERIC
                   MOVE GLJ-REFERENCE(6:6) TO WS-CTL-LEGS
               WHEN OTHER
                   MOVE "N" TO WS-CTL-LEGS-OK
           END-EVALUATE.

           EVALUATE TRUE
               WHEN GLJ-REFERENCE(1:5) NOT = "LEGS "
                   OR WS-CTL-LEGS-OK = "N"
                   MOVE "control record carries no leg count"
                       TO WS-REFUSE-REASON
                   MOVE "N" TO WS-FILE-OK
               WHEN WS-CTL-LEGS NOT = WS-BATCH-LEGS
                   MOVE "leg count does not tie to control"
                       TO WS-REFUSE-REASON
                   MOVE "N" TO WS-FILE-OK
               WHEN GLJ-AMOUNT NOT = WS-BATCH-DEBITS
                   MOVE "debit total does not tie to control"
                       TO WS-REFUSE-REASON
                   MOVE "N" TO WS-FILE-OK
               WHEN WS-BATCH-DEBITS NOT = WS-BATCH-CREDITS
                   MOVE "debits do not equal credits"
                       TO WS-REFUSE-REASON
                   MOVE "N" TO WS-FILE-OK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Is this the control record the last posting stopped on?
           IF WS-PC-MATCH NOT = ZERO
               AND WS-REC-COUNT = PC-RECORDS-POSTED(WS-PC-MATCH)
               AND GLJ-POSTING-DATE = PC-CTL-DATE(WS-PC-MATCH)
               AND GLJ-AMOUNT = PC-CTL-AMOUNT(WS-PC-MATCH)
               AND GLJ-REFERENCE = PC-CTL-REF(WS-PC-MATCH)
               MOVE WS-REC-COUNT TO WS-RESUME-AT
           END-IF.

           MOVE ZERO TO WS-BATCH-DEBITS WS-BATCH-CREDITS
                        WS-BATCH-LEGS.

       2300-POST-ONE-RECORD.
           READ HANDOFF-FILE
               AT END
                   MOVE "10" TO WS-HF-STATUS
               NOT AT END
                   ADD 1 TO WS-REC-NO
                   IF WS-REC-NO > WS-RESUME-AT
                       IF GLJ-IS-DETAIL
                           PERFORM 2400-POST-ONE-LEG
                       ELSE
                           PERFORM 2500-MARK-BATCH-POSTED
                       END-IF
                   END-IF
           END-READ.

       2400-POST-ONE-LEG.
           MOVE GLJ-ACCOUNT              TO GLB-ACCOUNT.
           MOVE GLJ-POSTING-DATE(1:6)    TO GLB-PERIOD.
           MOVE "Y" TO WS-GLB-FOUND.
           READ GL-BALANCES
               KEY IS GLB-KEY
               INVALID KEY
                   MOVE "N" TO WS-GLB-FOUND
           END-READ.
           IF WS-GLB-FOUND = "N"
               MOVE GLJ-ACCOUNT           TO GLB-ACCOUNT
               MOVE GLJ-POSTING-DATE(1:6) TO GLB-PERIOD
               MOVE ZERO TO GLB-DEBITS GLB-CREDITS GLB-LEG-COUNT
           END-IF.

           IF GLJ-IS-DEBIT
               ADD GLJ-AMOUNT TO GLB-DEBITS
               ADD GLJ-AMOUNT TO WS-FILE-DEBITS
           ELSE
               ADD GLJ-AMOUNT TO GLB-CREDITS
               ADD GLJ-AMOUNT TO WS-FILE-CREDITS
           END-IF.
           ADD 1 TO GLB-LEG-COUNT.
           MOVE WS-NOW TO GLB-LAST-UPDATED.

           IF WS-GLB-FOUND = "Y"
               REWRITE GLB-RECORD
           ELSE
               WRITE GLB-RECORD
           END-IF.
           IF WS-GLB-STATUS NOT = "00"
               ADD 1 TO WS-WRITE-ERRORS
               DISPLAY "** GL-BALANCES write failed, status "
                   WS-GLB-STATUS " - " GLB-ACCOUNT " " GLB-PERIOD
                   " " GLJ-REFERENCE
           ELSE
               ADD 1 TO WS-FILE-LEGS
           END-IF.

       2500-MARK-BATCH-POSTED.
      *> Saved at every batch, so a run that dies part-way posts
      *> at most the batch it was in twice, never the file.
           MOVE WS-REC-NO        TO PC-RECORDS-POSTED(WS-PC-MATCH).
           MOVE GLJ-POSTING-DATE TO PC-CTL-DATE(WS-PC-MATCH).
           MOVE GLJ-AMOUNT       TO PC-CTL-AMOUNT(WS-PC-MATCH).
           MOVE GLJ-REFERENCE    TO PC-CTL-REF(WS-PC-MATCH).
           MOVE WS-NOW           TO PC-LAST-POSTED(WS-PC-MATCH).
           PERFORM 1500-SAVE-POST-CONTROL.

       3000-PRINT-HEADINGS.
           MOVE SPACES TO PRT-LINE.
           STRING "NOMINAL LEDGER POSTING RUN " DELIMITED BY SIZE
                  WS-NOW(1:8) DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "FILE        RECORDS  SKIPPED     LEGS"
                      DELIMITED BY SIZE
                  "           DEBITS          CREDITS  OUTCOME"
                      DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       3100-PRINT-FILE-LINE.
           MOVE WS-REC-COUNT    TO COUNT-FORMATTED.
           MOVE WS-RESUME-AT    TO SKIP-FORMATTED.
           MOVE WS-FILE-LEGS    TO LEGS-FORMATTED.
           MOVE WS-FILE-DEBITS  TO DEBIT-FORMATTED.
           MOVE WS-FILE-CREDITS TO CREDIT-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           STRING WS-HANDOFF-FILE-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  COUNT-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SKIP-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LEGS-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DEBIT-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CREDIT-FORMATTED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-OUTCOME DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       3200-PRINT-MISSED-NIGHT.
      *> The last control record posted is not on the file any
      *> more - the file was rewritten, perhaps more than once, and
      *> whatever it held in between never reached the ledger.
           ADD 1 TO WS-FILES-FROM-TOP.
           MOVE SPACES TO PRT-LINE.
           STRING "** EXCEPTION " DELIMITED BY SIZE
                  WS-HANDOFF-FILE-NAME DELIMITED BY SIZE
                  ": last posted control record (" DELIMITED BY SIZE
                  WS-LOST-CTL-DATE DELIMITED BY SIZE
                  ") gone - file rewritten, a night may have been "
                      DELIMITED BY SIZE
                  "missed" DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           DISPLAY "** " WS-HANDOFF-FILE-NAME " rewritten since the "
               "last posting - a night may have been missed".

       3500-PRINT-TOTALS.
           MOVE WS-TOTAL-LEGS    TO LEGS-FORMATTED.
           MOVE WS-TOTAL-DEBITS  TO DEBIT-FORMATTED.
           MOVE WS-TOTAL-CREDITS TO CREDIT-FORMATTED.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "TOTAL POSTED               " DELIMITED BY SIZE
                  LEGS-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DEBIT-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CREDIT-FORMATTED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "Files posted " DELIMITED BY SIZE
                  WS-FILES-POSTED DELIMITED BY SIZE
                  ", refused " DELIMITED BY SIZE
                  WS-FILES-REFUSED DELIMITED BY SIZE
                  ", posted from the top " DELIMITED BY SIZE
                  WS-FILES-FROM-TOP DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       4000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

       8100-LOG-THE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW         TO AUD-TIMESTAMP.
           MOVE "GL-POSTING"   TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE SPACES         TO AUD-MESSAGE.
           STRING "Posted " DELIMITED BY SIZE
                  WS-TOTAL-LEGS DELIMITED BY SIZE
                  " legs from " DELIMITED BY SIZE
                  WS-FILES-POSTED DELIMITED BY SIZE
                  " file(s), " DELIMITED BY SIZE
                  WS-FILES-REFUSED DELIMITED BY SIZE
                  " refused" DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "runcproc.cpy".
           COPY "auditapp.cpy".
           COPY "rptarch.cpy".

           COPY "signon.cpy".
