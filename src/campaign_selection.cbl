       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPAIGN-SELECTION.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Mailing run for one targeted campaign off CAMPAIGNS (the id
      *> is keyed, or read from SYSIN in batch). Walks PERSON-MASTER
      *> and picks the members that meet every criterion the
      *> campaign sets - age band (today's age, off the date of
      *> birth), branch, membership status, registration date range
      *> and city. Each selected member is sent the campaign's
      *> TEMPLATES wording by the campaign's channel: a letter onto
      *> the CAMPLTR print file, or an email on the NOTIFY-QUEUE
      *> stamped with the campaign id for the overnight formatter.
      *> A deceased member gets nothing, the mail and email opt-outs
      *> are honoured, and every suppression is recorded with its
      *> reason. Each selected member is written to CAMPAIGN-MEMBERS
      *> (what went out, or why not) - the record CAMPAIGN-RESPONSE
      *> stamps replies on. A campaign goes out once: it is marked
      *> sent at the end, and a rerun after a failure skips the
      *> members already written.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGNS-FILE ASSIGN TO "CAMPAIGNS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CAMPAIGN-ID
               FILE STATUS IS WS-CM-STATUS.

           SELECT CAMPAIGN-MEMBERS ASSIGN TO "CAMPMEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMB-KEY
               FILE STATUS IS WS-CMB-STATUS.

           SELECT PERSON-MASTER ASSIGN TO "PERSONMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-PM-STATUS.

           SELECT TEMPLATE-FILE ASSIGN TO "TEMPLATES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TPL-STATUS.

           SELECT CAMPAIGN-PRINT ASSIGN TO "CAMPLTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT NOTIFY-QUEUE ASSIGN TO "NOTIFYQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NQ-STATUS.

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
       FD  CAMPAIGNS-FILE.
           COPY "campaign.cpy".

       FD  CAMPAIGN-MEMBERS.
           COPY "campmem.cpy".

       FD  PERSON-MASTER.
           COPY "persmast.cpy".

       FD  TEMPLATE-FILE.
           COPY "tmplrec.cpy".

       FD  CAMPAIGN-PRINT.
       01 RPT-RECORD PIC X(132).

       FD  NOTIFY-QUEUE.
           COPY "notifrec.cpy".

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
       COPY "tmpltbl.cpy".
       COPY "rptarwk.cpy".

       01 WS-CM-STATUS       PIC X(02).
       01 WS-CMB-STATUS      PIC X(02).
       01 WS-PM-STATUS       PIC X(02).
       01 WS-TPL-STATUS      PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-NQ-STATUS       PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-TODAY           PIC 9(08).
       01 WS-TPL-LINE        PIC 9(02).
       01 WS-CAMPAIGN-IN     PIC X(08).

       01 WS-AGE             PIC 9(03).
       01 WS-AGE-VALID       PIC X(01).
       01 WS-WANTED          PIC X(01).
       01 WS-SEND-BY         PIC X(01).
       01 WS-SUPPRESS-REASON PIC X(20).

       01 WS-SELECTED        PIC 9(06) VALUE ZERO.
       01 WS-LETTERS         PIC 9(06) VALUE ZERO.
       01 WS-EMAILS          PIC 9(06) VALUE ZERO.
       01 WS-SUPPRESSED      PIC 9(06) VALUE ZERO.
       01 WS-DECEASED        PIC 9(06) VALUE ZERO.
       01 WS-OPTED-OUT       PIC 9(06) VALUE ZERO.
       01 WS-NO-ADDRESS      PIC 9(06) VALUE ZERO.
       01 WS-NO-NUMBER       PIC 9(06) VALUE ZERO.
       01 WS-DONE-BEFORE     PIC 9(06) VALUE ZERO.

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

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN I-O CAMPAIGNS-FILE.
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "Could not open CAMPAIGNS, status "
                   WS-CM-STATUS
               GO TO 0000-EXIT
           END-IF.

           DISPLAY "Campaign id to send: ".
           MOVE SPACES TO WS-CAMPAIGN-IN.
           ACCEPT WS-CAMPAIGN-IN.
           MOVE WS-CAMPAIGN-IN TO CM-CAMPAIGN-ID.
           READ CAMPAIGNS-FILE
               KEY IS CM-CAMPAIGN-ID
               INVALID KEY
                   DISPLAY "No campaign " WS-CAMPAIGN-IN " on file."
                   CLOSE CAMPAIGNS-FILE
                   GO TO 0000-EXIT
           END-READ.
           IF NOT CM-IS-DEFINED
               DISPLAY "Campaign " CM-CAMPAIGN-ID
                   " has been sent or cancelled already - a "
                   "campaign goes out once."
               CLOSE CAMPAIGNS-FILE
               GO TO 0000-EXIT
           END-IF.
           DISPLAY CM-CAMPAIGN-ID " " CM-DESCRIPTION " - template "
               CM-TEMPLATE-ID " by " CM-CHANNEL.

           PERFORM 6400-LOAD-TEMPLATE-FILE.

           OPEN I-O CAMPAIGN-MEMBERS.
           IF WS-CMB-STATUS = "35"
               OPEN OUTPUT CAMPAIGN-MEMBERS
               CLOSE CAMPAIGN-MEMBERS
               OPEN I-O CAMPAIGN-MEMBERS
           END-IF.
           IF WS-CMB-STATUS NOT = "00"
               DISPLAY "Could not open CAMPAIGN-MEMBERS, status "
                   WS-CMB-STATUS
               CLOSE CAMPAIGNS-FILE
               GO TO 0000-EXIT
           END-IF.

           OPEN INPUT PERSON-MASTER.
           IF WS-PM-STATUS NOT = "00"
               DISPLAY "Could not open PERSON-MASTER, status "
                   WS-PM-STATUS
               CLOSE CAMPAIGN-MEMBERS
               CLOSE CAMPAIGNS-FILE
               GO TO 0000-EXIT
           END-IF.

           OPEN OUTPUT CAMPAIGN-PRINT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open CAMPLTR, status "
                   WS-RPT-STATUS
               CLOSE PERSON-MASTER
               CLOSE CAMPAIGN-MEMBERS
               CLOSE CAMPAIGNS-FILE
               GO TO 0000-EXIT
           END-IF.

           MOVE "CAMPLTR"            TO WS-RA-REPORT-NAME.
           MOVE "CAMPAIGN-SELECTION" TO WS-RA-PROGRAM-ID.
           MOVE WS-OPERATOR-ID       TO WS-RA-OPERATOR-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE LOW-VALUES TO PM-KEY.
           START PERSON-MASTER KEY IS NOT LESS THAN PM-KEY
               INVALID KEY
                   MOVE "10" TO WS-PM-STATUS
           END-START.
           PERFORM 1000-CHECK-ONE-MEMBER UNTIL WS-PM-STATUS = "10".

           CLOSE CAMPAIGN-PRINT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.
           CLOSE PERSON-MASTER.
           CLOSE CAMPAIGN-MEMBERS.

      *> This run's counts, for the campaign list - the results
      *> report counts off CAMPAIGN-MEMBERS, which also holds the
      *> members an earlier, failed run wrote.
           MOVE WS-SELECTED   TO CM-SELECTED-COUNT.
           COMPUTE CM-SENT-COUNT = WS-LETTERS + WS-EMAILS.
           MOVE WS-SUPPRESSED TO CM-SUPPRESSED-COUNT.
           MOVE "S"      TO CM-STATUS.
           MOVE WS-TODAY TO CM-SENT-DATE.
           REWRITE CM-RECORD.
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "Campaign not marked sent, status "
                   WS-CM-STATUS
           END-IF.
           CLOSE CAMPAIGNS-FILE.

           DISPLAY "Members selected        : " WS-SELECTED.
           DISPLAY "Letters printed         : " WS-LETTERS.
           DISPLAY "Emails queued           : " WS-EMAILS.
           DISPLAY "Suppressed              : " WS-SUPPRESSED.
           DISPLAY "  deceased              : " WS-DECEASED.
           DISPLAY "  opted out             : " WS-OPTED-OUT.
           DISPLAY "  no usable address     : " WS-NO-ADDRESS.
           DISPLAY "  no member number      : " WS-NO-NUMBER.
           DISPLAY "Done on an earlier run  : " WS-DONE-BEFORE.

           PERFORM 8100-LOG-THE-RUN.

       0000-EXIT.
           STOP RUN.

       1000-CHECK-ONE-MEMBER.
           READ PERSON-MASTER NEXT
               AT END
                   MOVE "10" TO WS-PM-STATUS
               NOT AT END
                   PERFORM 1100-APPLY-THE-CRITERIA THRU 1100-EXIT
                   IF WS-WANTED = "Y"
                       PERFORM 2000-SEND-TO-ONE-MEMBER THRU 2000-EXIT
                   END-IF
           END-READ.

       1100-APPLY-THE-CRITERIA.
           MOVE "N" TO WS-WANTED.

           IF CM-MEMBER-STATUS = "A" AND PM-IS-LAPSED
               GO TO 1100-EXIT
           END-IF.
           IF CM-MEMBER-STATUS = "L" AND NOT PM-IS-LAPSED
               GO TO 1100-EXIT
           END-IF.
           IF CM-BRANCH-CODE NOT = SPACES
               AND CM-BRANCH-CODE NOT = PM-BRANCH-CODE
               GO TO 1100-EXIT
           END-IF.
           IF CM-CITY NOT = SPACES AND CM-CITY NOT = PM-CITY
               GO TO 1100-EXIT
           END-IF.
           IF CM-REG-FROM NOT = ZERO OR CM-REG-TO NOT = 99999999
               IF PM-REGISTRATION-DATE NOT NUMERIC
                   OR PM-REGISTRATION-DATE < CM-REG-FROM
                   OR PM-REGISTRATION-DATE > CM-REG-TO
                   GO TO 1100-EXIT
               END-IF
           END-IF.

      *> Age today, not the PM-AGE snapshot.
           IF CM-AGE-FROM NOT = ZERO OR CM-AGE-TO NOT = 999
               CALL "AGE-FROM-DOB" USING PM-DATE-OF-BIRTH WS-AGE
                   WS-AGE-VALID
               IF WS-AGE-VALID NOT = "Y"
                   GO TO 1100-EXIT
               END-IF
               IF WS-AGE < CM-AGE-FROM OR WS-AGE > CM-AGE-TO
                   GO TO 1100-EXIT
               END-IF
           END-IF.

           MOVE "Y" TO WS-WANTED.

       1100-EXIT.
           EXIT.

       2000-SEND-TO-ONE-MEMBER.
           ADD 1 TO WS-SELECTED.

      *> No member number, no CAMPAIGN-MEMBERS record to answer
      *> against - counted, never contacted.
           IF PM-MEMBER-NUMBER NOT NUMERIC
               OR PM-MEMBER-NUMBER = ZERO
               ADD 1 TO WS-SUPPRESSED WS-NO-NUMBER
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-CHOOSE-THE-CHANNEL.

           MOVE SPACES             TO CMB-RECORD.
           MOVE CM-CAMPAIGN-ID     TO CMB-CAMPAIGN-ID.
           MOVE PM-MEMBER-NUMBER   TO CMB-MEMBER-NUMBER.
           MOVE PM-LASTNAME        TO CMB-LASTNAME.
           MOVE PM-FIRSTNAME       TO CMB-FIRSTNAME.
           MOVE WS-SEND-BY         TO CMB-OUTCOME.
           MOVE WS-SUPPRESS-REASON TO CMB-SUPPRESS-REASON.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CMB-SENT-AT.
           MOVE ZERO               TO CMB-RESPONSE-DATE.
           WRITE CMB-RECORD.
           IF WS-CMB-STATUS = "22"
               SUBTRACT 1 FROM WS-SELECTED
               ADD 1 TO WS-DONE-BEFORE
               GO TO 2000-EXIT
           END-IF.
           IF WS-CMB-STATUS NOT = "00"
               DISPLAY "CAMPAIGN-MEMBERS write failed for member "
                   PM-MEMBER-NUMBER ", status " WS-CMB-STATUS
                   " - not contacted"
               SUBTRACT 1 FROM WS-SELECTED
               GO TO 2000-EXIT
           END-IF.

           EVALUATE WS-SEND-BY
               WHEN "L"
                   PERFORM 3000-PRINT-THE-LETTER
                   ADD 1 TO WS-LETTERS
               WHEN "E"
                   PERFORM 3500-QUEUE-THE-EMAIL
                   ADD 1 TO WS-EMAILS
               WHEN OTHER
                   ADD 1 TO WS-SUPPRESSED
                   EVALUATE TRUE
                       WHEN PM-IS-DECEASED
                           ADD 1 TO WS-DECEASED
                       WHEN WS-SUPPRESS-REASON(1:3) = "opt"
                           ADD 1 TO WS-OPTED-OUT
                       WHEN OTHER
                           ADD 1 TO WS-NO-ADDRESS
                   END-EVALUATE
           END-EVALUATE.

       2000-EXIT.
           EXIT.

       2100-CHOOSE-THE-CHANNEL.
      *> A deceased member gets nothing, whatever the channel; the
      *> opt-outs silence their own channel only.
           MOVE "X"    TO WS-SEND-BY.
           MOVE SPACES TO WS-SUPPRESS-REASON.
           EVALUATE TRUE
               WHEN PM-IS-DECEASED
                   MOVE "deceased" TO WS-SUPPRESS-REASON
               WHEN CM-BY-LETTER
                   PERFORM 2110-TRY-THE-LETTER
               WHEN CM-BY-EMAIL
                   PERFORM 2120-TRY-THE-EMAIL
               WHEN CM-BY-EITHER
                   PERFORM 2120-TRY-THE-EMAIL
                   IF WS-SEND-BY = "X"
                       MOVE SPACES TO WS-SUPPRESS-REASON
                       PERFORM 2110-TRY-THE-LETTER
                   END-IF
           END-EVALUATE.

       2110-TRY-THE-LETTER.
           EVALUATE TRUE
               WHEN PM-NO-POST
                   MOVE "opted out of post" TO WS-SUPPRESS-REASON
               WHEN PM-STREET = SPACES
                   MOVE "no postal address" TO WS-SUPPRESS-REASON
               WHEN OTHER
                   MOVE "L" TO WS-SEND-BY
           END-EVALUATE.

       2120-TRY-THE-EMAIL.
           EVALUATE TRUE
               WHEN PM-EMAIL-IS-BAD
                   MOVE "email bounced" TO WS-SUPPRESS-REASON
               WHEN PM-NO-EMAIL
                   MOVE "opted out of email" TO WS-SUPPRESS-REASON
               WHEN PM-EMAIL = SPACES
                   MOVE "no email address" TO WS-SUPPRESS-REASON
               WHEN OTHER
                   MOVE "E" TO WS-SEND-BY
           END-EVALUATE.

       3000-PRINT-THE-LETTER.
           MOVE CM-TEMPLATE-ID TO WS-TPL-WANTED-ID.
           MOVE SPACES TO WS-TPL-SUB-NAME.
           STRING PM-FIRSTNAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  PM-LASTNAME DELIMITED BY SPACE
                  INTO WS-TPL-SUB-NAME.
           MOVE SPACES TO WS-TPL-SUB-DATE.
           MOVE WS-TODAY TO WS-TPL-SUB-DATE.
           MOVE SPACES TO WS-TPL-SUB-AMT.
           MOVE CM-DESCRIPTION TO WS-TPL-SUB-XTRA.
           PERFORM 6500-MERGE-TEMPLATE.

           MOVE SPACES TO PRT-LINE.
           STRING "--- Campaign " DELIMITED BY SIZE
                  CM-CAMPAIGN-ID DELIMITED BY SPACE
                  " letter for " DELIMITED BY SIZE
                  PM-FIRSTNAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  PM-LASTNAME DELIMITED BY SPACE
                  ", " DELIMITED BY SIZE
                  PM-STREET DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  PM-CITY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PM-ZIP-CODE DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "Ref: " DELIMITED BY SIZE
                  CM-CAMPAIGN-ID DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  PM-MEMBER-NUMBER DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

           IF WS-TPL-FOUND = "Y"
               PERFORM 3100-WRITE-ONE-LETTER-LINE
                   VARYING WS-TPL-LINE FROM 1 BY 1
                   UNTIL WS-TPL-LINE > WS-TPL-OUT-COUNT
           ELSE
               MOVE SPACES TO PRT-LINE
               STRING "(no text for template " DELIMITED BY SIZE
                      CM-TEMPLATE-ID DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO PRT-LINE
               PERFORM 4000-WRITE-REPORT-LINE
           END-IF.

           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       3100-WRITE-ONE-LETTER-LINE.
           MOVE WS-TPL-OUT(WS-TPL-LINE) TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       3500-QUEUE-THE-EMAIL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW           TO NQ-TIMESTAMP.
           MOVE PM-EMAIL         TO NQ-RECIPIENT.
           MOVE CM-TEMPLATE-ID   TO NQ-TEMPLATE-ID.
           MOVE PM-FIRSTNAME     TO NQ-SUB-NAME.
           MOVE WS-TODAY         TO NQ-SUB-DATE.
           MOVE CM-DESCRIPTION   TO NQ-SUB-EXTRA.
           MOVE PM-MEMBER-NUMBER TO NQ-MEMBER-NUMBER.
           MOVE CM-CAMPAIGN-ID   TO NQ-CAMPAIGN-ID.
           PERFORM 8500-WRITE-NOTIFICATION.

       4000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

       8100-LOG-THE-RUN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW           TO AUD-TIMESTAMP.
           MOVE "CAMPAIGN-SEND"  TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID   TO AUD-OPERATOR-ID.
           MOVE SPACES           TO AUD-MESSAGE.
           STRING "Sent campaign " DELIMITED BY SIZE
                  CM-CAMPAIGN-ID DELIMITED BY SIZE
                  " letters " DELIMITED BY SIZE
                  WS-LETTERS DELIMITED BY SIZE
                  " emails " DELIMITED BY SIZE
                  WS-EMAILS DELIMITED BY SIZE
                  " suppressed " DELIMITED BY SIZE
                  WS-SUPPRESSED DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "tmplfmt.cpy".
           COPY "notifapp.cpy".
           COPY "auditapp.cpy".
           COPY "rptarch.cpy".

           COPY "signon.cpy".
