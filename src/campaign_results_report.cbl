       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPAIGN-RESULTS-REPORT.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Results of the targeted campaigns, onto the CAMPRPT print
      *> file - one campaign (its id read from the input) or, on
      *> Enter, every campaign that has been sent. For each: the
      *> audience criteria, then the members selected, letters and
      *> emails sent, the suppressions by reason (deceased, opted
      *> out, no usable address), and the responses keyed at the
      *> desk - accepted, declined, enquiries - with the response
      *> rate on what was sent. Everything is counted off
      *> CAMPAIGN-MEMBERS, so a campaign sent over two runs reports
      *> whole.

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

           SELECT CAMPAIGN-REPORT ASSIGN TO "CAMPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

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

       FD  CAMPAIGN-REPORT.
       01 RPT-RECORD PIC X(132).

       FD  REPORT-INDEX.
           COPY "rptindex.cpy".

       FD  REPORT-STORE.
           COPY "rptstore.cpy".

       FD  RETENTION-POLICY.
           COPY "retpol.cpy".

       WORKING-STORAGE SECTION.
       COPY "rptarwk.cpy".
       01 WS-CM-STATUS       PIC X(02).
       01 WS-CMB-STATUS      PIC X(02).
       01 WS-RPT-STATUS      PIC X(02).
       01 WS-TODAY           PIC 9(08).
       01 WS-CAMPAIGN-IN     PIC X(08).
       01 WS-MEMBERS-DONE    PIC X(01).
       01 WS-CAMPAIGNS-DONE  PIC X(01).

       01 WS-CAMPAIGN-COUNTS.
          05 WS-SELECTED        PIC 9(06).
          05 WS-LETTERS         PIC 9(06).
          05 WS-EMAILS          PIC 9(06).
          05 WS-SENT            PIC 9(06).
          05 WS-SUPPRESSED      PIC 9(06).
          05 WS-DECEASED        PIC 9(06).
          05 WS-OPTED-OUT       PIC 9(06).
          05 WS-NO-ADDRESS      PIC 9(06).
          05 WS-RESPONDED       PIC 9(06).
          05 WS-ACCEPTED        PIC 9(06).
          05 WS-DECLINED        PIC 9(06).
          05 WS-ENQUIRED        PIC 9(06).
       01 WS-RESPONSE-RATE   PIC 9(03)V9.
       01 WS-RATE-OUT        PIC ZZ9.9.

       01 WS-CAMPAIGNS-SHOWN PIC 9(04) VALUE ZERO.
       01 WS-TOTAL-SENT      PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-SUPPRESSED PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-RESPONDED PIC 9(07) VALUE ZERO.

       01 PRT-LINE           PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           DISPLAY "Campaign id (Enter for every campaign sent): ".
           MOVE SPACES TO WS-CAMPAIGN-IN.
           ACCEPT WS-CAMPAIGN-IN.

           OPEN INPUT CAMPAIGNS-FILE.
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "Could not open CAMPAIGNS, status "
                   WS-CM-STATUS
               GO TO 0000-EXIT
           END-IF.

           OPEN INPUT CAMPAIGN-MEMBERS.
           IF WS-CMB-STATUS NOT = "00"
               DISPLAY "Could not open CAMPAIGN-MEMBERS, status "
                   WS-CMB-STATUS
               CLOSE CAMPAIGNS-FILE
               GO TO 0000-EXIT
           END-IF.

           OPEN OUTPUT CAMPAIGN-REPORT.
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "Could not open CAMPRPT, status "
                   WS-RPT-STATUS
               CLOSE CAMPAIGN-MEMBERS
               CLOSE CAMPAIGNS-FILE
               GO TO 0000-EXIT
           END-IF.

           MOVE "CAMPRPT"          TO WS-RA-REPORT-NAME.
           MOVE "CAMPAIGN-RESULTS" TO WS-RA-PROGRAM-ID.
           PERFORM 8950-REPORT-ARCHIVE-OPEN THRU 8950-EXIT.

           MOVE SPACES TO PRT-LINE.
           STRING "CAMPAIGN RESULTS  " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

           IF WS-CAMPAIGN-IN NOT = SPACES
               MOVE WS-CAMPAIGN-IN TO CM-CAMPAIGN-ID
               READ CAMPAIGNS-FILE
                   KEY IS CM-CAMPAIGN-ID
                   INVALID KEY
                       DISPLAY "No campaign " WS-CAMPAIGN-IN
                           " on file."
                   NOT INVALID KEY
                       PERFORM 2000-REPORT-ONE-CAMPAIGN
               END-READ
           ELSE
               MOVE "N" TO WS-CAMPAIGNS-DONE
               MOVE LOW-VALUES TO CM-CAMPAIGN-ID
               START CAMPAIGNS-FILE
                   KEY IS NOT LESS THAN CM-CAMPAIGN-ID
                   INVALID KEY
                       MOVE "Y" TO WS-CAMPAIGNS-DONE
               END-START
               PERFORM 1000-NEXT-CAMPAIGN
                   UNTIL WS-CAMPAIGNS-DONE = "Y"
           END-IF.

           MOVE SPACES TO PRT-LINE.
           STRING "Campaigns reported " DELIMITED BY SIZE
                  WS-CAMPAIGNS-SHOWN DELIMITED BY SIZE
                  ": sent " DELIMITED BY SIZE
                  WS-TOTAL-SENT DELIMITED BY SIZE
                  ", suppressed " DELIMITED BY SIZE
                  WS-TOTAL-SUPPRESSED DELIMITED BY SIZE
                  ", responded " DELIMITED BY SIZE
                  WS-TOTAL-RESPONDED DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

           CLOSE CAMPAIGN-REPORT.
           PERFORM 8970-REPORT-ARCHIVE-CLOSE THRU 8970-EXIT.
           CLOSE CAMPAIGN-MEMBERS.
           CLOSE CAMPAIGNS-FILE.

           DISPLAY "Campaigns reported: " WS-CAMPAIGNS-SHOWN.

       0000-EXIT.
           STOP RUN.

       1000-NEXT-CAMPAIGN.
           READ CAMPAIGNS-FILE NEXT
               AT END
                   MOVE "Y" TO WS-CAMPAIGNS-DONE
               NOT AT END
                   IF CM-IS-SENT
                       PERFORM 2000-REPORT-ONE-CAMPAIGN
                   END-IF
           END-READ.

       2000-REPORT-ONE-CAMPAIGN.
           ADD 1 TO WS-CAMPAIGNS-SHOWN.
           MOVE ZERO TO WS-CAMPAIGN-COUNTS.

           MOVE "N"            TO WS-MEMBERS-DONE.
           MOVE CM-CAMPAIGN-ID TO CMB-CAMPAIGN-ID.
           MOVE ZERO           TO CMB-MEMBER-NUMBER.
           START CAMPAIGN-MEMBERS KEY IS NOT LESS THAN CMB-KEY
               INVALID KEY
                   MOVE "Y" TO WS-MEMBERS-DONE
           END-START.
           PERFORM 2100-COUNT-ONE-MEMBER UNTIL WS-MEMBERS-DONE = "Y".

           COMPUTE WS-SENT = WS-LETTERS + WS-EMAILS.
           IF WS-SENT = ZERO
               MOVE ZERO TO WS-RESPONSE-RATE
           ELSE
               COMPUTE WS-RESPONSE-RATE ROUNDED =
                   WS-RESPONDED * 100 / WS-SENT
           END-IF.
           MOVE WS-RESPONSE-RATE TO WS-RATE-OUT.
           ADD WS-SENT       TO WS-TOTAL-SENT.
           ADD WS-SUPPRESSED TO WS-TOTAL-SUPPRESSED.
           ADD WS-RESPONDED  TO WS-TOTAL-RESPONDED.

           MOVE SPACES TO PRT-LINE.
           STRING "Campaign " DELIMITED BY SIZE
                  CM-CAMPAIGN-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CM-DESCRIPTION DELIMITED BY SIZE
                  "  template " DELIMITED BY SIZE
                  CM-TEMPLATE-ID DELIMITED BY SIZE
                  " by " DELIMITED BY SIZE
                  CM-CHANNEL DELIMITED BY SIZE
                  "  status " DELIMITED BY SIZE
                  CM-STATUS DELIMITED BY SIZE
                  "  sent " DELIMITED BY SIZE
                  CM-SENT-DATE DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  Audience: ages " DELIMITED BY SIZE
                  CM-AGE-FROM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  CM-AGE-TO DELIMITED BY SIZE
                  "  branch " DELIMITED BY SIZE
                  CM-BRANCH-CODE DELIMITED BY SIZE
                  "  status " DELIMITED BY SIZE
                  CM-MEMBER-STATUS DELIMITED BY SIZE
                  "  registered " DELIMITED BY SIZE
                  CM-REG-FROM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  CM-REG-TO DELIMITED BY SIZE
                  "  city " DELIMITED BY SIZE
                  CM-CITY DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  Selected " DELIMITED BY SIZE
                  WS-SELECTED DELIMITED BY SIZE
                  "  sent " DELIMITED BY SIZE
                  WS-SENT DELIMITED BY SIZE
                  " (letters " DELIMITED BY SIZE
                  WS-LETTERS DELIMITED BY SIZE
                  ", emails " DELIMITED BY SIZE
                  WS-EMAILS DELIMITED BY SIZE
                  ")  suppressed " DELIMITED BY SIZE
                  WS-SUPPRESSED DELIMITED BY SIZE
                  " (deceased " DELIMITED BY SIZE
                  WS-DECEASED DELIMITED BY SIZE
                  ", opted out " DELIMITED BY SIZE
                  WS-OPTED-OUT DELIMITED BY SIZE
                  ", no address " DELIMITED BY SIZE
                  WS-NO-ADDRESS DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  Responded " DELIMITED BY SIZE
                  WS-RESPONDED DELIMITED BY SIZE
                  " (accepted " DELIMITED BY SIZE
                  WS-ACCEPTED DELIMITED BY SIZE
                  ", declined " DELIMITED BY SIZE
                  WS-DECLINED DELIMITED BY SIZE
                  ", enquiries " DELIMITED BY SIZE
                  WS-ENQUIRED DELIMITED BY SIZE
                  ")  response rate " DELIMITED BY SIZE
                  WS-RATE-OUT DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.
           MOVE SPACES TO PRT-LINE.
           PERFORM 4000-WRITE-REPORT-LINE.

       2100-COUNT-ONE-MEMBER.
           READ CAMPAIGN-MEMBERS NEXT
               AT END
                   MOVE "Y" TO WS-MEMBERS-DONE
               NOT AT END
                   IF CMB-CAMPAIGN-ID NOT = CM-CAMPAIGN-ID
                       MOVE "Y" TO WS-MEMBERS-DONE
                   ELSE
                       PERFORM 2200-ADD-UP-ONE-MEMBER
                   END-IF
           END-READ.

       2200-ADD-UP-ONE-MEMBER.
           ADD 1 TO WS-SELECTED.
           EVALUATE TRUE
               WHEN CMB-SENT-LETTER
                   ADD 1 TO WS-LETTERS
               WHEN CMB-SENT-EMAIL
                   ADD 1 TO WS-EMAILS
               WHEN OTHER
                   ADD 1 TO WS-SUPPRESSED
                   EVALUATE TRUE
                       WHEN CMB-SUPPRESS-REASON = "deceased"
                           ADD 1 TO WS-DECEASED
                       WHEN CMB-SUPPRESS-REASON(1:3) = "opt"
                           ADD 1 TO WS-OPTED-OUT
                       WHEN OTHER
                           ADD 1 TO WS-NO-ADDRESS
                   END-EVALUATE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN CMB-ACCEPTED
                   ADD 1 TO WS-RESPONDED WS-ACCEPTED
               WHEN CMB-DECLINED
                   ADD 1 TO WS-RESPONDED WS-DECLINED
               WHEN CMB-ENQUIRED
                   ADD 1 TO WS-RESPONDED WS-ENQUIRED
           END-EVALUATE.

       4000-WRITE-REPORT-LINE.
           MOVE PRT-LINE TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RPT-RECORD TO WS-RA-LINE.
           PERFORM 8960-REPORT-ARCHIVE-LINE.

           COPY "rptarch.cpy".
