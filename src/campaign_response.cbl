       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPAIGN-RESPONSE.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Desk program for replies to a targeted campaign. The
      *> operator keys the campaign id and member number off the
      *> reply (both are on the "Ref:" line of the letter or email)
      *> and the response - (A)ccepted, (D)eclined or (E)nquiry -
      *> with a short note. The response is stamped on the member's
      *> CAMPAIGN-MEMBERS record with the date and operator, so it
      *> is held against the campaign; a member the campaign never
      *> contacted cannot be given one. (L)ist shows a campaign's
      *> responses so far.

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

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGNS-FILE.
           COPY "campaign.cpy".

       FD  CAMPAIGN-MEMBERS.
           COPY "campmem.cpy".

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".

       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".

       01 WS-CM-STATUS       PIC X(02).
       01 WS-CMB-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-TODAY           PIC 9(08).
       01 WS-CHOICE          PIC X(01).
       01 WS-ANSWER          PIC X(01).
       01 WS-DONE            PIC X(01) VALUE "N".
           88 WS-IS-DONE         VALUE "Y".

       01 WS-CAMPAIGN-IN     PIC X(08).
       01 WS-MEMBER-IN       PIC 9(08).
       01 WS-RESPONSE        PIC X(01).
       01 WS-NOTE            PIC X(30).
       01 WS-LIST-DONE       PIC X(01).
       01 WS-RESPONSES-SHOWN PIC 9(06).

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

           OPEN INPUT CAMPAIGNS-FILE.
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "Could not open CAMPAIGNS, status "
                   WS-CM-STATUS
               GO TO 0000-EXIT
           END-IF.

           OPEN I-O CAMPAIGN-MEMBERS.
           IF WS-CMB-STATUS NOT = "00"
               DISPLAY "Could not open CAMPAIGN-MEMBERS, status "
                   WS-CMB-STATUS
               CLOSE CAMPAIGNS-FILE
               GO TO 0000-EXIT
           END-IF.

           PERFORM 1000-SHOW-MENU UNTIL WS-IS-DONE.

           CLOSE CAMPAIGN-MEMBERS.
           CLOSE CAMPAIGNS-FILE.

       0000-EXIT.
           STOP RUN.

       1000-SHOW-MENU.
           DISPLAY "-----------------".
           DISPLAY "CAMPAIGN responses".
           DISPLAY "(R)ecord a response, (L)ist responses, (X)exit: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN "R" WHEN "r"
                   PERFORM 2000-RECORD-RESPONSE THRU 2000-EXIT
               WHEN "L" WHEN "l"
                   PERFORM 3000-LIST-RESPONSES THRU 3000-EXIT
               WHEN "X" WHEN "x"
                   MOVE "Y" TO WS-DONE
               WHEN OTHER
                   DISPLAY "Not a valid option."
           END-EVALUATE.

       2000-RECORD-RESPONSE.
           PERFORM 2100-READ-THE-CAMPAIGN THRU 2100-EXIT.
           IF WS-CM-STATUS NOT = "00"
               GO TO 2000-EXIT
           END-IF.

           DISPLAY "Member number: ".
           ACCEPT WS-MEMBER-IN.
           MOVE CM-CAMPAIGN-ID TO CMB-CAMPAIGN-ID.
           MOVE WS-MEMBER-IN   TO CMB-MEMBER-NUMBER.
           READ CAMPAIGN-MEMBERS
               KEY IS CMB-KEY
               INVALID KEY
                   DISPLAY "Member " WS-MEMBER-IN " was not selected "
                       "for campaign " CM-CAMPAIGN-ID "."
                   GO TO 2000-EXIT
           END-READ.
           DISPLAY CMB-MEMBER-NUMBER " " CMB-FIRSTNAME " "
               CMB-LASTNAME.
           IF CMB-WAS-SUPPRESSED
               DISPLAY "This member was not contacted ("
                   CMB-SUPPRESS-REASON ") - no response to record."
               GO TO 2000-EXIT
           END-IF.

           IF NOT CMB-NO-RESPONSE
               DISPLAY "Response " CMB-RESPONSE " already recorded on "
                   CMB-RESPONSE-DATE " by " CMB-RESPONSE-BY
                   " - replace it? (Y/N): "
               ACCEPT WS-ANSWER
               IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
                   GO TO 2000-EXIT
               END-IF
           END-IF.

           DISPLAY "Response - (A)ccepted, (D)eclined, (E)nquiry: ".
           ACCEPT WS-RESPONSE.
           EVALUATE WS-RESPONSE
               WHEN "A" WHEN "a"
                   MOVE "A" TO WS-RESPONSE
               WHEN "D" WHEN "d"
                   MOVE "D" TO WS-RESPONSE
               WHEN "E" WHEN "e"
                   MOVE "E" TO WS-RESPONSE
               WHEN OTHER
                   DISPLAY "Not a valid response - nothing recorded."
                   GO TO 2000-EXIT
           END-EVALUATE.

           DISPLAY "Note (optional): ".
           MOVE SPACES TO WS-NOTE.
           ACCEPT WS-NOTE.

           MOVE WS-RESPONSE    TO CMB-RESPONSE.
           MOVE WS-TODAY       TO CMB-RESPONSE-DATE.
           MOVE WS-OPERATOR-ID TO CMB-RESPONSE-BY.
           MOVE WS-NOTE        TO CMB-RESPONSE-NOTE.
           REWRITE CMB-RECORD.
           IF WS-CMB-STATUS = "00"
               DISPLAY "Response recorded against campaign "
                   CM-CAMPAIGN-ID "."
               PERFORM 8100-LOG-RESPONSE
           ELSE
               DISPLAY "Response not saved, status " WS-CMB-STATUS
           END-IF.

       2000-EXIT.
           EXIT.

       2100-READ-THE-CAMPAIGN.
           DISPLAY "Campaign id: ".
           MOVE SPACES TO WS-CAMPAIGN-IN.
           ACCEPT WS-CAMPAIGN-IN.
           MOVE WS-CAMPAIGN-IN TO CM-CAMPAIGN-ID.
           READ CAMPAIGNS-FILE
               KEY IS CM-CAMPAIGN-ID
               INVALID KEY
                   DISPLAY "No campaign " WS-CAMPAIGN-IN " on file."
                   GO TO 2100-EXIT
           END-READ.
           DISPLAY CM-CAMPAIGN-ID " " CM-DESCRIPTION.
           IF NOT CM-IS-SENT
               DISPLAY "Campaign " CM-CAMPAIGN-ID
                   " has not been sent."
               MOVE "23" TO WS-CM-STATUS
           END-IF.

       2100-EXIT.
           EXIT.

       3000-LIST-RESPONSES.
           PERFORM 2100-READ-THE-CAMPAIGN THRU 2100-EXIT.
           IF WS-CM-STATUS NOT = "00"
               GO TO 3000-EXIT
           END-IF.

           MOVE ZERO TO WS-RESPONSES-SHOWN.
           MOVE "N"  TO WS-LIST-DONE.
           DISPLAY "Member   R Date     By         Name / note".
           MOVE CM-CAMPAIGN-ID TO CMB-CAMPAIGN-ID.
           MOVE ZERO           TO CMB-MEMBER-NUMBER.
           START CAMPAIGN-MEMBERS KEY IS NOT LESS THAN CMB-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LIST-DONE
           END-START.
           PERFORM 3100-LIST-ONE-RESPONSE UNTIL WS-LIST-DONE = "Y".

           IF WS-RESPONSES-SHOWN = ZERO
               DISPLAY "No responses recorded yet."
           END-IF.

       3000-EXIT.
           EXIT.

       3100-LIST-ONE-RESPONSE.
           READ CAMPAIGN-MEMBERS NEXT
               AT END
                   MOVE "Y" TO WS-LIST-DONE
               NOT AT END
                   IF CMB-CAMPAIGN-ID NOT = CM-CAMPAIGN-ID
                       MOVE "Y" TO WS-LIST-DONE
                   ELSE
                       IF NOT CMB-NO-RESPONSE
                           ADD 1 TO WS-RESPONSES-SHOWN
                           DISPLAY CMB-MEMBER-NUMBER " " CMB-RESPONSE
                               " " CMB-RESPONSE-DATE " "
                               CMB-RESPONSE-BY " " CMB-FIRSTNAME " "
                               CMB-LASTNAME
                           IF CMB-RESPONSE-NOTE NOT = SPACES
                               DISPLAY "                             "
                                   CMB-RESPONSE-NOTE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       8100-LOG-RESPONSE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW           TO AUD-TIMESTAMP.
           MOVE "CAMPAIGN-RESP"  TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID   TO AUD-OPERATOR-ID.
           MOVE SPACES           TO AUD-MESSAGE.
           STRING "Response " DELIMITED BY SIZE
                  CMB-RESPONSE DELIMITED BY SIZE
                  " campaign " DELIMITED BY SIZE
                  CMB-CAMPAIGN-ID DELIMITED BY SIZE
                  " member " DELIMITED BY SIZE
                  CMB-MEMBER-NUMBER DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "auditapp.cpy".

           COPY "signon.cpy".
