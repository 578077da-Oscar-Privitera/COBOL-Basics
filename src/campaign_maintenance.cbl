       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPAIGN-MAINTENANCE.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Desk program for targeted member campaigns. (A)dd defines a
      *> campaign: the id marketing will quote, the TEMPLATES letter
      *> or email to send, the channel, and the audience criteria -
      *> age band, branch, membership status, registration date
      *> range and city, any of which may be left open. (L)ist shows
      *> the campaigns with their sent and suppressed counts; cance(Z)
      *> withdraws a campaign that has not gone out. The mailing
      *> itself is CAMPAIGN-SELECTION; replies are keyed in
      *> CAMPAIGN-RESPONSE.

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

           SELECT TEMPLATE-FILE ASSIGN TO "TEMPLATES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TPL-STATUS.

           SELECT BRANCHES-FILE ASSIGN TO "BRANCHES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BR-STATUS.

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

       FD  TEMPLATE-FILE.
           COPY "tmplrec.cpy".

       FD  BRANCHES-FILE.
           COPY "branchrec.cpy".

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".

       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".
       COPY "tmpltbl.cpy".
       COPY "brnchtbl.cpy".

       01 WS-CM-STATUS       PIC X(02).
       01 WS-TPL-STATUS      PIC X(02).
       01 WS-BR-STATUS       PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-TODAY           PIC 9(08).
       01 WS-CHOICE          PIC X(01).
       01 WS-ANSWER          PIC X(01).
       01 WS-DONE            PIC X(01) VALUE "N".
           88 WS-IS-DONE         VALUE "Y".
       01 WS-AUDIT-WORD      PIC X(10).
       01 WS-CAMPAIGNS-SHOWN PIC 9(04).
       01 WS-TEMPLATE-FOUND  PIC X(01).

       01 WS-NEW-CAMPAIGN.
          05 WS-NEW-ID           PIC X(08).
          05 WS-NEW-DESCRIPTION  PIC X(30).
          05 WS-NEW-TEMPLATE     PIC X(08).
          05 WS-NEW-CHANNEL      PIC X(01).
          05 WS-NEW-AGE-FROM     PIC 9(03).
          05 WS-NEW-AGE-TO       PIC 9(03).
          05 WS-NEW-BRANCH       PIC X(04).
          05 WS-NEW-STATUS       PIC X(01).
          05 WS-NEW-REG-FROM     PIC 9(08).
          05 WS-NEW-REG-TO       PIC 9(08).
          05 WS-NEW-CITY         PIC X(20).

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
           PERFORM 6400-LOAD-TEMPLATE-FILE.
           PERFORM 5650-LOAD-BRANCH-TABLE.

           OPEN I-O CAMPAIGNS-FILE.
           IF WS-CM-STATUS = "35"
               OPEN OUTPUT CAMPAIGNS-FILE
               CLOSE CAMPAIGNS-FILE
               OPEN I-O CAMPAIGNS-FILE
           END-IF.
           IF WS-CM-STATUS NOT = "00"
               DISPLAY "Could not open CAMPAIGNS, status "
                   WS-CM-STATUS
               GO TO 0000-EXIT
           END-IF.

           PERFORM 1000-SHOW-MENU UNTIL WS-IS-DONE.

           CLOSE CAMPAIGNS-FILE.

       0000-EXIT.
           STOP RUN.

       1000-SHOW-MENU.
           DISPLAY "-----------------".
           DISPLAY "CAMPAIGN maintenance".
           DISPLAY "(A)dd, (L)ist, cance(Z), (X)exit: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN "A" WHEN "a"
                   PERFORM 2000-ADD-CAMPAIGN THRU 2000-EXIT
               WHEN "L" WHEN "l"
                   PERFORM 3000-LIST-CAMPAIGNS
               WHEN "Z" WHEN "z"
                   PERFORM 4000-CANCEL-CAMPAIGN THRU 4000-EXIT
               WHEN "X" WHEN "x"
                   MOVE "Y" TO WS-DONE
               WHEN OTHER
                   DISPLAY "Not a valid option."
           END-EVALUATE.

       2000-ADD-CAMPAIGN.
           MOVE SPACES TO WS-NEW-CAMPAIGN.
           DISPLAY "Campaign id (up to 8 characters): ".
           ACCEPT WS-NEW-ID.
           IF WS-NEW-ID = SPACES
               DISPLAY "A campaign needs an id."
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-NEW-ID TO CM-CAMPAIGN-ID.
           READ CAMPAIGNS-FILE
               KEY IS CM-CAMPAIGN-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Campaign " WS-NEW-ID " is already on file."
                   GO TO 2000-EXIT
           END-READ.

           DISPLAY "Description: ".
           ACCEPT WS-NEW-DESCRIPTION.

           DISPLAY "Template id: ".
           ACCEPT WS-NEW-TEMPLATE.
           MOVE "N" TO WS-TEMPLATE-FOUND.
           PERFORM 2100-MATCH-ONE-TEMPLATE
               VARYING WS-TT-INDEX FROM 1 BY 1
               UNTIL WS-TT-INDEX > WS-TT-COUNT
               OR WS-TEMPLATE-FOUND = "Y".
           IF WS-TEMPLATE-FOUND NOT = "Y"
               DISPLAY "No template " WS-NEW-TEMPLATE
                   " on TEMPLATES - set the wording up first."
               GO TO 2000-EXIT
           END-IF.

           DISPLAY "Send by (L)etter, (E)mail, or (B) email else "
               "letter: ".
           ACCEPT WS-NEW-CHANNEL.
           EVALUATE WS-NEW-CHANNEL
               WHEN "L" WHEN "l"
                   MOVE "L" TO WS-NEW-CHANNEL
               WHEN "E" WHEN "e"
                   MOVE "E" TO WS-NEW-CHANNEL
               WHEN "B" WHEN "b"
                   MOVE "B" TO WS-NEW-CHANNEL
               WHEN OTHER
                   DISPLAY "Not a valid channel."
                   GO TO 2000-EXIT
           END-EVALUATE.

           DISPLAY "--- Audience (Enter leaves a criterion open) ---".
           DISPLAY "Age from (years): ".
           ACCEPT WS-NEW-AGE-FROM.
           IF WS-NEW-AGE-FROM NOT NUMERIC
               MOVE ZERO TO WS-NEW-AGE-FROM
           END-IF.
           DISPLAY "Age to (years): ".
           ACCEPT WS-NEW-AGE-TO.
           IF WS-NEW-AGE-TO NOT NUMERIC OR WS-NEW-AGE-TO = ZERO
               MOVE 999 TO WS-NEW-AGE-TO
           END-IF.
           IF WS-NEW-AGE-TO < WS-NEW-AGE-FROM
               DISPLAY "The age band runs backwards."
               GO TO 2000-EXIT
           END-IF.

           DISPLAY "Branch code: ".
           ACCEPT WS-NEW-BRANCH.
           IF WS-NEW-BRANCH NOT = SPACES
               MOVE WS-NEW-BRANCH TO WS-SB-CODE-IN
               PERFORM 5670-LOOKUP-BRANCH-BY-CODE
               IF WS-SB-MATCH = ZERO
                   DISPLAY "No open branch " WS-NEW-BRANCH
                       " on BRANCHES."
                   GO TO 2000-EXIT
               END-IF
           END-IF.

           DISPLAY "Members (A)ctive, (L)apsed, Enter for both: ".
           ACCEPT WS-NEW-STATUS.
           EVALUATE WS-NEW-STATUS
               WHEN "A" WHEN "a"
                   MOVE "A" TO WS-NEW-STATUS
               WHEN "L" WHEN "l"
                   MOVE "L" TO WS-NEW-STATUS
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Not a valid membership status."
                   GO TO 2000-EXIT
           END-EVALUATE.

           DISPLAY "Registered from (CCYYMMDD): ".
           ACCEPT WS-NEW-REG-FROM.
           IF WS-NEW-REG-FROM NOT NUMERIC
               MOVE ZERO TO WS-NEW-REG-FROM
           END-IF.
           DISPLAY "Registered to (CCYYMMDD): ".
           ACCEPT WS-NEW-REG-TO.
           IF WS-NEW-REG-TO NOT NUMERIC OR WS-NEW-REG-TO = ZERO
               MOVE 99999999 TO WS-NEW-REG-TO
           END-IF.
           IF WS-NEW-REG-TO < WS-NEW-REG-FROM
               DISPLAY "The registration range runs backwards."
               GO TO 2000-EXIT
           END-IF.

           DISPLAY "City: ".
           ACCEPT WS-NEW-CITY.

           MOVE WS-NEW-ID          TO CM-CAMPAIGN-ID.
           MOVE WS-NEW-DESCRIPTION TO CM-DESCRIPTION.
           MOVE WS-NEW-TEMPLATE    TO CM-TEMPLATE-ID.
           MOVE WS-NEW-CHANNEL     TO CM-CHANNEL.
           MOVE WS-NEW-AGE-FROM    TO CM-AGE-FROM.
           MOVE WS-NEW-AGE-TO      TO CM-AGE-TO.
           MOVE WS-NEW-BRANCH      TO CM-BRANCH-CODE.
           MOVE WS-NEW-STATUS      TO CM-MEMBER-STATUS.
           MOVE WS-NEW-REG-FROM    TO CM-REG-FROM.
           MOVE WS-NEW-REG-TO      TO CM-REG-TO.
           MOVE WS-NEW-CITY        TO CM-CITY.
           MOVE WS-OPERATOR-ID     TO CM-CREATED-BY.
           MOVE WS-TODAY           TO CM-CREATED-DATE.
           MOVE "D"                TO CM-STATUS.
           MOVE ZERO               TO CM-SENT-DATE
                                      CM-SELECTED-COUNT
                                      CM-SENT-COUNT
                                      CM-SUPPRESSED-COUNT.

           WRITE CM-RECORD.
           IF WS-CM-STATUS = "00"
               DISPLAY "Campaign " CM-CAMPAIGN-ID
                   " added - CAMPAIGN-SELECTION sends it."
               MOVE "Added" TO WS-AUDIT-WORD
               PERFORM 8100-LOG-CAMPAIGN
           ELSE
               DISPLAY "Add failed, status " WS-CM-STATUS
           END-IF.

       2000-EXIT.
           EXIT.

       2100-MATCH-ONE-TEMPLATE.
           IF TT-ID(WS-TT-INDEX) = WS-NEW-TEMPLATE
               MOVE "Y" TO WS-TEMPLATE-FOUND
           END-IF.

       3000-LIST-CAMPAIGNS.
           MOVE ZERO TO WS-CAMPAIGNS-SHOWN.
           DISPLAY "Id       St Tmplt    Ch Created  Sent     "
               "Selectd Sent    Suppr  Description".

           MOVE LOW-VALUES TO CM-CAMPAIGN-ID.
           START CAMPAIGNS-FILE KEY IS NOT LESS THAN CM-CAMPAIGN-ID
               INVALID KEY
                   MOVE "10" TO WS-CM-STATUS
           END-START.
           PERFORM 3100-LIST-ONE-CAMPAIGN UNTIL WS-CM-STATUS = "10".

           IF WS-CAMPAIGNS-SHOWN = ZERO
               DISPLAY "No campaigns on file."
           END-IF.

       3100-LIST-ONE-CAMPAIGN.
           READ CAMPAIGNS-FILE NEXT
               AT END
                   MOVE "10" TO WS-CM-STATUS
               NOT AT END
                   ADD 1 TO WS-CAMPAIGNS-SHOWN
                   DISPLAY CM-CAMPAIGN-ID " " CM-STATUS "  "
                       CM-TEMPLATE-ID " " CM-CHANNEL "  "
                       CM-CREATED-DATE " " CM-SENT-DATE " "
                       CM-SELECTED-COUNT "  " CM-SENT-COUNT "  "
                       CM-SUPPRESSED-COUNT " " CM-DESCRIPTION
                   DISPLAY "         ages " CM-AGE-FROM "-" CM-AGE-TO
                       " branch " CM-BRANCH-CODE
                       " status " CM-MEMBER-STATUS
                       " registered " CM-REG-FROM "-" CM-REG-TO
                       " city " CM-CITY
           END-READ.

       4000-CANCEL-CAMPAIGN.
           DISPLAY "Campaign id: ".
           MOVE SPACES TO CM-CAMPAIGN-ID.
           ACCEPT CM-CAMPAIGN-ID.
           READ CAMPAIGNS-FILE
               KEY IS CM-CAMPAIGN-ID
               INVALID KEY
                   DISPLAY "No campaign " CM-CAMPAIGN-ID " on file."
                   GO TO 4000-EXIT
           END-READ.
           IF NOT CM-IS-DEFINED
               DISPLAY "Campaign " CM-CAMPAIGN-ID
                   " has been sent or cancelled already."
               GO TO 4000-EXIT
           END-IF.

           DISPLAY CM-CAMPAIGN-ID " " CM-DESCRIPTION.
           DISPLAY "Cancel this campaign - are you sure? (Y/N): ".
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
               GO TO 4000-EXIT
           END-IF.

           MOVE "X" TO CM-STATUS.
           REWRITE CM-RECORD.
           IF WS-CM-STATUS = "00"
               DISPLAY "Campaign cancelled."
               MOVE "Cancelled" TO WS-AUDIT-WORD
               PERFORM 8100-LOG-CAMPAIGN
           ELSE
               DISPLAY "Cancel failed, status " WS-CM-STATUS
           END-IF.

       4000-EXIT.
           EXIT.

       8100-LOG-CAMPAIGN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW           TO AUD-TIMESTAMP.
           MOVE "CAMPAIGN-MAINT" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID   TO AUD-OPERATOR-ID.
           MOVE SPACES           TO AUD-MESSAGE.
           STRING WS-AUDIT-WORD DELIMITED BY SPACE
                  " campaign " DELIMITED BY SIZE
                  CM-CAMPAIGN-ID DELIMITED BY SIZE
                  " template " DELIMITED BY SIZE
                  CM-TEMPLATE-ID DELIMITED BY SIZE
                  " by " DELIMITED BY SIZE
                  CM-CHANNEL DELIMITED BY SIZE
                  INTO AUD-MESSAGE.

           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "tmplfmt.cpy".
           COPY "brnchld.cpy".
           COPY "auditapp.cpy".

           COPY "signon.cpy".
