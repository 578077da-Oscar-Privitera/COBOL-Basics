       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOD-RULE-MAINTENANCE.
       AUTHOR. Oscar-Privitera.
       DATE-WRITTEN 2026-10-15.
       DATE-COMPILED 2026-10-15.

      *> Menu-driven maintenance over the SOD-RULES file - add,
      *> change, inquire, delete and list by rule id, the same shape
      *> as the other masters, so the auditors set which pairs of
      *> steps one operator must not both take (invoice and write
      *> off the same invoice, credit note and refund the same
      *> customer...) without a program change. Every rule change
      *> is audit-logged - the rules are what SOD-REVIEW holds the
      *> desks to, so who relaxed one is itself a question for the
      *> auditors. Restricted to supervisor-level operators.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAC.
       OBJECT-COMPUTER. MAC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOD-RULES ASSIGN TO "SODRULES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOD-RULE-ID
               FILE STATUS IS WS-SOD-STATUS.

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
       FD  SOD-RULES.
           COPY "sodrule.cpy".

       FD  AUDIT-LOG.
           COPY "auditrec.cpy".

       FD  OPERATOR-MASTER.
           COPY "opermast.cpy".

       WORKING-STORAGE SECTION.
       COPY "signonwk.cpy".

       COPY "sodstep.cpy".

       01 WS-SOD-STATUS      PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).
       01 WS-CHOICE          PIC X(01).
       01 WS-SEARCH-ID       PIC X(04).
       01 WS-DONE            PIC X(01) VALUE "N".
           88 WS-IS-DONE         VALUE "Y".

       01 WS-NEW-STEP-ONE    PIC X(08).
       01 WS-NEW-STEP-TWO    PIC X(08).
       01 WS-NEW-SCOPE       PIC X(01).
       01 WS-NEW-DESCRIPTION PIC X(40).
       01 WS-WANT-STEP       PIC X(08).
       01 WS-STEP-FOUND      PIC X(01).
       01 WS-STEP-KIND       PIC X(01).
       01 WS-ONE-KIND        PIC X(01).
       01 WS-TWO-KIND        PIC X(01).
       01 WS-RULE-OK         PIC X(01).
       01 WS-LIST-COUNT      PIC 9(04).

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
           IF NOT WS-OPR-IS-SUPERVISOR
               DISPLAY "The segregation-of-duties rules are "
                   "restricted to supervisor-level operators."
               STOP RUN
           END-IF.

           OPEN I-O SOD-RULES.
           IF WS-SOD-STATUS = "35"
               OPEN OUTPUT SOD-RULES
               CLOSE SOD-RULES
               OPEN I-O SOD-RULES
           END-IF.

           PERFORM 1000-SHOW-MENU UNTIL WS-IS-DONE.

           CLOSE SOD-RULES.

           STOP RUN.

       1000-SHOW-MENU.
           DISPLAY "-----------------".
           DISPLAY "SOD-RULES maintenance".
           DISPLAY "(A)dd, (C)hange, (I)nquire, (D)elete, (L)ist, "
               "(X)exit: ".
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
               WHEN "A" WHEN "a"
                   PERFORM 2000-ADD-RECORD THRU 2000-EXIT
               WHEN "C" WHEN "c"
                   PERFORM 3000-CHANGE-RECORD THRU 3000-EXIT
               WHEN "I" WHEN "i"
                   PERFORM 4000-INQUIRE-RECORD THRU 4000-EXIT
               WHEN "D" WHEN "d"
                   PERFORM 5500-DELETE-RECORD THRU 5500-EXIT
               WHEN "L" WHEN "l"
                   PERFORM 6000-LIST-RULES
               WHEN "X" WHEN "x"
                   MOVE "Y" TO WS-DONE
               WHEN OTHER
                   DISPLAY "Not a valid option."
           END-EVALUATE.

       1100-ACCEPT-SEARCH-KEY.
           DISPLAY "Rule id: ".
           ACCEPT WS-SEARCH-ID.
           MOVE WS-SEARCH-ID TO SOD-RULE-ID.

       1200-FIND-STEP.
      *> Is WS-WANT-STEP a step the review can find, and does it
      *> land on an invoice or only on the customer?
           MOVE "N" TO WS-STEP-FOUND.
           MOVE SPACE TO WS-STEP-KIND.
           PERFORM 1210-MATCH-ONE-STEP
               VARYING SS-STEP-INDEX FROM 1 BY 1
               UNTIL SS-STEP-INDEX > SS-STEP-COUNT
                  OR WS-STEP-FOUND = "Y".

       1210-MATCH-ONE-STEP.
           IF SS-STEP-CODE(SS-STEP-INDEX) = WS-WANT-STEP
               MOVE "Y" TO WS-STEP-FOUND
               MOVE SS-STEP-KIND(SS-STEP-INDEX) TO WS-STEP-KIND
           END-IF.

       1300-CHECK-THE-RULE.
      *> Both steps must be known steps, and a rule on the same
      *> invoice can only pair steps that land on an invoice.
           MOVE "N" TO WS-RULE-OK.
           MOVE WS-NEW-STEP-ONE TO WS-WANT-STEP.
           PERFORM 1200-FIND-STEP.
           IF WS-STEP-FOUND NOT = "Y"
               DISPLAY "Unknown step " WS-NEW-STEP-ONE
               GO TO 1300-EXIT
           END-IF.
           MOVE WS-STEP-KIND TO WS-ONE-KIND.

           MOVE WS-NEW-STEP-TWO TO WS-WANT-STEP.
           PERFORM 1200-FIND-STEP.
           IF WS-STEP-FOUND NOT = "Y"
               DISPLAY "Unknown step " WS-NEW-STEP-TWO
               GO TO 1300-EXIT
           END-IF.
           MOVE WS-STEP-KIND TO WS-TWO-KIND.

           IF WS-NEW-SCOPE NOT = "I" AND WS-NEW-SCOPE NOT = "C"
               DISPLAY "Scope must be I (same invoice) or C (same "
                   "customer)."
               GO TO 1300-EXIT
           END-IF.
           IF WS-NEW-SCOPE = "I"
               AND (WS-ONE-KIND NOT = "I" OR WS-TWO-KIND NOT = "I")
               DISPLAY "A refund or credit-limit change is not on "
                   "any one invoice - rule it on the customer (C)."
               GO TO 1300-EXIT
           END-IF.
           MOVE "Y" TO WS-RULE-OK.

       1300-EXIT.
           EXIT.

       1400-SHOW-THE-STEPS.
           DISPLAY "Steps: INVOICE CREDNOTE PAYMENT REFUND WRITEOFF "
               "DISPUTE SETTLE CREDLIM".

       2000-ADD-RECORD.
           PERFORM 1100-ACCEPT-SEARCH-KEY.
           IF WS-SEARCH-ID = SPACES
               DISPLAY "Rule id cannot be blank."
               GO TO 2000-EXIT
           END-IF.

           READ SOD-RULES
               KEY IS SOD-RULE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "A rule already exists for that id - use "
                       "(C)hange instead."
                   GO TO 2000-EXIT
           END-READ.

           PERFORM 1400-SHOW-THE-STEPS.
           DISPLAY "First step: ".
           ACCEPT WS-NEW-STEP-ONE.
           INSPECT WS-NEW-STEP-ONE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "Conflicting step: ".
           ACCEPT WS-NEW-STEP-TWO.
           INSPECT WS-NEW-STEP-TWO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "Same (I)nvoice or same (C)ustomer: ".
           ACCEPT WS-NEW-SCOPE.
           INSPECT WS-NEW-SCOPE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           PERFORM 1300-CHECK-THE-RULE THRU 1300-EXIT.
           IF WS-RULE-OK NOT = "Y"
               DISPLAY "Rule not added."
               GO TO 2000-EXIT
           END-IF.

           DISPLAY "Description: ".
           MOVE SPACES TO WS-NEW-DESCRIPTION.
           ACCEPT WS-NEW-DESCRIPTION.

           MOVE WS-SEARCH-ID       TO SOD-RULE-ID.
           MOVE WS-NEW-STEP-ONE    TO SOD-STEP-ONE.
           MOVE WS-NEW-STEP-TWO    TO SOD-STEP-TWO.
           MOVE WS-NEW-SCOPE       TO SOD-SCOPE.
           MOVE WS-NEW-DESCRIPTION TO SOD-DESCRIPTION.

           WRITE SOD-RECORD.
           IF WS-SOD-STATUS = "00"
               DISPLAY "Rule added."
               PERFORM 8100-LOG-ADD
           ELSE
               DISPLAY "Add failed, status " WS-SOD-STATUS
           END-IF.

       2000-EXIT.
           EXIT.

       3000-CHANGE-RECORD.
           PERFORM 1100-ACCEPT-SEARCH-KEY.

           READ SOD-RULES
               KEY IS SOD-RULE-ID
               INVALID KEY
                   DISPLAY "No rule found for that id."
                   GO TO 3000-EXIT
           END-READ.

           PERFORM 1400-SHOW-THE-STEPS.
           MOVE SPACES TO WS-NEW-STEP-ONE.
           DISPLAY "Current first step " SOD-STEP-ONE
               " - enter new step, or press Enter to keep: ".
           ACCEPT WS-NEW-STEP-ONE.
           IF WS-NEW-STEP-ONE = SPACES
               MOVE SOD-STEP-ONE TO WS-NEW-STEP-ONE
           END-IF.
           INSPECT WS-NEW-STEP-ONE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           MOVE SPACES TO WS-NEW-STEP-TWO.
           DISPLAY "Current conflicting step " SOD-STEP-TWO
               " - enter new step, or press Enter to keep: ".
           ACCEPT WS-NEW-STEP-TWO.
           IF WS-NEW-STEP-TWO = SPACES
               MOVE SOD-STEP-TWO TO WS-NEW-STEP-TWO
           END-IF.
           INSPECT WS-NEW-STEP-TWO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           MOVE SPACES TO WS-NEW-SCOPE.
           DISPLAY "Current scope " SOD-SCOPE
               " - enter I or C, or press Enter to keep: ".
           ACCEPT WS-NEW-SCOPE.
           IF WS-NEW-SCOPE = SPACES
               MOVE SOD-SCOPE TO WS-NEW-SCOPE
           END-IF.
           INSPECT WS-NEW-SCOPE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           PERFORM 1300-CHECK-THE-RULE THRU 1300-EXIT.
           IF WS-RULE-OK NOT = "Y"
               DISPLAY "Rule not changed."
               GO TO 3000-EXIT
           END-IF.

           MOVE SPACES TO WS-NEW-DESCRIPTION.
           DISPLAY "Current description " SOD-DESCRIPTION.
           DISPLAY "Enter new description, or press Enter to keep: ".
           ACCEPT WS-NEW-DESCRIPTION.
           IF WS-NEW-DESCRIPTION NOT = SPACES
               MOVE WS-NEW-DESCRIPTION TO SOD-DESCRIPTION
           END-IF.

           MOVE WS-NEW-STEP-ONE TO SOD-STEP-ONE.
           MOVE WS-NEW-STEP-TWO TO SOD-STEP-TWO.
           MOVE WS-NEW-SCOPE    TO SOD-SCOPE.

           REWRITE SOD-RECORD.
           IF WS-SOD-STATUS = "00"
               DISPLAY "Rule changed."
               PERFORM 8200-LOG-CHANGE
           ELSE
               DISPLAY "Change failed, status " WS-SOD-STATUS
           END-IF.

       3000-EXIT.
           EXIT.

       4000-INQUIRE-RECORD.
           PERFORM 1100-ACCEPT-SEARCH-KEY.

           READ SOD-RULES
               KEY IS SOD-RULE-ID
               INVALID KEY
                   DISPLAY "No rule found for that id."
                   GO TO 4000-EXIT
           END-READ.

           DISPLAY "Rule id     : " SOD-RULE-ID.
           DISPLAY "First step  : " SOD-STEP-ONE.
           DISPLAY "Conflicts   : " SOD-STEP-TWO.
           IF SOD-SAME-INVOICE
               DISPLAY "Scope       : same invoice"
           ELSE
               DISPLAY "Scope       : same customer"
           END-IF.
           DISPLAY "Description : " SOD-DESCRIPTION.

       4000-EXIT.
           EXIT.

       5500-DELETE-RECORD.
           PERFORM 1100-ACCEPT-SEARCH-KEY.

           READ SOD-RULES
               KEY IS SOD-RULE-ID
               INVALID KEY
                   DISPLAY "No rule found for that id."
                   GO TO 5500-EXIT
           END-READ.

           DISPLAY "Delete " SOD-RULE-ID " " SOD-DESCRIPTION
               " - are you sure? (Y/N): ".
           ACCEPT WS-CHOICE.
           IF WS-CHOICE = "Y" OR WS-CHOICE = "y"
               DELETE SOD-RULES
               IF WS-SOD-STATUS = "00"
                   DISPLAY "Rule deleted."
                   PERFORM 8300-LOG-DELETE
               ELSE
                   DISPLAY "Delete failed, status " WS-SOD-STATUS
               END-IF
           ELSE
               DISPLAY "Delete cancelled."
           END-IF.

       5500-EXIT.
           EXIT.

       6000-LIST-RULES.
           MOVE ZERO TO WS-LIST-COUNT.
           DISPLAY "Rule First    Conflict Scope Description".
           MOVE LOW-VALUES TO SOD-RULE-ID.
           START SOD-RULES KEY IS NOT LESS THAN SOD-RULE-ID
               INVALID KEY
                   MOVE "10" TO WS-SOD-STATUS
           END-START.
           IF WS-SOD-STATUS = "00"
               PERFORM 6100-LIST-ONE-RULE
                   UNTIL WS-SOD-STATUS = "10"
           END-IF.
           DISPLAY WS-LIST-COUNT " rule(s) on file.".

       6100-LIST-ONE-RULE.
           READ SOD-RULES NEXT
               AT END
                   MOVE "10" TO WS-SOD-STATUS
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY SOD-RULE-ID " " SOD-STEP-ONE " "
                       SOD-STEP-TWO " " SOD-SCOPE "     "
                       SOD-DESCRIPTION
           END-READ.

       8100-LOG-ADD.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW          TO AUD-TIMESTAMP.
           MOVE "SODRULE-MAINT" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID  TO AUD-OPERATOR-ID.
           MOVE SPACES          TO AUD-MESSAGE.
           STRING "Added SoD rule " DELIMITED BY SIZE
                  SOD-RULE-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SOD-STEP-ONE DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  SOD-STEP-TWO DELIMITED BY SPACE
                  " scope " DELIMITED BY SIZE
                  SOD-SCOPE DELIMITED BY SIZE
                  INTO AUD-MESSAGE.
           PERFORM 8000-WRITE-AUDIT-LOG.

       8200-LOG-CHANGE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW          TO AUD-TIMESTAMP.
           MOVE "SODRULE-MAINT" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID  TO AUD-OPERATOR-ID.
           MOVE SPACES          TO AUD-MESSAGE.
           STRING "Changed SoD rule " DELIMITED BY SIZE
                  SOD-RULE-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SOD-STEP-ONE DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  SOD-STEP-TWO DELIMITED BY SPACE
                  " scope " DELIMITED BY SIZE
                  SOD-SCOPE DELIMITED BY SIZE
                  INTO AUD-MESSAGE.
           PERFORM 8000-WRITE-AUDIT-LOG.

       8300-LOG-DELETE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW          TO AUD-TIMESTAMP.
           MOVE "SODRULE-MAINT" TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID  TO AUD-OPERATOR-ID.
           MOVE SPACES          TO AUD-MESSAGE.
           STRING "Deleted SoD rule " DELIMITED BY SIZE
                  SOD-RULE-ID DELIMITED BY SIZE
                  INTO AUD-MESSAGE.
           PERFORM 8000-WRITE-AUDIT-LOG.

           COPY "auditapp.cpy".

           COPY "signon.cpy".
