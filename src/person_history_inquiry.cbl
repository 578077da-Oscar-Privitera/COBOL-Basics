      *> new values of the fields that moved, laid over the flat
      *> before/after images with the PM layout. The answer to "I
      *> never changed my address" and to a branch disputing a
      *> reassignment. The nightly category run's moves show as
      *> CATEGORY MOVE, with the category's old and new value.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       01 WS-PH-STATUS       PIC X(02).
       01 WS-AUD-STATUS      PIC X(02).
       COPY "auditwk.cpy".
       01 WS-OPERATOR-ID     PIC X(10).
       01 WS-NOW             PIC 9(14).

               WHEN PH-WAS-RENEW
                   DISPLAY PH-TIMESTAMP " RENEWED by "
                       PH-OPERATOR-ID
               WHEN PH-WAS-CATEGORY-MOVE
                   DISPLAY PH-TIMESTAMP " CATEGORY MOVE by "
                       PH-OPERATOR-ID
               WHEN OTHER
                   DISPLAY PH-TIMESTAMP " " PH-ACTION "       by "
                       PH-OPERATOR-ID
               DISPLAY "  Status   : " OLD-MEMBER-STATUS " -> "
                   NEW-MEMBER-STATUS
           END-IF.
           IF OLD-MEMBER-CATEGORY NOT = NEW-MEMBER-CATEGORY
               DISPLAY "  Category : " OLD-MEMBER-CATEGORY " -> "
                   NEW-MEMBER-CATEGORY
           END-IF.

           COPY "auditapp.cpy".

