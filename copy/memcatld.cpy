      *> MEMCATLD.cpy
      *> Membership-category paragraphs (see MEMCATTB.cpy). COPY
      *> into the PROCEDURE DIVISION of any program that assigns,
      *> checks or reports member categories, together with
      *> MAJAGELD.cpy; MAJAGETBL.cpy and MEMCATTB.cpy go in
      *> WORKING-STORAGE.
      *> PERFORM 5990-LOAD-MEMBER-CATEGORIES once (after setting
      *> WS-COUNTRY-CODE, or leaving it blank for the house
      *> country); then 5992 names WS-MC-CATEGORY, 5994 gives the
      *> category WS-MC-AGE calls for, and 5996 says whether
      *> WS-MC-CATEGORY may be held at WS-MC-AGE.
       5990-LOAD-MEMBER-CATEGORIES.
           MOVE "J"        TO MCT-CODE(1).
           MOVE "Junior"   TO MCT-NAME(1).
           MOVE "A"        TO MCT-CODE(2).
           MOVE "Adult"    TO MCT-NAME(2).
           MOVE "S"        TO MCT-CODE(3).
           MOVE "Senior"   TO MCT-NAME(3).
           MOVE "F"        TO MCT-CODE(4).
           MOVE "Family"   TO MCT-NAME(4).
           MOVE "H"        TO MCT-CODE(5).
           MOVE "Honorary" TO MCT-NAME(5).

           IF WS-COUNTRY-CODE = SPACES
               MOVE WS-MC-HOUSE-COUNTRY TO WS-COUNTRY-CODE
           END-IF.
           PERFORM 5000-LOAD-MAJORITY-AGE-TABLE.
           PERFORM 5100-LOOKUP-MAJORITY-AGE-BY-COUNTRY.
           IF WS-MAJ-FOUND NOT = "Y"
               DISPLAY "No majority age on file for " WS-COUNTRY-CODE
                   " - categories use " WS-LOOKED-UP-MAJ-AGE "."
           END-IF.
           MOVE WS-LOOKED-UP-MAJ-AGE TO WS-MC-MAJORITY-AGE.

       5992-NAME-MEMBER-CATEGORY.
           MOVE "(none)" TO WS-MC-NAME.
           PERFORM 5993-MATCH-ONE-CATEGORY
               VARYING MCT-IDX FROM 1 BY 1
               UNTIL MCT-IDX > 5.

       5993-MATCH-ONE-CATEGORY.
           IF MCT-CODE(MCT-IDX) = WS-MC-CATEGORY
               MOVE MCT-NAME(MCT-IDX) TO WS-MC-NAME
           END-IF.

       5994-CATEGORY-BY-AGE.
      *> The age-driven ladder only - family and honorary are
      *> chosen, never arrived at by birthday.
           EVALUATE TRUE
               WHEN WS-MC-AGE < WS-MC-MAJORITY-AGE
                   MOVE "J" TO WS-MC-BY-AGE
               WHEN WS-MC-AGE < WS-MC-SENIOR-AGE
                   MOVE "A" TO WS-MC-BY-AGE
               WHEN OTHER
                   MOVE "S" TO WS-MC-BY-AGE
           END-EVALUATE.

       5996-CHECK-CATEGORY-ELIGIBLE.
           MOVE "Y" TO WS-MC-ELIGIBLE.
           MOVE SPACES TO WS-MC-REASON.

           IF WS-MC-CATEGORY NOT = "J" AND NOT = "A" AND NOT = "S"
               AND NOT = "F" AND NOT = "H"
               MOVE "N" TO WS-MC-ELIGIBLE
               MOVE "Category must be J, A, S, F or H."
                   TO WS-MC-REASON
           END-IF.

           IF WS-MC-ELIGIBLE = "Y"
               AND WS-MC-CATEGORY = "H"
               AND WS-MC-SUPERVISOR NOT = "Y"
               MOVE "N" TO WS-MC-ELIGIBLE
               MOVE "Honorary membership is granted by a supervisor."
                   TO WS-MC-REASON
           END-IF.

           IF WS-MC-ELIGIBLE = "Y"
               AND WS-MC-CATEGORY NOT = "H"
               AND WS-MC-AGE-VALID NOT = "Y"
               MOVE "N" TO WS-MC-ELIGIBLE
               MOVE "No valid date of birth to check the age rule."
                   TO WS-MC-REASON
           END-IF.

           IF WS-MC-ELIGIBLE = "Y"
               PERFORM 5994-CATEGORY-BY-AGE
               EVALUATE WS-MC-CATEGORY
                   WHEN "J"
                   WHEN "A"
                   WHEN "S"
                       IF WS-MC-CATEGORY NOT = WS-MC-BY-AGE
                           MOVE "N" TO WS-MC-ELIGIBLE
                           MOVE WS-MC-CATEGORY TO WS-MC-HELD
                           MOVE WS-MC-BY-AGE TO WS-MC-CATEGORY
                           PERFORM 5992-NAME-MEMBER-CATEGORY
                           MOVE WS-MC-HELD TO WS-MC-CATEGORY
                           STRING "At this age the category is "
                                      DELIMITED BY SIZE
                                  WS-MC-NAME DELIMITED BY SPACE
                                  "." DELIMITED BY SIZE
                                  INTO WS-MC-REASON
                       END-IF
                   WHEN "F"
                       IF WS-MC-BY-AGE = "J"
                           MOVE "N" TO WS-MC-ELIGIBLE
                           MOVE "A family membership needs an adult."
                               TO WS-MC-REASON
                       END-IF
               END-EVALUATE
           END-IF.
