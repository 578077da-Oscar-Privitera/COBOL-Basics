          05 TPL-ID               PIC X(08).
          05 TPL-LINE-NO          PIC 9(02).
          05 TPL-TEXT             PIC X(100).
      *> Channel the line is written for (appended): spaces for
      *> email and letter wording, "S" for the short text-message
      *> version of the same template id - a single line, sent to
      *> the text gateway exactly as it merges.
          05 TPL-CHANNEL          PIC X(01).
             88 TPL-IS-TEXT-MESSAGE  VALUE "S".
