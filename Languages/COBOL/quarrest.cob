      * the name column carries the path relative to the
      * hashfiles directory.
      *-----------------------------------------------------------
       COPY HASHHIST.

       WORKING-STORAGE SECTION.
       01 WS-VARIABLES.
