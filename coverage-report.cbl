      *every reachable entry no session ever visited, every action
      *at a visited decision point that nobody ever picked, and a
      *percent-coverage figure the team can track release over
      *release. The exit status is 8 when there was no content to
      *report on, 0 otherwise.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           IF WS-TOTAL-RECORDS = 0
               DISPLAY "No dialogue content found; nothing to "
                       "report on."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

