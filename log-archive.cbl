      *emptied the totals file's PROCESSED count is reset to zero -
      *an explicit signal that the next report run is looking at a
      *fresh file, not at new lines of the old one.
      *A refused or failed rotation ends with exit status 8; with no
      *session.log there is nothing to rotate and the status is 0.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                       " have been folded into the report totals."
               DISPLAY "Run SESSION-REPORT first, then rotate; the "
                       "log was left untouched."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

               DISPLAY "session-totals.dat has more records than "
                       "this utility can hold; the log was left "
                       "untouched."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

                       FUNCTION TRIM(WS-ARCHIVE-FILENAME)
                       " could not be opened; session.log is left "
                       "untouched."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

