       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSTER-MAINT.

      *Roster and profile maintenance for the operations desk.
      *ROSTER.DAT only ever grows - ADD-ROSTER-NAME appends a name
      *and turns new players away once there are 10 - so this is
      *the supported way to tidy it:
      *  list                 every roster name with the totals
      *                       from its PROFILE-<name>.DAT, and the
      *                       shared PROFILE.DAT.
      *  rename <old> <new>   correct a name; the profile file moves
      *                       with it.
      *  retire <name>        free the roster slot. The profile is
      *                       kept as RETIRED-<name>-<stamp>.DAT
      *                       (stamp = date and time of the run) and
      *                       removed from play, so a newcomer who
      *                       later takes the name starts clean.
      *  merge <from> <into>  fold one player's profile into
      *                       another's: playthroughs and deaths are
      *                       added, achievements and endings are
      *                       the union of both. <from> is then
      *                       retired as above.
      *  reset <name>         zero a profile, keeping the name.
      *Every change is appended to roster-audit.log - date, time,
      *the desk login that ran it, the action, the player, and each
      *value before and after - so a disputed record can always be
      *traced. Run it while nobody is playing: the engine reads the
      *roster once at startup and rewrites the profile at the end of
      *every session.
      *
      *Usage: roster-maint [list | rename <old> <new> |
      *                     retire <name> | merge <from> <into> |
      *                     reset <name>]

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO 'ROSTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ROSTER-FILE-STATUS.

      *Profiles are read through PROFILE-FILE and written - or
      *copied - through COPY-FILE, so a profile can be moved or
      *archived record by record.
           SELECT PROFILE-FILE ASSIGN TO WS-PROFILE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROFILE-FILE-STATUS.

           SELECT COPY-FILE ASSIGN TO WS-COPY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-COPY-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'roster-audit.log'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ROSTER-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ROSTER-RECORD.
       01 ROSTER-RECORD            PIC X(100).

       FD PROFILE-FILE
           RECORD CONTAINS 500 CHARACTERS
           DATA RECORD IS PROFILE-RECORD.
       01 PROFILE-RECORD           PIC X(500).

       FD COPY-FILE
           RECORD CONTAINS 500 CHARACTERS
           DATA RECORD IS COPY-RECORD.
       01 COPY-RECORD              PIC X(500).

       FD AUDIT-FILE
           RECORD CONTAINS 1000 CHARACTERS
           DATA RECORD IS AUDIT-RECORD.
       01 AUDIT-RECORD             PIC X(1000).

       WORKING-STORAGE SECTION.
       01 WS-EOF-ROSTER-FLAG       PIC X(1) VALUE 'N'.
           88 EOF-ROSTER-REACHED            VALUE 'Y'.
       01 WS-ROSTER-FILE-STATUS    PIC X(2) VALUE '00'.
       01 WS-EOF-PROFILE-FLAG      PIC X(1) VALUE 'N'.
           88 EOF-PROFILE-REACHED           VALUE 'Y'.
       01 WS-PROFILE-FILE-STATUS   PIC X(2) VALUE '00'.
       01 WS-PROFILE-FILENAME      PIC X(40) VALUE 'PROFILE.DAT'.
       01 WS-COPY-FILE-STATUS      PIC X(2) VALUE '00'.
       01 WS-COPY-FILENAME         PIC X(40) VALUE SPACES.
       01 WS-AUDIT-FILE-STATUS     PIC X(2) VALUE '00'.

       01 WS-COMMAND-ARGS          PIC X(80) VALUE SPACES.
       01 WS-ARG-ACTION            PIC X(20) VALUE SPACES.
       01 WS-ARG-NAME-1            PIC X(20) VALUE SPACES.
       01 WS-ARG-NAME-2            PIC X(20) VALUE SPACES.
       01 WS-ARG-EXTRA             PIC X(20) VALUE SPACES.

      *The roster as the engine's LOAD-ROSTER reads it: at most 10
      *non-blank names of up to 12 characters, in joining order.
       01 ROSTER-TABLE.
           02 ROSTER-NAME          PIC X(12) OCCURS 10 TIMES.
       01 WS-ROSTER-COUNT          PIC 9(2) VALUE 0.
       01 WS-ROSTER-SCAN           PIC 9(2) VALUE 1.
       01 WS-ROSTER-AT             PIC 9(2) VALUE 0.
       01 WS-ROSTER-FOUND-FLAG     PIC X(1) VALUE 'N'.
           88 WS-ROSTER-FOUND               VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-PLAYER-NAME           PIC X(12) VALUE SPACES.
       01 WS-SOURCE-NAME           PIC X(12) VALUE SPACES.
       01 WS-TARGET-NAME           PIC X(12) VALUE SPACES.
       01 WS-SOURCE-AT             PIC 9(2) VALUE 0.

      *Two profiles can be held at once - slot 1 is the profile
      *being changed, slot 2 the one being merged into it. Each is
      *parsed the way the engine's LOAD-PROFILE-LINE parses it,
      *except that achievement names are kept as they stand rather
      *than only the two the engine knows, so a merge never drops
      *one.
       01 PROFILE-SLOTS.
           02 PROFILE-SLOT OCCURS 2 TIMES.
               03 PROFILE-PRESENT-FLAG
                                   PIC X(1).
               03 PROFILE-PLAYTHROUGHS
                                   PIC 9(5).
               03 PROFILE-DEATHS   PIC 9(5).
               03 PROFILE-ACHIEVEMENT
                                   PIC X(12) OCCURS 10 TIMES.
               03 PROFILE-ACHIEVEMENT-COUNT
                                   PIC 9(2).
               03 PROFILE-ENDING   PIC X(8) OCCURS 50 TIMES.
               03 PROFILE-ENDING-COUNT
                                   PIC 9(3).
       01 WS-SLOT                  PIC 9(1) VALUE 1.
       01 WS-PROFILE-LINE-NO       PIC 9(2) VALUE 0.
       01 WS-PROFILE-POINTER       PIC 9(3) VALUE 1.
       01 WS-PROFILE-TOKEN         PIC X(12) VALUE SPACES.
       01 WS-TOKEN-SCAN            PIC 9(3) VALUE 1.
       01 WS-TOKEN-FOUND-FLAG      PIC X(1) VALUE 'N'.
           88 WS-TOKEN-FOUND                VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-MERGE-SCAN            PIC 9(3) VALUE 1.

      *A profile's four lines as text, for the listing and for the
      *before and after columns of the audit file.
       01 WS-PROFILE-TEXT.
           02 WS-TEXT-PLAYTHROUGHS PIC X(10).
           02 WS-TEXT-DEATHS       PIC X(10).
           02 WS-TEXT-ACHIEVEMENTS PIC X(150).
           02 WS-TEXT-ENDINGS      PIC X(450).
       01 WS-BEFORE-TEXT.
           02 WS-BEFORE-PLAYTHROUGHS
                                   PIC X(10).
           02 WS-BEFORE-DEATHS     PIC X(10).
           02 WS-BEFORE-ACHIEVEMENTS
                                   PIC X(150).
           02 WS-BEFORE-ENDINGS    PIC X(450).

      *One audit line: when, who at the desk, what was done to
      *which player, and which value went from what to what.
       01 WS-AUDIT-LINE.
           02 WS-AUDIT-DATE        PIC X(8).
           02 FILLER               PIC X(1) VALUE SPACE.
           02 WS-AUDIT-TIME        PIC X(6).
           02 FILLER               PIC X(1) VALUE SPACE.
           02 WS-AUDIT-OPERATOR    PIC X(12).
           02 FILLER               PIC X(1) VALUE SPACE.
           02 WS-AUDIT-ACTION      PIC X(6).
           02 FILLER               PIC X(1) VALUE SPACE.
           02 WS-AUDIT-PLAYER      PIC X(12).
           02 FILLER               PIC X(1) VALUE SPACE.
           02 WS-AUDIT-FIELD       PIC X(12).
           02 FILLER               PIC X(1) VALUE SPACE.
           02 WS-AUDIT-CHANGE      PIC X(938).
       01 WS-AUDIT-BEFORE          PIC X(450) VALUE SPACES.
       01 WS-AUDIT-AFTER           PIC X(450) VALUE SPACES.
       01 WS-RUN-STAMP             PIC X(14) VALUE SPACES.
       01 WS-OPERATOR              PIC X(12) VALUE SPACES.

       01 WS-ARCHIVE-FILENAME      PIC X(40) VALUE SPACES.
       01 WS-DELETE-FILENAME       PIC X(40) VALUE SPACES.
       01 WS-COPIED-RECORDS        PIC 9(5) VALUE 0.

       01 WS-DISPLAY-NUMBER        PIC ZZZZ9.
       01 WS-DISPLAY-NUMBER-2      PIC ZZZZ9.
       01 WS-DISPLAY-NUMBER-3      PIC ZZZZ9.
       01 WS-ROSTER-DISPLAY        PIC Z9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Roster and profile maintenance".
           DISPLAY "==============================".
           DISPLAY " ".

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
           IF WS-OPERATOR EQUAL SPACES
               ACCEPT WS-OPERATOR FROM ENVIRONMENT "LOGNAME"
           END-IF.
           IF WS-OPERATOR EQUAL SPACES
               MOVE "(unknown)" TO WS-OPERATOR
           END-IF.

           PERFORM PARSE-COMMAND-ARGS.
           PERFORM LOAD-ROSTER.

           IF WS-ARG-ACTION EQUAL SPACES
                   OR FUNCTION TRIM(WS-ARG-ACTION) EQUAL "list"
               PERFORM LIST-ROSTER
           ELSE IF FUNCTION TRIM(WS-ARG-ACTION) EQUAL "rename"
               PERFORM RENAME-PLAYER
           ELSE IF FUNCTION TRIM(WS-ARG-ACTION) EQUAL "retire"
               PERFORM RETIRE-PLAYER
           ELSE IF FUNCTION TRIM(WS-ARG-ACTION) EQUAL "merge"
               PERFORM MERGE-PLAYERS
           ELSE IF FUNCTION TRIM(WS-ARG-ACTION) EQUAL "reset"
               PERFORM RESET-PLAYER
           ELSE
               DISPLAY "Unknown action "
                       FUNCTION TRIM(WS-ARG-ACTION) "."
               PERFORM SHOW-USAGE
           END-IF.

           STOP RUN.

       PARSE-COMMAND-ARGS.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.

           MOVE SPACES TO WS-ARG-ACTION.
           MOVE SPACES TO WS-ARG-NAME-1.
           MOVE SPACES TO WS-ARG-NAME-2.
           MOVE SPACES TO WS-ARG-EXTRA.

           IF WS-COMMAND-ARGS EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(WS-COMMAND-ARGS) TO WS-COMMAND-ARGS.
           UNSTRING WS-COMMAND-ARGS DELIMITED BY ALL " "
               INTO WS-ARG-ACTION WS-ARG-NAME-1 WS-ARG-NAME-2
                   WS-ARG-EXTRA
           END-UNSTRING.

       SHOW-USAGE.
           DISPLAY "Usage: roster-maint [list | rename <old> <new> | "
                   "retire <name> |".
           DISPLAY "                     merge <from> <into> | "
                   "reset <name>]".

       LOAD-ROSTER.
           MOVE SPACES TO ROSTER-TABLE.
           MOVE 0 TO WS-ROSTER-COUNT.

           OPEN INPUT ROSTER-FILE.

           IF WS-ROSTER-FILE-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF-ROSTER-REACHED
               READ ROSTER-FILE
                   AT END
                       SET EOF-ROSTER-REACHED TO TRUE
                   NOT AT END
                       IF ROSTER-RECORD NOT EQUAL SPACES
                               AND WS-ROSTER-COUNT < 10
                           ADD 1 TO WS-ROSTER-COUNT
                           MOVE FUNCTION TRIM(ROSTER-RECORD)
                               TO ROSTER-NAME(WS-ROSTER-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ROSTER-FILE.

      *The roster is rewritten whole, in its remaining order, so a
      *freed slot simply closes up and the next newcomer appends.
       WRITE-ROSTER.
           OPEN OUTPUT ROSTER-FILE.

           MOVE 1 TO WS-ROSTER-SCAN.
           PERFORM UNTIL WS-ROSTER-SCAN > WS-ROSTER-COUNT
               MOVE ROSTER-NAME(WS-ROSTER-SCAN) TO ROSTER-RECORD
               WRITE ROSTER-RECORD
               ADD 1 TO WS-ROSTER-SCAN
           END-PERFORM.

           CLOSE ROSTER-FILE.

       DROP-ROSTER-SLOT.
           MOVE WS-ROSTER-AT TO WS-ROSTER-SCAN.
           PERFORM UNTIL WS-ROSTER-SCAN >= WS-ROSTER-COUNT
               MOVE ROSTER-NAME(WS-ROSTER-SCAN + 1)
                   TO ROSTER-NAME(WS-ROSTER-SCAN)
               ADD 1 TO WS-ROSTER-SCAN
           END-PERFORM.

           MOVE SPACES TO ROSTER-NAME(WS-ROSTER-COUNT).
           SUBTRACT 1 FROM WS-ROSTER-COUNT.

       FIND-ROSTER-NAME.
           SET WS-ROSTER-FOUND TO FALSE.
           MOVE 0 TO WS-ROSTER-AT.
           MOVE 1 TO WS-ROSTER-SCAN.

           PERFORM UNTIL WS-ROSTER-SCAN > WS-ROSTER-COUNT
                   OR WS-ROSTER-FOUND
               IF FUNCTION TRIM(ROSTER-NAME(WS-ROSTER-SCAN))
                       EQUAL FUNCTION TRIM(WS-PLAYER-NAME)
                   SET WS-ROSTER-FOUND TO TRUE
                   MOVE WS-ROSTER-SCAN TO WS-ROSTER-AT
               END-IF
               ADD 1 TO WS-ROSTER-SCAN
           END-PERFORM.

       BUILD-PROFILE-FILENAME.
           MOVE SPACES TO WS-PROFILE-FILENAME.
           STRING "PROFILE-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PLAYER-NAME) DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
               INTO WS-PROFILE-FILENAME.

      *A roster name must be found for every action but list, and a
      *name on the command line longer than the roster's 12
      *characters can never match one.
       CHECK-NAME-ARGUMENT.
           SET WS-ROSTER-FOUND TO FALSE.

           IF WS-ARG-NAME-1 EQUAL SPACES
               DISPLAY "No player named."
               PERFORM SHOW-USAGE
               EXIT PARAGRAPH
           END-IF.

           IF WS-ARG-NAME-1(13:8) NOT EQUAL SPACES
               DISPLAY FUNCTION TRIM(WS-ARG-NAME-1)
                       " is longer than a roster name can be."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ARG-NAME-1 TO WS-PLAYER-NAME.
           PERFORM FIND-ROSTER-NAME.

           IF NOT WS-ROSTER-FOUND
               DISPLAY FUNCTION TRIM(WS-PLAYER-NAME)
                       " is not on the roster."
           END-IF.

       LIST-ROSTER.
           MOVE WS-ROSTER-COUNT TO WS-ROSTER-DISPLAY.
           DISPLAY "Roster (" FUNCTION TRIM(WS-ROSTER-DISPLAY)
                   " of 10 slots used)".
           DISPLAY "  #  Player        Plays Deaths Endings  "
                   "Achievements".

           MOVE 1 TO WS-ROSTER-AT.
           PERFORM UNTIL WS-ROSTER-AT > WS-ROSTER-COUNT
               MOVE ROSTER-NAME(WS-ROSTER-AT) TO WS-PLAYER-NAME
               PERFORM BUILD-PROFILE-FILENAME
               MOVE 1 TO WS-SLOT
               PERFORM LOAD-PROFILE-SLOT
               MOVE WS-ROSTER-AT TO WS-ROSTER-DISPLAY
               PERFORM LIST-ONE-PROFILE
               ADD 1 TO WS-ROSTER-AT
           END-PERFORM.

           IF WS-ROSTER-COUNT = 0
               DISPLAY "  (no players on the roster)"
           END-IF.

           DISPLAY " ".
           MOVE 'PROFILE.DAT' TO WS-PROFILE-FILENAME.
           MOVE 1 TO WS-SLOT.
           PERFORM LOAD-PROFILE-SLOT.
           MOVE "(shared)" TO WS-PLAYER-NAME.
           MOVE 0 TO WS-ROSTER-AT.
           PERFORM LIST-ONE-PROFILE.

       LIST-ONE-PROFILE.
           IF PROFILE-PRESENT-FLAG(1) EQUAL 'N'
               IF WS-ROSTER-AT = 0
                   DISPLAY "     " WS-PLAYER-NAME
                           "  no profile file yet"
               ELSE
                   DISPLAY " " WS-ROSTER-DISPLAY "  " WS-PLAYER-NAME
                           "  no profile file yet"
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM FORMAT-PROFILE-SLOT.
           MOVE PROFILE-PLAYTHROUGHS(1) TO WS-DISPLAY-NUMBER.
           MOVE PROFILE-DEATHS(1) TO WS-DISPLAY-NUMBER-2.
           MOVE PROFILE-ENDING-COUNT(1) TO WS-DISPLAY-NUMBER-3.

           IF WS-ROSTER-AT = 0
               DISPLAY "     " WS-PLAYER-NAME " "
                       WS-DISPLAY-NUMBER "  " WS-DISPLAY-NUMBER-2
                       "   " WS-DISPLAY-NUMBER-3 "  "
                       FUNCTION TRIM(WS-TEXT-ACHIEVEMENTS)
           ELSE
               DISPLAY " " WS-ROSTER-DISPLAY "  " WS-PLAYER-NAME " "
                       WS-DISPLAY-NUMBER "  " WS-DISPLAY-NUMBER-2
                       "   " WS-DISPLAY-NUMBER-3 "  "
                       FUNCTION TRIM(WS-TEXT-ACHIEVEMENTS)
           END-IF.

       RENAME-PLAYER.
           PERFORM CHECK-NAME-ARGUMENT.

           IF NOT WS-ROSTER-FOUND
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PLAYER-NAME TO WS-SOURCE-NAME.
           MOVE WS-ROSTER-AT TO WS-SOURCE-AT.

           IF WS-ARG-NAME-2 EQUAL SPACES
               DISPLAY "No new name given."
               PERFORM SHOW-USAGE
               EXIT PARAGRAPH
           END-IF.

           IF WS-ARG-NAME-2(13:8) NOT EQUAL SPACES
               DISPLAY FUNCTION TRIM(WS-ARG-NAME-2)
                       " is longer than a roster name can be."
               EXIT PARAGRAPH
           END-IF.

      *    "replay" belongs to the replay runs, which never touch
      *    the roster; a player by that name would be unreachable.
           IF FUNCTION TRIM(WS-ARG-NAME-2) EQUAL "replay"
               DISPLAY "replay is reserved for replay runs."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ARG-NAME-2 TO WS-PLAYER-NAME.
           PERFORM FIND-ROSTER-NAME.

           IF WS-ROSTER-FOUND
               DISPLAY FUNCTION TRIM(WS-PLAYER-NAME)
                       " is already on the roster; use merge to "
                       "combine the two."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PLAYER-NAME TO WS-TARGET-NAME.

      *    A profile already under the new name - left behind by
      *    some earlier hand edit - would be silently overwritten,
      *    so the rename is refused until the desk looks at it.
           PERFORM BUILD-PROFILE-FILENAME.
           MOVE WS-PROFILE-FILENAME TO WS-COPY-FILENAME.
           OPEN INPUT PROFILE-FILE.
           IF WS-PROFILE-FILE-STATUS EQUAL "00"
               CLOSE PROFILE-FILE
               DISPLAY FUNCTION TRIM(WS-COPY-FILENAME)
                       " already exists; the rename was not made."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SOURCE-NAME TO WS-PLAYER-NAME.
           PERFORM BUILD-PROFILE-FILENAME.
           PERFORM COPY-PROFILE-FILE.

           IF WS-COPY-FILE-STATUS NOT EQUAL "00"
               DISPLAY "Could not write "
                       FUNCTION TRIM(WS-COPY-FILENAME)
                       "; the rename was not made."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TARGET-NAME TO ROSTER-NAME(WS-SOURCE-AT).
           PERFORM WRITE-ROSTER.

           MOVE "RENAME" TO WS-AUDIT-ACTION.
           MOVE WS-SOURCE-NAME TO WS-AUDIT-PLAYER.
           MOVE "roster name" TO WS-AUDIT-FIELD.
           MOVE WS-SOURCE-NAME TO WS-AUDIT-BEFORE.
           MOVE WS-TARGET-NAME TO WS-AUDIT-AFTER.
           PERFORM WRITE-AUDIT-LINE.

           IF WS-COPIED-RECORDS > 0
               MOVE WS-PROFILE-FILENAME TO WS-DELETE-FILENAME
               PERFORM DELETE-PROFILE-FILE
               MOVE "profile file" TO WS-AUDIT-FIELD
               MOVE WS-PROFILE-FILENAME TO WS-AUDIT-BEFORE
               MOVE WS-COPY-FILENAME TO WS-AUDIT-AFTER
               PERFORM WRITE-AUDIT-LINE
               DISPLAY "Renamed " FUNCTION TRIM(WS-SOURCE-NAME)
                       " to " FUNCTION TRIM(WS-TARGET-NAME)
                       "; profile moved to "
                       FUNCTION TRIM(WS-COPY-FILENAME) "."
           ELSE
               DISPLAY "Renamed " FUNCTION TRIM(WS-SOURCE-NAME)
                       " to " FUNCTION TRIM(WS-TARGET-NAME)
                       " (no profile file to move)."
           END-IF.

       RETIRE-PLAYER.
           PERFORM CHECK-NAME-ARGUMENT.

           IF NOT WS-ROSTER-FOUND
               EXIT PARAGRAPH
           END-IF.

           MOVE "RETIRE" TO WS-AUDIT-ACTION.
           PERFORM RETIRE-ROSTER-ENTRY.

      *The shared half of retire and merge: archive the profile of
      *WS-PLAYER-NAME (at roster slot WS-ROSTER-AT), take it out of
      *play, and free the slot. WS-AUDIT-ACTION says which action
      *the audit lines belong to.
       RETIRE-ROSTER-ENTRY.
           PERFORM BUILD-PROFILE-FILENAME.

           MOVE SPACES TO WS-ARCHIVE-FILENAME.
           STRING "RETIRED-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PLAYER-NAME) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-RUN-STAMP DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILENAME.
           MOVE WS-ARCHIVE-FILENAME TO WS-COPY-FILENAME.

           PERFORM COPY-PROFILE-FILE.

           IF WS-COPY-FILE-STATUS NOT EQUAL "00"
               DISPLAY "Could not write "
                       FUNCTION TRIM(WS-ARCHIVE-FILENAME)
                       "; " FUNCTION TRIM(WS-PLAYER-NAME)
                       " was left on the roster."
               EXIT PARAGRAPH
           END-IF.

           PERFORM DROP-ROSTER-SLOT.
           PERFORM WRITE-ROSTER.

           MOVE WS-PLAYER-NAME TO WS-AUDIT-PLAYER.
           MOVE "roster name" TO WS-AUDIT-FIELD.
           MOVE WS-PLAYER-NAME TO WS-AUDIT-BEFORE.
           MOVE "(slot freed)" TO WS-AUDIT-AFTER.
           PERFORM WRITE-AUDIT-LINE.

           IF WS-COPIED-RECORDS > 0
               MOVE WS-PROFILE-FILENAME TO WS-DELETE-FILENAME
               PERFORM DELETE-PROFILE-FILE
               MOVE "profile file" TO WS-AUDIT-FIELD
               MOVE WS-PROFILE-FILENAME TO WS-AUDIT-BEFORE
               MOVE WS-ARCHIVE-FILENAME TO WS-AUDIT-AFTER
               PERFORM WRITE-AUDIT-LINE
               DISPLAY "Retired " FUNCTION TRIM(WS-PLAYER-NAME)
                       "; profile archived as "
                       FUNCTION TRIM(WS-ARCHIVE-FILENAME) "."
           ELSE
               DISPLAY "Retired " FUNCTION TRIM(WS-PLAYER-NAME)
                       " (no profile file to archive)."
           END-IF.

       MERGE-PLAYERS.
           PERFORM CHECK-NAME-ARGUMENT.

           IF NOT WS-ROSTER-FOUND
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PLAYER-NAME TO WS-SOURCE-NAME.

           IF WS-ARG-NAME-2 EQUAL SPACES
               DISPLAY "No player to merge into."
               PERFORM SHOW-USAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ARG-NAME-2 TO WS-PLAYER-NAME.
           PERFORM FIND-ROSTER-NAME.

           IF NOT WS-ROSTER-FOUND
               DISPLAY FUNCTION TRIM(WS-ARG-NAME-2)
                       " is not on the roster."
               EXIT PARAGRAPH
           END-IF.

           IF WS-PLAYER-NAME EQUAL WS-SOURCE-NAME
               DISPLAY "A player cannot be merged into themselves."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PLAYER-NAME TO WS-TARGET-NAME.

           MOVE WS-SOURCE-NAME TO WS-PLAYER-NAME.
           PERFORM BUILD-PROFILE-FILENAME.
           MOVE 2 TO WS-SLOT.
           PERFORM LOAD-PROFILE-SLOT.

           MOVE WS-TARGET-NAME TO WS-PLAYER-NAME.
           PERFORM BUILD-PROFILE-FILENAME.
           MOVE 1 TO WS-SLOT.
           PERFORM LOAD-PROFILE-SLOT.

           PERFORM FORMAT-PROFILE-SLOT.
           MOVE WS-PROFILE-TEXT TO WS-BEFORE-TEXT.

           PERFORM MERGE-PROFILE-SLOTS.

           PERFORM WRITE-PROFILE-SLOT.

           IF WS-PROFILE-FILE-STATUS NOT EQUAL "00"
               DISPLAY "Could not write "
                       FUNCTION TRIM(WS-PROFILE-FILENAME)
                       "; nothing was merged."
               EXIT PARAGRAPH
           END-IF.

           PERFORM FORMAT-PROFILE-SLOT.

           MOVE "MERGE" TO WS-AUDIT-ACTION.
           MOVE WS-TARGET-NAME TO WS-AUDIT-PLAYER.
           MOVE "merged from" TO WS-AUDIT-FIELD.
           MOVE "-" TO WS-AUDIT-BEFORE.
           MOVE WS-SOURCE-NAME TO WS-AUDIT-AFTER.
           PERFORM WRITE-AUDIT-LINE.
           PERFORM AUDIT-PROFILE-CHANGES.

           DISPLAY "Merged " FUNCTION TRIM(WS-SOURCE-NAME)
                   " into " FUNCTION TRIM(WS-TARGET-NAME) ".".

           MOVE WS-SOURCE-NAME TO WS-PLAYER-NAME.
           PERFORM FIND-ROSTER-NAME.
           PERFORM RETIRE-ROSTER-ENTRY.

      *Counts are added (held at the 99999 the profile lines can
      *carry); achievements and endings from slot 2 are added to
      *slot 1 where it does not have them already.
       MERGE-PROFILE-SLOTS.
           MOVE 'Y' TO PROFILE-PRESENT-FLAG(1).

           ADD PROFILE-PLAYTHROUGHS(2) TO PROFILE-PLAYTHROUGHS(1)
               ON SIZE ERROR
                   MOVE 99999 TO PROFILE-PLAYTHROUGHS(1)
           END-ADD.
           ADD PROFILE-DEATHS(2) TO PROFILE-DEATHS(1)
               ON SIZE ERROR
                   MOVE 99999 TO PROFILE-DEATHS(1)
           END-ADD.

           MOVE 1 TO WS-MERGE-SCAN.
           PERFORM UNTIL WS-MERGE-SCAN > PROFILE-ACHIEVEMENT-COUNT(2)
               MOVE PROFILE-ACHIEVEMENT(2, WS-MERGE-SCAN)
                   TO WS-PROFILE-TOKEN
               MOVE 1 TO WS-SLOT
               PERFORM ADD-ACHIEVEMENT-TOKEN
               ADD 1 TO WS-MERGE-SCAN
           END-PERFORM.

           MOVE 1 TO WS-MERGE-SCAN.
           PERFORM UNTIL WS-MERGE-SCAN > PROFILE-ENDING-COUNT(2)
               MOVE PROFILE-ENDING(2, WS-MERGE-SCAN)
                   TO WS-PROFILE-TOKEN
               MOVE 1 TO WS-SLOT
               PERFORM ADD-ENDING-TOKEN
               ADD 1 TO WS-MERGE-SCAN
           END-PERFORM.

       RESET-PLAYER.
           PERFORM CHECK-NAME-ARGUMENT.

           IF NOT WS-ROSTER-FOUND
               EXIT PARAGRAPH
           END-IF.

           PERFORM BUILD-PROFILE-FILENAME.
           MOVE 1 TO WS-SLOT.
           PERFORM LOAD-PROFILE-SLOT.

           IF PROFILE-PRESENT-FLAG(1) EQUAL 'N'
               DISPLAY FUNCTION TRIM(WS-PLAYER-NAME)
                       " has no profile file; nothing to reset."
               EXIT PARAGRAPH
           END-IF.

           PERFORM FORMAT-PROFILE-SLOT.
           MOVE WS-PROFILE-TEXT TO WS-BEFORE-TEXT.

           PERFORM CLEAR-PROFILE-SLOT.
           MOVE 'Y' TO PROFILE-PRESENT-FLAG(1).
           PERFORM WRITE-PROFILE-SLOT.

           IF WS-PROFILE-FILE-STATUS NOT EQUAL "00"
               DISPLAY "Could not write "
                       FUNCTION TRIM(WS-PROFILE-FILENAME)
                       "; the profile was not reset."
               EXIT PARAGRAPH
           END-IF.

           PERFORM FORMAT-PROFILE-SLOT.

           MOVE "RESET" TO WS-AUDIT-ACTION.
           MOVE WS-PLAYER-NAME TO WS-AUDIT-PLAYER.
           PERFORM AUDIT-PROFILE-CHANGES.

           DISPLAY "Reset the profile of "
                   FUNCTION TRIM(WS-PLAYER-NAME) ".".

       CLEAR-PROFILE-SLOT.
           MOVE 'N' TO PROFILE-PRESENT-FLAG(WS-SLOT).
           MOVE 0 TO PROFILE-PLAYTHROUGHS(WS-SLOT).
           MOVE 0 TO PROFILE-DEATHS(WS-SLOT).
           MOVE 0 TO PROFILE-ACHIEVEMENT-COUNT(WS-SLOT).
           MOVE 0 TO PROFILE-ENDING-COUNT(WS-SLOT).

       LOAD-PROFILE-SLOT.
           PERFORM CLEAR-PROFILE-SLOT.
           MOVE 'N' TO WS-EOF-PROFILE-FLAG.
           MOVE 0 TO WS-PROFILE-LINE-NO.

           OPEN INPUT PROFILE-FILE.

           IF WS-PROFILE-FILE-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO PROFILE-PRESENT-FLAG(WS-SLOT).

           PERFORM UNTIL EOF-PROFILE-REACHED
               READ PROFILE-FILE
                   AT END
                       SET EOF-PROFILE-REACHED TO TRUE
                   NOT AT END
                       PERFORM LOAD-PROFILE-LINE
               END-READ
           END-PERFORM.

           CLOSE PROFILE-FILE.

       LOAD-PROFILE-LINE.
           ADD 1 TO WS-PROFILE-LINE-NO.

           IF WS-PROFILE-LINE-NO = 1
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PROFILE-RECORD))
                       EQUAL 0
                   COMPUTE PROFILE-PLAYTHROUGHS(WS-SLOT) =
                       FUNCTION NUMVAL(PROFILE-RECORD)
               END-IF
           ELSE IF WS-PROFILE-LINE-NO = 2
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PROFILE-RECORD))
                       EQUAL 0
                   COMPUTE PROFILE-DEATHS(WS-SLOT) =
                       FUNCTION NUMVAL(PROFILE-RECORD)
               END-IF
           ELSE IF WS-PROFILE-LINE-NO = 3
               PERFORM PARSE-PROFILE-ACHIEVEMENTS
           ELSE IF WS-PROFILE-LINE-NO = 4
               PERFORM PARSE-PROFILE-ENDINGS
           END-IF.

       PARSE-PROFILE-ACHIEVEMENTS.
           MOVE 1 TO WS-PROFILE-POINTER.

           PERFORM UNTIL WS-PROFILE-POINTER > 150
               MOVE SPACES TO WS-PROFILE-TOKEN
               UNSTRING PROFILE-RECORD DELIMITED BY ALL " "
                   INTO WS-PROFILE-TOKEN
                   WITH POINTER WS-PROFILE-POINTER
               END-UNSTRING

               IF WS-PROFILE-TOKEN EQUAL SPACES
                   EXIT PERFORM
               END-IF

               PERFORM ADD-ACHIEVEMENT-TOKEN
           END-PERFORM.

       PARSE-PROFILE-ENDINGS.
           MOVE 1 TO WS-PROFILE-POINTER.

           PERFORM UNTIL PROFILE-ENDING-COUNT(WS-SLOT) >= 50
               MOVE SPACES TO WS-PROFILE-TOKEN
               UNSTRING PROFILE-RECORD DELIMITED BY ALL " "
                   INTO WS-PROFILE-TOKEN
                   WITH POINTER WS-PROFILE-POINTER
               END-UNSTRING

               IF WS-PROFILE-TOKEN EQUAL SPACES
                   EXIT PERFORM
               END-IF

               PERFORM ADD-ENDING-TOKEN
           END-PERFORM.

       ADD-ACHIEVEMENT-TOKEN.
           SET WS-TOKEN-FOUND TO FALSE.
           MOVE 1 TO WS-TOKEN-SCAN.

           PERFORM UNTIL WS-TOKEN-SCAN >
                   PROFILE-ACHIEVEMENT-COUNT(WS-SLOT)
                   OR WS-TOKEN-FOUND
               IF PROFILE-ACHIEVEMENT(WS-SLOT, WS-TOKEN-SCAN)
                       EQUAL WS-PROFILE-TOKEN
                   SET WS-TOKEN-FOUND TO TRUE
               END-IF
               ADD 1 TO WS-TOKEN-SCAN
           END-PERFORM.

           IF NOT WS-TOKEN-FOUND
                   AND PROFILE-ACHIEVEMENT-COUNT(WS-SLOT) < 10
               ADD 1 TO PROFILE-ACHIEVEMENT-COUNT(WS-SLOT)
               MOVE WS-PROFILE-TOKEN TO PROFILE-ACHIEVEMENT(WS-SLOT,
                   PROFILE-ACHIEVEMENT-COUNT(WS-SLOT))
           END-IF.

       ADD-ENDING-TOKEN.
           SET WS-TOKEN-FOUND TO FALSE.
           MOVE 1 TO WS-TOKEN-SCAN.

           PERFORM UNTIL WS-TOKEN-SCAN > PROFILE-ENDING-COUNT(WS-SLOT)
                   OR WS-TOKEN-FOUND
               IF PROFILE-ENDING(WS-SLOT, WS-TOKEN-SCAN)
                       EQUAL WS-PROFILE-TOKEN
                   SET WS-TOKEN-FOUND TO TRUE
               END-IF
               ADD 1 TO WS-TOKEN-SCAN
           END-PERFORM.

           IF NOT WS-TOKEN-FOUND
                   AND PROFILE-ENDING-COUNT(WS-SLOT) < 50
               ADD 1 TO PROFILE-ENDING-COUNT(WS-SLOT)
               MOVE WS-PROFILE-TOKEN TO PROFILE-ENDING(WS-SLOT,
                   PROFILE-ENDING-COUNT(WS-SLOT))
           END-IF.

      *Slot 1 is written back to WS-PROFILE-FILENAME in the engine's
      *own four-line layout (WRITE-PROFILE).
       WRITE-PROFILE-SLOT.
           MOVE 1 TO WS-SLOT.
           PERFORM FORMAT-PROFILE-SLOT.

           OPEN OUTPUT PROFILE-FILE.

           IF WS-PROFILE-FILE-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE PROFILE-PLAYTHROUGHS(1) TO PROFILE-RECORD.
           WRITE PROFILE-RECORD.

           MOVE PROFILE-DEATHS(1) TO PROFILE-RECORD.
           WRITE PROFILE-RECORD.

           MOVE WS-TEXT-ACHIEVEMENTS TO PROFILE-RECORD.
           WRITE PROFILE-RECORD.

           MOVE WS-TEXT-ENDINGS TO PROFILE-RECORD.
           WRITE PROFILE-RECORD.

           CLOSE PROFILE-FILE.

      *Slot 1 as text: the two counts, and the achievement and
      *ending tokens each separated by a single space.
       FORMAT-PROFILE-SLOT.
           MOVE SPACES TO WS-PROFILE-TEXT.
           MOVE PROFILE-PLAYTHROUGHS(1) TO WS-TEXT-PLAYTHROUGHS.
           MOVE PROFILE-DEATHS(1) TO WS-TEXT-DEATHS.

           MOVE 1 TO WS-PROFILE-POINTER.
           MOVE 1 TO WS-TOKEN-SCAN.
           PERFORM UNTIL WS-TOKEN-SCAN > PROFILE-ACHIEVEMENT-COUNT(1)
               STRING FUNCTION TRIM(PROFILE-ACHIEVEMENT(1,
                       WS-TOKEN-SCAN)) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                   INTO WS-TEXT-ACHIEVEMENTS
                   WITH POINTER WS-PROFILE-POINTER
               ADD 1 TO WS-TOKEN-SCAN
           END-PERFORM.

           MOVE 1 TO WS-PROFILE-POINTER.
           MOVE 1 TO WS-TOKEN-SCAN.
           PERFORM UNTIL WS-TOKEN-SCAN > PROFILE-ENDING-COUNT(1)
               STRING FUNCTION TRIM(PROFILE-ENDING(1, WS-TOKEN-SCAN))
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                   INTO WS-TEXT-ENDINGS
                   WITH POINTER WS-PROFILE-POINTER
               ADD 1 TO WS-TOKEN-SCAN
           END-PERFORM.

      *WS-PROFILE-FILENAME is copied record for record to
      *WS-COPY-FILENAME. A missing source copies nothing and leaves
      *WS-COPIED-RECORDS at zero; a target that cannot be opened is
      *left in WS-COPY-FILE-STATUS for the caller to refuse on.
       COPY-PROFILE-FILE.
           MOVE 0 TO WS-COPIED-RECORDS.
           MOVE "00" TO WS-COPY-FILE-STATUS.
           MOVE 'N' TO WS-EOF-PROFILE-FLAG.

           OPEN INPUT PROFILE-FILE.

           IF WS-PROFILE-FILE-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT COPY-FILE.

           IF WS-COPY-FILE-STATUS NOT EQUAL "00"
               CLOSE PROFILE-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF-PROFILE-REACHED
               READ PROFILE-FILE
                   AT END
                       SET EOF-PROFILE-REACHED TO TRUE
                   NOT AT END
                       MOVE PROFILE-RECORD TO COPY-RECORD
                       WRITE COPY-RECORD
                       ADD 1 TO WS-COPIED-RECORDS
               END-READ
           END-PERFORM.

           CLOSE PROFILE-FILE.
           CLOSE COPY-FILE.

      *    An empty profile still counts as present, so its file is
      *    moved along with the name rather than left behind.
           IF WS-COPIED-RECORDS = 0
               MOVE 1 TO WS-COPIED-RECORDS
           END-IF.

      *Only ever called once the profile is safely copied elsewhere.
       DELETE-PROFILE-FILE.
           CALL "CBL_DELETE_FILE" USING WS-DELETE-FILENAME.

           IF RETURN-CODE NOT EQUAL 0
               DISPLAY "Warning: "
                       FUNCTION TRIM(WS-DELETE-FILENAME)
                       " could not be removed; remove it by hand."
               MOVE 0 TO RETURN-CODE
           END-IF.

      *One line per profile value that differs between the before
      *text and slot 1's current text.
       AUDIT-PROFILE-CHANGES.
           IF WS-BEFORE-PLAYTHROUGHS NOT EQUAL WS-TEXT-PLAYTHROUGHS
               MOVE "playthroughs" TO WS-AUDIT-FIELD
               MOVE WS-BEFORE-PLAYTHROUGHS TO WS-AUDIT-BEFORE
               MOVE WS-TEXT-PLAYTHROUGHS TO WS-AUDIT-AFTER
               PERFORM WRITE-AUDIT-LINE
           END-IF.

           IF WS-BEFORE-DEATHS NOT EQUAL WS-TEXT-DEATHS
               MOVE "deaths" TO WS-AUDIT-FIELD
               MOVE WS-BEFORE-DEATHS TO WS-AUDIT-BEFORE
               MOVE WS-TEXT-DEATHS TO WS-AUDIT-AFTER
               PERFORM WRITE-AUDIT-LINE
           END-IF.

           IF WS-BEFORE-ACHIEVEMENTS NOT EQUAL WS-TEXT-ACHIEVEMENTS
               MOVE "achievements" TO WS-AUDIT-FIELD
               MOVE WS-BEFORE-ACHIEVEMENTS TO WS-AUDIT-BEFORE
               MOVE WS-TEXT-ACHIEVEMENTS TO WS-AUDIT-AFTER
               PERFORM WRITE-AUDIT-LINE
           END-IF.

           IF WS-BEFORE-ENDINGS NOT EQUAL WS-TEXT-ENDINGS
               MOVE "endings" TO WS-AUDIT-FIELD
               MOVE WS-BEFORE-ENDINGS TO WS-AUDIT-BEFORE
               MOVE WS-TEXT-ENDINGS TO WS-AUDIT-AFTER
               PERFORM WRITE-AUDIT-LINE
           END-IF.

      *The log accumulates across runs, so EXTEND is tried first and
      *OUTPUT only creates it the first time. An empty value is
      *written as "-" so the before and after always line up.
       WRITE-AUDIT-LINE.
           MOVE WS-RUN-STAMP(1:8) TO WS-AUDIT-DATE.
           MOVE WS-RUN-STAMP(9:6) TO WS-AUDIT-TIME.
           MOVE WS-OPERATOR TO WS-AUDIT-OPERATOR.

           IF WS-AUDIT-BEFORE EQUAL SPACES
               MOVE "-" TO WS-AUDIT-BEFORE
           END-IF.
           IF WS-AUDIT-AFTER EQUAL SPACES
               MOVE "-" TO WS-AUDIT-AFTER
           END-IF.

           MOVE SPACES TO WS-AUDIT-CHANGE.
           STRING "before: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AUDIT-BEFORE) DELIMITED BY SIZE
                   " | after: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AUDIT-AFTER) DELIMITED BY SIZE
               INTO WS-AUDIT-CHANGE.

           OPEN EXTEND AUDIT-FILE.

           IF WS-AUDIT-FILE-STATUS NOT EQUAL "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           IF WS-AUDIT-FILE-STATUS NOT EQUAL "00"
               DISPLAY "Warning: roster-audit.log could not be "
                       "opened; this change is not audited."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-AUDIT-LINE TO AUDIT-RECORD.
           WRITE AUDIT-RECORD.

           CLOSE AUDIT-FILE.

           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE SPACES TO WS-AUDIT-AFTER.
