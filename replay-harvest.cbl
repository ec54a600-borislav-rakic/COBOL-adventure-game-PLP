       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLAY-HARVEST.

      *Replay scripts harvested from real play. The scripts in
      *replay-suite.txt were written by hand and cover the paths the
      *writers thought of; session.log records the paths players
      *actually take, one "Dialogue C<n>.<i> -> action" line per
      *turn under a "Session start [name]" marker. This program
      *turns chosen sessions back into the input stream the engine
      *would have read and adds each one to the suite:
      *  - the main-menu pick: "2" (new game) whenever play starts
      *    at C1.1, again after every ending or game-over that put
      *    the player back on the menu, and "3" to quit at the end;
      *  - every action typed, exactly as logged, "save",
      *    "inventory" and mistyped input included;
      *  - the save-slot prompt that follows "save" (slot 1; the
      *    slot a player picked is not logged and replay runs start
      *    with every slot empty) and the save-on-quit prompt that
      *    follows "quit" ("N");
      *  - "quit" and "N" when the log simply stops mid-game.
      *The who-is-playing prompt is never asked in replay mode (the
      *run always plays as "replay"), so it gets no line; the name
      *on the marker only chooses which sessions are harvested.
      *
      *A session is left out when a script cannot reproduce it:
      *  - play that began from a saved game or the crash
      *    checkpoint (a menu pick of 1 or 4) - replay runs start
      *    with empty slots and no checkpoint;
      *  - any fight - every blow is a random roll and the
      *    per-round strike/use answers are not logged, so the
      *    outcome and the input stream both diverge;
      *  - turns at scenes the current world does not have, because
      *    the content has moved on since the session was played.
      *The world is world.dat when it is an intact compiled release
      *and the loose chapter files otherwise, as the engine does.
      *
      *Each harvested session becomes harvest-YYYYMMDD-NN.txt with
      *an empty harvest-YYYYMMDD-NN.expected beside it, and a
      *"script;expected" line is appended to replay-suite.txt, ready
      *for "replay-suite bless". A session whose script is already
      *in the suite word for word is not added a second time.
      *
      *Usage: replay-harvest all
      *       replay-harvest [player <name>] [ending | gameover]
      *                      [longest <n>]
      *  player   only sessions of that roster name; "(shared)"
      *           picks the sessions played on the shared profile.
      *  ending   only sessions that reached an ending; gameover
      *           only those that reached a game-over scene (the
      *           same verdicts SESSION-REPORT gives).
      *  longest  of the sessions that qualify, the n with the most
      *           turns.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORLD-FILE ASSIGN TO 'world.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WORLD-FILE-STATUS.

           SELECT DIALOGUE-FILE ASSIGN TO WS-DIALOGUE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DIALOGUE-FILE-STATUS.

           SELECT CHAPTER-FILE ASSIGN TO 'chapters.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHAPTER-FILE-STATUS.

           SELECT SESSION-LOG-FILE ASSIGN TO 'session.log'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SESSION-LOG-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO 'replay-suite.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-FILE-STATUS.

           SELECT SCRIPT-FILE ASSIGN TO WS-SCRIPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SCRIPT-FILE-STATUS.

           SELECT EXPECTED-FILE ASSIGN TO WS-EXPECTED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXPECTED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD WORLD-FILE
           RECORD CONTAINS 500 CHARACTERS
           DATA RECORD IS WORLD-RECORD.
       01 WORLD-RECORD             PIC X(500).

       FD DIALOGUE-FILE
           RECORD CONTAINS 500 CHARACTERS
           DATA RECORD IS DIALOGUE-RECORD.
       01 DIALOGUE-RECORD          PIC X(500).

       FD CHAPTER-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CHAPTER-RECORD.
       01 CHAPTER-RECORD           PIC X(100).

       FD SESSION-LOG-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS SESSION-LOG-RECORD.
       01 SESSION-LOG-RECORD       PIC X(100).

       FD MANIFEST-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS MANIFEST-RECORD.
       01 MANIFEST-RECORD          PIC X(100).

       FD SCRIPT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS SCRIPT-RECORD.
       01 SCRIPT-RECORD            PIC X(100).

       FD EXPECTED-FILE
           RECORD CONTAINS 500 CHARACTERS
           DATA RECORD IS EXPECTED-RECORD.
       01 EXPECTED-RECORD          PIC X(500).

       WORKING-STORAGE SECTION.
       01 WS-EOF-WORLD-FLAG        PIC X(1) VALUE 'N'.
           88 EOF-WORLD-REACHED             VALUE 'Y'.
       01 WS-WORLD-FILE-STATUS     PIC X(2) VALUE '00'.
       01 WS-EOF-DIALOGUE-FLAG     PIC X(1) VALUE 'N'.
           88 EOF-DIALOGUE-REACHED          VALUE 'Y'.
       01 WS-DIALOGUE-FILE-STATUS  PIC X(2) VALUE '00'.
       01 WS-DIALOGUE-FILENAME     PIC X(30) VALUE 'dialogue.txt'.
       01 WS-EOF-CHAPTER-FLAG      PIC X(1) VALUE 'N'.
           88 EOF-CHAPTER-REACHED           VALUE 'Y'.
       01 WS-CHAPTER-FILE-STATUS   PIC X(2) VALUE '00'.
       01 WS-EOF-SESSION-LOG-FLAG  PIC X(1) VALUE 'N'.
           88 EOF-SESSION-LOG-REACHED       VALUE 'Y'.
       01 WS-SESSION-LOG-STATUS    PIC X(2) VALUE '00'.
       01 WS-EOF-MANIFEST-FLAG     PIC X(1) VALUE 'N'.
           88 EOF-MANIFEST-REACHED          VALUE 'Y'.
       01 WS-MANIFEST-FILE-STATUS  PIC X(2) VALUE '00'.
       01 WS-EOF-SCRIPT-FLAG       PIC X(1) VALUE 'N'.
           88 EOF-SCRIPT-REACHED            VALUE 'Y'.
       01 WS-SCRIPT-FILE-STATUS    PIC X(2) VALUE '00'.
       01 WS-EXPECTED-FILE-STATUS  PIC X(2) VALUE '00'.
       01 WS-SCRIPT-FILENAME       PIC X(40) VALUE SPACES.
       01 WS-EXPECTED-FILENAME     PIC X(40) VALUE SPACES.

      *The selection asked for on the command line.
       01 WS-COMMAND-ARGS          PIC X(80) VALUE SPACES.
       01 WS-ARG-TABLE.
           02 WS-ARG-TOKEN         PIC X(20) OCCURS 6 TIMES.
       01 WS-ARG-INDEX             PIC 9(1) VALUE 1.
       01 WS-ARG-KEYWORD           PIC X(20) VALUE SPACES.
       01 WS-ARGS-BAD-FLAG         PIC X(1) VALUE 'N'.
       01 WS-ARGS-GIVEN-FLAG       PIC X(1) VALUE 'N'.
       01 WS-PLAYER-FILTER-FLAG    PIC X(1) VALUE 'N'.
           88 WS-FILTER-BY-PLAYER           VALUE 'Y'.
       01 WS-PLAYER-FILTER         PIC X(12) VALUE SPACES.
       01 WS-OUTCOME-FILTER        PIC X(1) VALUE SPACE.
       01 WS-LONGEST-LIMIT         PIC 9(3) VALUE 0.

      *The world the sessions are checked against: every chapter's
      *logical entries, continuation lines left out as the engine's
      *DIALOGUE table leaves them out.
       01 WS-WORLD-BAD-FLAG        PIC X(1) VALUE 'N'.
       01 WS-WORLD-LOADED-FLAG     PIC X(1) VALUE 'N'.
       01 WS-WORLD-KEYWORD         PIC X(10) VALUE SPACES.
       01 WS-WORLD-NUM-TOKEN       PIC X(10) VALUE SPACES.
       01 WS-WORLD-NUM2-TOKEN      PIC X(10) VALUE SPACES.
       01 WS-WORLD-NAME-TOKEN      PIC X(30) VALUE SPACES.
       01 WS-WORLD-RAW-COUNT       PIC 9(3) VALUE 0.
       01 WS-WORLD-LINE-INDEX      PIC 9(3) VALUE 0.
       01 CHAPTER-TABLE.
           02 CHAPTER-FILENAME     PIC X(30) OCCURS 20 TIMES.
       01 WS-CHAPTER-COUNT         PIC 9(2) VALUE 0.
       01 WS-CURRENT-CHAPTER       PIC 9(2) VALUE 0.
       01 WORLD-TABLE.
           02 WORLD-CHAPTER OCCURS 20 TIMES.
               03 WORLD-ENTRY-COUNT
                                   PIC 9(3).
               03 WORLD-ENTRY      PIC X(500) OCCURS 500 TIMES.

      *One turn as logged, split the way SESSION-REPORT splits it.
       01 WS-LOG-LEFT-PART         PIC X(20) VALUE SPACES.
       01 WS-LOG-ACTION-TEXT       PIC X(80) VALUE SPACES.
       01 WS-LOG-CH-TOKEN          PIC X(10) VALUE SPACES.
       01 WS-LOG-IDX-TOKEN         PIC X(10) VALUE SPACES.
       01 WS-LOG-CHAPTER           PIC 9(2) VALUE 0.
       01 WS-LOG-ENTRY-INDEX       PIC 9(3) VALUE 0.

      *The scene's action list, searched for the action typed and
      *for the terminal NONE self-loop.
       01 WS-ACTION-LINE           PIC X(500) VALUE SPACES.
       01 WS-ACTION-POINTER        PIC 9(3) VALUE 1.
       01 WS-ACTION-TOKEN          PIC X(100) VALUE SPACES.
       01 WS-TARGET-TOKEN          PIC X(100) VALUE SPACES.
       01 WS-TARGET-CH-TOKEN       PIC X(10) VALUE SPACES.
       01 WS-TARGET-IDX-TOKEN      PIC X(10) VALUE SPACES.
       01 WS-ACTION-FOUND-FLAG     PIC X(1) VALUE 'N'.
           88 WS-ACTION-FOUND               VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-TERMINAL-FLAG         PIC X(1) VALUE 'N'.
           88 WS-AT-TERMINAL                VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-ENDING-HERE-FLAG      PIC X(1) VALUE 'N'.
           88 WS-ENDING-HERE                VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

      *Every session found on the first pass. Status is R
      *(reproducible), M (began from a save or the checkpoint), F
      *(fought), W (played against content that has since moved),
      *T (too long for one script) or E (no turns at all). Outcome
      *is G (reached a game-over scene), E (reached an ending) or
      *blank, with game-over winning as in SESSION-REPORT.
       01 SESSION-TABLE.
           02 SESSION-ENTRY OCCURS 1000 TIMES.
               03 SESSION-PLAYER   PIC X(12).
               03 SESSION-TURNS    PIC 9(5).
               03 SESSION-STATUS   PIC X(1).
               03 SESSION-OUTCOME  PIC X(1).
               03 SESSION-PICK     PIC X(1).
       01 WS-SESSION-TOTAL         PIC 9(5) VALUE 0.
       01 WS-SESSION-SCAN          PIC 9(5) VALUE 0.
       01 WS-SESSION-BEST          PIC 9(5) VALUE 0.
       01 WS-PICK-ROUND            PIC 9(3) VALUE 0.

      *The session being rebuilt. Lines before the first marker (a
      *log older than the markers) make up a leading session of
      *their own, as they do in SESSION-REPORT.
       01 WS-PASS-FLAG             PIC X(1) VALUE 'A'.
           88 WS-ANALYSIS-PASS              VALUE 'A'.
           88 WS-WRITING-PASS               VALUE 'W'.
       01 WS-SESSION-OPEN-FLAG     PIC X(1) VALUE 'N'.
           88 WS-SESSION-OPEN               VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-SESSION-NUMBER        PIC 9(5) VALUE 0.
       01 WS-CURRENT-PLAYER        PIC X(12) VALUE SPACES.
       01 WS-CURRENT-TURNS         PIC 9(5) VALUE 0.
       01 WS-CURRENT-STATUS        PIC X(1) VALUE 'R'.
           88 WS-REPRODUCIBLE               VALUE 'R'.
       01 WS-CURRENT-OUTCOME       PIC X(1) VALUE SPACE.
       01 WS-AT-MENU-FLAG          PIC X(1) VALUE 'Y'.
           88 WS-AT-MENU                    VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-QUIT-FLAG             PIC X(1) VALUE 'N'.
           88 WS-QUIT-TYPED                 VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 SCRIPT-TABLE.
           02 SCRIPT-LINE          PIC X(80) OCCURS 2000 TIMES.
       01 WS-SCRIPT-COUNT          PIC 9(4) VALUE 0.
       01 WS-SCRIPT-INDEX          PIC 9(4) VALUE 0.
       01 WS-SCRIPT-ADD            PIC X(80) VALUE SPACES.

      *Naming the new files and checking the suite for a twin.
       01 WS-RUN-DATE              PIC X(8) VALUE SPACES.
       01 WS-FILE-SEQUENCE         PIC 9(2) VALUE 0.
       01 WS-FILE-FREE-FLAG        PIC X(1) VALUE 'N'.
           88 WS-FILE-FREE                  VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-DUPLICATE-FLAG        PIC X(1) VALUE 'N'.
           88 WS-DUPLICATE                  VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-SAME-FLAG             PIC X(1) VALUE 'N'.
           88 WS-SAME-SCRIPT                VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-MANIFEST-SCRIPT       PIC X(40) VALUE SPACES.
       01 WS-MANIFEST-EXPECTED     PIC X(40) VALUE SPACES.
       01 WS-MANIFEST-BUILD        PIC X(100) VALUE SPACES.

       01 WS-HARVEST-COUNT         PIC 9(5) VALUE 0.
       01 WS-DUPLICATE-COUNT       PIC 9(5) VALUE 0.
       01 WS-SKIP-MENU-COUNT       PIC 9(5) VALUE 0.
       01 WS-SKIP-FIGHT-COUNT      PIC 9(5) VALUE 0.
       01 WS-SKIP-WORLD-COUNT      PIC 9(5) VALUE 0.
       01 WS-SKIP-LONG-COUNT       PIC 9(5) VALUE 0.
       01 WS-SKIP-EMPTY-COUNT      PIC 9(5) VALUE 0.
       01 WS-PICKED-COUNT          PIC 9(5) VALUE 0.
       01 WS-DISPLAY-NUMBER        PIC ZZZZ9.
       01 WS-DISPLAY-NUMBER-2      PIC ZZZZ9.
       01 WS-DISPLAY-SEQUENCE      PIC 99.
       01 WS-DISPLAY-PLAYER        PIC X(12) VALUE SPACES.
       01 WS-DISPLAY-OUTCOME       PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Replay script harvest".
           DISPLAY "=====================".
           DISPLAY " ".

           PERFORM PARSE-COMMAND-ARGS.

           IF WS-ARGS-BAD-FLAG EQUAL 'Y' OR WS-ARGS-GIVEN-FLAG = 'N'
               DISPLAY "Usage: replay-harvest all"
               DISPLAY "       replay-harvest [player <name>] "
                       "[ending | gameover] [longest <n>]"
               STOP RUN
           END-IF.

           PERFORM LOAD-CURRENT-WORLD.

           IF WS-CHAPTER-COUNT = 0
               DISPLAY "No chapter content found; sessions cannot "
                       "be checked."
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           SET WS-ANALYSIS-PASS TO TRUE.
           PERFORM READ-SESSION-LOG.

           IF WS-SESSION-TOTAL = 0
               DISPLAY "session.log holds no sessions; nothing to "
                       "harvest."
               STOP RUN
           END-IF.

           PERFORM SELECT-SESSIONS.

           IF WS-PICKED-COUNT > 0
               SET WS-WRITING-PASS TO TRUE
               PERFORM READ-SESSION-LOG
           END-IF.

           PERFORM DISPLAY-HARVEST-SUMMARY.

           STOP RUN.

      *Keywords may come in any order; "player" and "longest" take
      *the word after them.
       PARSE-COMMAND-ARGS.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.

           MOVE SPACES TO WS-ARG-TABLE.
           UNSTRING WS-COMMAND-ARGS DELIMITED BY ALL " "
               INTO WS-ARG-TOKEN(1) WS-ARG-TOKEN(2) WS-ARG-TOKEN(3)
                   WS-ARG-TOKEN(4) WS-ARG-TOKEN(5) WS-ARG-TOKEN(6)
           END-UNSTRING.

           MOVE 1 TO WS-ARG-INDEX.
           PERFORM UNTIL WS-ARG-INDEX > 6
                   OR WS-ARGS-BAD-FLAG EQUAL 'Y'
               IF WS-ARG-TOKEN(WS-ARG-INDEX) NOT EQUAL SPACES
                   PERFORM PARSE-ONE-ARGUMENT
               END-IF
               ADD 1 TO WS-ARG-INDEX
           END-PERFORM.

       PARSE-ONE-ARGUMENT.
           MOVE 'Y' TO WS-ARGS-GIVEN-FLAG.
           MOVE FUNCTION UPPER-CASE(WS-ARG-TOKEN(WS-ARG-INDEX))
               TO WS-ARG-KEYWORD.

           IF WS-ARG-KEYWORD EQUAL "ALL"
               EXIT PARAGRAPH
           END-IF.

           IF WS-ARG-KEYWORD EQUAL "ENDING"
               MOVE 'E' TO WS-OUTCOME-FILTER
               EXIT PARAGRAPH
           END-IF.

           IF WS-ARG-KEYWORD EQUAL "GAMEOVER"
               MOVE 'G' TO WS-OUTCOME-FILTER
               EXIT PARAGRAPH
           END-IF.

           IF WS-ARG-KEYWORD NOT EQUAL "PLAYER"
                   AND WS-ARG-KEYWORD NOT EQUAL "LONGEST"
               MOVE 'Y' TO WS-ARGS-BAD-FLAG
               EXIT PARAGRAPH
           END-IF.

           IF WS-ARG-INDEX = 6
               MOVE 'Y' TO WS-ARGS-BAD-FLAG
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ARG-INDEX.

           IF WS-ARG-KEYWORD EQUAL "PLAYER"
               SET WS-FILTER-BY-PLAYER TO TRUE
               IF WS-ARG-TOKEN(WS-ARG-INDEX) NOT EQUAL "(shared)"
                   MOVE WS-ARG-TOKEN(WS-ARG-INDEX)
                       TO WS-PLAYER-FILTER
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-ARG-TOKEN(WS-ARG-INDEX))) NOT EQUAL 0
               MOVE 'Y' TO WS-ARGS-BAD-FLAG
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION NUMVAL(WS-ARG-TOKEN(WS-ARG-INDEX)) < 1
                   OR FUNCTION NUMVAL(WS-ARG-TOKEN(WS-ARG-INDEX))
                   > 999
               MOVE 'Y' TO WS-ARGS-BAD-FLAG
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-LONGEST-LIMIT =
               FUNCTION NUMVAL(WS-ARG-TOKEN(WS-ARG-INDEX)).

      *The engine plays from world.dat whenever it is an intact
      *compiled release and from the loose chapter files otherwise,
      *so sessions are checked against the same content.
       LOAD-CURRENT-WORLD.
           PERFORM LOAD-WORLD-RELEASE.

           IF WS-WORLD-LOADED-FLAG EQUAL 'Y'
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOAD-CHAPTER-MANIFEST.

           MOVE 1 TO WS-CURRENT-CHAPTER.
           PERFORM UNTIL WS-CURRENT-CHAPTER > WS-CHAPTER-COUNT
               PERFORM LOAD-LOOSE-CHAPTER
               ADD 1 TO WS-CURRENT-CHAPTER
           END-PERFORM.

       LOAD-WORLD-RELEASE.
           MOVE 'N' TO WS-WORLD-LOADED-FLAG.
           MOVE 'N' TO WS-WORLD-BAD-FLAG.
           MOVE 'N' TO WS-EOF-WORLD-FLAG.

           OPEN INPUT WORLD-FILE.

           IF WS-WORLD-FILE-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-ONE-WORLD-LINE.

           IF WS-WORLD-BAD-FLAG EQUAL 'Y'
                   OR WORLD-RECORD(1:8) NOT EQUAL "TMPWORLD"
               DISPLAY "world.dat is not a compiled world release; "
                       "using the chapter files."
               CLOSE WORLD-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOAD-RELEASE-CHAPTERS.

           CLOSE WORLD-FILE.

           IF WS-WORLD-BAD-FLAG EQUAL 'Y'
               DISPLAY "world.dat is damaged or truncated; using the "
                       "chapter files."
               MOVE 0 TO WS-CHAPTER-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO WS-WORLD-LOADED-FLAG.

       READ-ONE-WORLD-LINE.
           READ WORLD-FILE
               AT END
                   SET EOF-WORLD-REACHED TO TRUE
                   MOVE 'Y' TO WS-WORLD-BAD-FLAG
           END-READ.

       LOAD-RELEASE-CHAPTERS.
           PERFORM READ-ONE-WORLD-LINE.
           IF WS-WORLD-BAD-FLAG EQUAL 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-WORLD-KEYWORD.
           MOVE SPACES TO WS-WORLD-NUM-TOKEN.
           UNSTRING WORLD-RECORD DELIMITED BY ALL " "
               INTO WS-WORLD-KEYWORD WS-WORLD-NUM-TOKEN
           END-UNSTRING.

           IF WS-WORLD-KEYWORD NOT EQUAL "CHAPTERS"
                   OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-WORLD-NUM-TOKEN)) NOT EQUAL 0
               MOVE 'Y' TO WS-WORLD-BAD-FLAG
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-CHAPTER-COUNT =
               FUNCTION NUMVAL(WS-WORLD-NUM-TOKEN).

           IF WS-CHAPTER-COUNT < 1 OR WS-CHAPTER-COUNT > 20
               MOVE 'Y' TO WS-WORLD-BAD-FLAG
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-CURRENT-CHAPTER.
           PERFORM UNTIL WS-CURRENT-CHAPTER > WS-CHAPTER-COUNT
                   OR WS-WORLD-BAD-FLAG EQUAL 'Y'
               PERFORM LOAD-ONE-RELEASE-CHAPTER
               ADD 1 TO WS-CURRENT-CHAPTER
           END-PERFORM.

       LOAD-ONE-RELEASE-CHAPTER.
           MOVE 0 TO WORLD-ENTRY-COUNT(WS-CURRENT-CHAPTER).

           PERFORM READ-ONE-WORLD-LINE.
           IF WS-WORLD-BAD-FLAG EQUAL 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-WORLD-KEYWORD.
           MOVE SPACES TO WS-WORLD-NUM-TOKEN.
           MOVE SPACES TO WS-WORLD-NUM2-TOKEN.
           MOVE SPACES TO WS-WORLD-NAME-TOKEN.
           UNSTRING WORLD-RECORD DELIMITED BY ALL " "
               INTO WS-WORLD-KEYWORD WS-WORLD-NUM-TOKEN
                   WS-WORLD-NUM2-TOKEN WS-WORLD-NAME-TOKEN
           END-UNSTRING.

           IF WS-WORLD-KEYWORD NOT EQUAL "CHAPTER"
                   OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-WORLD-NUM2-TOKEN)) NOT EQUAL 0
               MOVE 'Y' TO WS-WORLD-BAD-FLAG
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-WORLD-RAW-COUNT =
               FUNCTION NUMVAL(WS-WORLD-NUM2-TOKEN).

           IF WS-WORLD-RAW-COUNT > 600
               MOVE 'Y' TO WS-WORLD-BAD-FLAG
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-WORLD-NAME-TOKEN
               TO CHAPTER-FILENAME(WS-CURRENT-CHAPTER).

           MOVE 1 TO WS-WORLD-LINE-INDEX.
           PERFORM UNTIL WS-WORLD-LINE-INDEX > WS-WORLD-RAW-COUNT
                   OR WS-WORLD-BAD-FLAG EQUAL 'Y'
               PERFORM READ-ONE-WORLD-LINE
               IF WS-WORLD-BAD-FLAG EQUAL 'N'
                   MOVE WORLD-RECORD TO DIALOGUE-RECORD
                   PERFORM ADD-CHAPTER-ENTRY
                   ADD 1 TO WS-WORLD-LINE-INDEX
               END-IF
           END-PERFORM.

       LOAD-CHAPTER-MANIFEST.
           MOVE 0 TO WS-CHAPTER-COUNT.
           MOVE SPACES TO CHAPTER-TABLE.

           OPEN INPUT CHAPTER-FILE.

           IF WS-CHAPTER-FILE-STATUS NOT EQUAL "00"
               MOVE 1 TO WS-CHAPTER-COUNT
               MOVE 'dialogue.txt' TO CHAPTER-FILENAME(1)
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF-CHAPTER-REACHED
               READ CHAPTER-FILE
                   AT END
                       SET EOF-CHAPTER-REACHED TO TRUE
                   NOT AT END
                       IF CHAPTER-RECORD NOT EQUAL SPACES
                               AND WS-CHAPTER-COUNT < 20
                           ADD 1 TO WS-CHAPTER-COUNT
                           MOVE FUNCTION TRIM(CHAPTER-RECORD)
                               TO CHAPTER-FILENAME(WS-CHAPTER-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CHAPTER-FILE.

       LOAD-LOOSE-CHAPTER.
           MOVE 0 TO WORLD-ENTRY-COUNT(WS-CURRENT-CHAPTER).
           MOVE CHAPTER-FILENAME(WS-CURRENT-CHAPTER)
               TO WS-DIALOGUE-FILENAME.
           MOVE 'N' TO WS-EOF-DIALOGUE-FLAG.

           OPEN INPUT DIALOGUE-FILE.

           IF WS-DIALOGUE-FILE-STATUS NOT EQUAL "00"
               DISPLAY "Chapter file "
                       FUNCTION TRIM(WS-DIALOGUE-FILENAME)
                       " is missing or unreadable; its sessions "
                       "cannot be harvested."
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF-DIALOGUE-REACHED
               READ DIALOGUE-FILE
                   AT END
                       SET EOF-DIALOGUE-REACHED TO TRUE
                   NOT AT END
                       PERFORM ADD-CHAPTER-ENTRY
               END-READ
           END-PERFORM.

           CLOSE DIALOGUE-FILE.

       ADD-CHAPTER-ENTRY.
           IF DIALOGUE-RECORD(1:1) EQUAL "+"
                   OR WORLD-ENTRY-COUNT(WS-CURRENT-CHAPTER) >= 500
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WORLD-ENTRY-COUNT(WS-CURRENT-CHAPTER).
           MOVE DIALOGUE-RECORD TO WORLD-ENTRY(WS-CURRENT-CHAPTER,
               WORLD-ENTRY-COUNT(WS-CURRENT-CHAPTER)).

      *Both passes walk the log the same way: the first only judges
      *each session, the second rebuilds the chosen ones and writes
      *them out.
       READ-SESSION-LOG.
           MOVE 'N' TO WS-EOF-SESSION-LOG-FLAG.
           MOVE 0 TO WS-SESSION-NUMBER.
           SET WS-SESSION-OPEN TO FALSE.

           OPEN INPUT SESSION-LOG-FILE.

           IF WS-SESSION-LOG-STATUS NOT EQUAL "00"
               DISPLAY "session.log not found; nothing to harvest."
               STOP RUN
           END-IF.

           PERFORM UNTIL EOF-SESSION-LOG-REACHED
               READ SESSION-LOG-FILE
                   AT END
                       SET EOF-SESSION-LOG-REACHED TO TRUE
                   NOT AT END
                       PERFORM HARVEST-ONE-LOG-LINE
               END-READ
           END-PERFORM.

           PERFORM CLOSE-OUT-SESSION.

           CLOSE SESSION-LOG-FILE.

       HARVEST-ONE-LOG-LINE.
           IF SESSION-LOG-RECORD(1:13) EQUAL "Session start"
               PERFORM CLOSE-OUT-SESSION
               PERFORM START-SESSION
               MOVE FUNCTION TRIM(SESSION-LOG-RECORD(15:))
                   TO WS-CURRENT-PLAYER
           ELSE IF SESSION-LOG-RECORD(1:9) EQUAL "Dialogue "
               IF NOT WS-SESSION-OPEN
                   PERFORM START-SESSION
               END-IF
               PERFORM HARVEST-ONE-TURN
           END-IF.

       START-SESSION.
           ADD 1 TO WS-SESSION-NUMBER.
           SET WS-SESSION-OPEN TO TRUE.
           MOVE SPACES TO WS-CURRENT-PLAYER.
           MOVE 0 TO WS-CURRENT-TURNS.
           MOVE 'R' TO WS-CURRENT-STATUS.
           MOVE SPACE TO WS-CURRENT-OUTCOME.
           SET WS-AT-MENU TO TRUE.
           SET WS-QUIT-TYPED TO FALSE.
           MOVE 0 TO WS-SCRIPT-COUNT.

      *One logged turn: the menu pick that must have come before it
      *when the player was on the menu, then the input itself and
      *whatever prompt that input raised.
       HARVEST-ONE-TURN.
           ADD 1 TO WS-CURRENT-TURNS.

           IF NOT WS-REPRODUCIBLE
               EXIT PARAGRAPH
           END-IF.

           PERFORM SPLIT-LOG-TURN.

           IF NOT WS-REPRODUCIBLE
               EXIT PARAGRAPH
           END-IF.

           IF WS-AT-MENU
               IF WS-LOG-CHAPTER = 1 AND WS-LOG-ENTRY-INDEX = 1
                   MOVE "2" TO WS-SCRIPT-ADD
                   PERFORM ADD-SCRIPT-LINE
                   SET WS-AT-MENU TO FALSE
               ELSE
                   MOVE 'M' TO WS-CURRENT-STATUS
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE WS-LOG-CHAPTER TO WS-CURRENT-CHAPTER.
           COMPUTE WS-ACTION-POINTER = WS-LOG-ENTRY-INDEX + 1.
           MOVE WORLD-ENTRY(WS-CURRENT-CHAPTER, WS-ACTION-POINTER)
               TO WS-ACTION-LINE.

           PERFORM NOTE-TURN-OUTCOME.

           IF FUNCTION TRIM(WS-LOG-ACTION-TEXT) EQUAL "NONE"
      *        A terminal auto-advance hands the player back to the
      *        main menu; any other one just moves on.
               PERFORM CHECK-TERMINAL-SCENE
               IF WS-AT-TERMINAL
                   SET WS-AT-MENU TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-LOG-ACTION-TEXT TO WS-SCRIPT-ADD.
           PERFORM ADD-SCRIPT-LINE.

           IF FUNCTION TRIM(WS-LOG-ACTION-TEXT) EQUAL "save"
               MOVE "1" TO WS-SCRIPT-ADD
               PERFORM ADD-SCRIPT-LINE
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(WS-LOG-ACTION-TEXT) EQUAL "quit"
               MOVE "N" TO WS-SCRIPT-ADD
               PERFORM ADD-SCRIPT-LINE
               SET WS-QUIT-TYPED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF WS-LOG-ACTION-TEXT(1:5) EQUAL "FIGHT"
               PERFORM FIND-TYPED-ACTION
               IF WS-ACTION-FOUND
                   MOVE 'F' TO WS-CURRENT-STATUS
               END-IF
           END-IF.

      *The position token after "Dialogue " is either the current
      *"C<chapter>.<index>" form or a bare index from an old log
      *(which can only have come from a single-file world: chapter
      *1). A position the current world has no scene at means the
      *content has moved on since the session was played.
       SPLIT-LOG-TURN.
           MOVE SPACES TO WS-LOG-LEFT-PART.
           MOVE SPACES TO WS-LOG-ACTION-TEXT.

      *    A blank input is logged with nothing after the arrow,
      *    and the trailing space goes with it.
           UNSTRING SESSION-LOG-RECORD DELIMITED BY " -> " OR " ->"
               INTO WS-LOG-LEFT-PART WS-LOG-ACTION-TEXT
           END-UNSTRING.

           MOVE 'W' TO WS-CURRENT-STATUS.

           IF WS-LOG-LEFT-PART(10:1) EQUAL "C"
               MOVE SPACES TO WS-LOG-CH-TOKEN
               MOVE SPACES TO WS-LOG-IDX-TOKEN

               UNSTRING WS-LOG-LEFT-PART(11:) DELIMITED BY "."
                   INTO WS-LOG-CH-TOKEN WS-LOG-IDX-TOKEN
               END-UNSTRING

               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       WS-LOG-CH-TOKEN)) NOT EQUAL 0
                       OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       WS-LOG-IDX-TOKEN)) NOT EQUAL 0
                   EXIT PARAGRAPH
               END-IF

               IF FUNCTION NUMVAL(WS-LOG-CH-TOKEN) < 1
                       OR FUNCTION NUMVAL(WS-LOG-CH-TOKEN) > 20
                       OR FUNCTION NUMVAL(WS-LOG-IDX-TOKEN) < 1
                       OR FUNCTION NUMVAL(WS-LOG-IDX-TOKEN) > 500
                   EXIT PARAGRAPH
               END-IF

               MOVE FUNCTION NUMVAL(WS-LOG-CH-TOKEN)
                   TO WS-LOG-CHAPTER
               MOVE FUNCTION NUMVAL(WS-LOG-IDX-TOKEN)
                   TO WS-LOG-ENTRY-INDEX
           ELSE
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       WS-LOG-LEFT-PART(10:))) NOT EQUAL 0
                   EXIT PARAGRAPH
               END-IF

               IF FUNCTION NUMVAL(WS-LOG-LEFT-PART(10:)) < 1
                       OR FUNCTION NUMVAL(WS-LOG-LEFT-PART(10:))
                       > 500
                   EXIT PARAGRAPH
               END-IF

               MOVE 1 TO WS-LOG-CHAPTER
               MOVE FUNCTION NUMVAL(WS-LOG-LEFT-PART(10:))
                   TO WS-LOG-ENTRY-INDEX
           END-IF.

           IF WS-LOG-CHAPTER > WS-CHAPTER-COUNT
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION MOD(WS-LOG-ENTRY-INDEX, 2) NOT EQUAL 1
                   OR WS-LOG-ENTRY-INDEX >=
                   WORLD-ENTRY-COUNT(WS-LOG-CHAPTER)
               EXIT PARAGRAPH
           END-IF.

           MOVE 'R' TO WS-CURRENT-STATUS.

      *The game-over scene is the chapter's last story line; an
      *ending is any other scene whose NONE loops back on itself.
       NOTE-TURN-OUTCOME.
           IF WS-LOG-ENTRY-INDEX =
                   WORLD-ENTRY-COUNT(WS-CURRENT-CHAPTER) - 1
               MOVE 'G' TO WS-CURRENT-OUTCOME
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-TERMINAL-SCENE.

           IF WS-AT-TERMINAL AND WS-CURRENT-OUTCOME NOT EQUAL 'G'
               MOVE 'E' TO WS-CURRENT-OUTCOME
           END-IF.

      *The engine's CHECK-TERMINAL-TARGET: a NONE whose target is
      *the scene itself, as a plain index or as its own
      *C<chapter>.<index>.
       CHECK-TERMINAL-SCENE.
           SET WS-AT-TERMINAL TO FALSE.
           MOVE SPACES TO WS-ACTION-TOKEN.
           MOVE SPACES TO WS-TARGET-TOKEN.

           UNSTRING WS-ACTION-LINE DELIMITED BY ";"
               INTO WS-ACTION-TOKEN WS-TARGET-TOKEN
           END-UNSTRING.

           IF FUNCTION TRIM(WS-ACTION-TOKEN) NOT EQUAL "NONE"
               EXIT PARAGRAPH
           END-IF.

           IF WS-TARGET-TOKEN(1:1) EQUAL "C"
               MOVE SPACES TO WS-TARGET-CH-TOKEN
               MOVE SPACES TO WS-TARGET-IDX-TOKEN
               UNSTRING WS-TARGET-TOKEN(2:) DELIMITED BY "."
                   INTO WS-TARGET-CH-TOKEN WS-TARGET-IDX-TOKEN
               END-UNSTRING
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       WS-TARGET-CH-TOKEN)) EQUAL 0
                       AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       WS-TARGET-IDX-TOKEN)) EQUAL 0
                   IF FUNCTION NUMVAL(WS-TARGET-CH-TOKEN) EQUAL
                           WS-CURRENT-CHAPTER
                           AND FUNCTION NUMVAL(WS-TARGET-IDX-TOKEN)
                           EQUAL WS-LOG-ENTRY-INDEX
                       SET WS-AT-TERMINAL TO TRUE
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TARGET-TOKEN))
                   EQUAL 0
               IF FUNCTION NUMVAL(WS-TARGET-TOKEN) EQUAL
                       WS-LOG-ENTRY-INDEX
                   SET WS-AT-TERMINAL TO TRUE
               END-IF
           END-IF.

      *Whether the text typed is one of the scene's actions (a
      *FIGHT typed where there is none is just a bad input, which
      *replays faithfully).
       FIND-TYPED-ACTION.
           SET WS-ACTION-FOUND TO FALSE.
           MOVE 1 TO WS-ACTION-POINTER.

           PERFORM UNTIL WS-ACTION-POINTER > 500 OR WS-ACTION-FOUND
               MOVE SPACES TO WS-ACTION-TOKEN
               MOVE SPACES TO WS-TARGET-TOKEN
               UNSTRING WS-ACTION-LINE DELIMITED BY ";"
                   INTO WS-ACTION-TOKEN WS-TARGET-TOKEN
                   WITH POINTER WS-ACTION-POINTER
               END-UNSTRING
               IF WS-ACTION-TOKEN EQUAL SPACES
                   EXIT PERFORM
               END-IF
               IF FUNCTION TRIM(WS-ACTION-TOKEN) EQUAL
                       FUNCTION TRIM(WS-LOG-ACTION-TEXT)
                   SET WS-ACTION-FOUND TO TRUE
               END-IF
           END-PERFORM.

       ADD-SCRIPT-LINE.
           IF WS-SCRIPT-COUNT >= 2000
               MOVE 'T' TO WS-CURRENT-STATUS
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SCRIPT-COUNT.
           MOVE WS-SCRIPT-ADD TO SCRIPT-LINE(WS-SCRIPT-COUNT).

      *The session's last turn is behind us: finish the script the
      *way the player left the game - back on the menu, so quit
      *from it, or mid-game with no quit logged (a closed terminal),
      *so quit without saving.
       CLOSE-OUT-SESSION.
           IF NOT WS-SESSION-OPEN
               EXIT PARAGRAPH
           END-IF.

           SET WS-SESSION-OPEN TO FALSE.

           IF WS-CURRENT-TURNS = 0
               MOVE 'E' TO WS-CURRENT-STATUS
           END-IF.

           IF WS-REPRODUCIBLE AND NOT WS-QUIT-TYPED
               IF WS-AT-MENU
                   MOVE "3" TO WS-SCRIPT-ADD
                   PERFORM ADD-SCRIPT-LINE
               ELSE
                   MOVE "quit" TO WS-SCRIPT-ADD
                   PERFORM ADD-SCRIPT-LINE
                   MOVE "N" TO WS-SCRIPT-ADD
                   PERFORM ADD-SCRIPT-LINE
               END-IF
           END-IF.

           IF WS-SESSION-NUMBER > 1000
               EXIT PARAGRAPH
           END-IF.

           IF WS-ANALYSIS-PASS
               MOVE WS-SESSION-NUMBER TO WS-SESSION-TOTAL
               MOVE WS-CURRENT-PLAYER
                   TO SESSION-PLAYER(WS-SESSION-NUMBER)
               MOVE WS-CURRENT-TURNS
                   TO SESSION-TURNS(WS-SESSION-NUMBER)
               MOVE WS-CURRENT-STATUS
                   TO SESSION-STATUS(WS-SESSION-NUMBER)
               MOVE WS-CURRENT-OUTCOME
                   TO SESSION-OUTCOME(WS-SESSION-NUMBER)
               MOVE 'N' TO SESSION-PICK(WS-SESSION-NUMBER)
           ELSE
               IF SESSION-PICK(WS-SESSION-NUMBER) EQUAL 'Y'
                   PERFORM WRITE-HARVESTED-SCRIPT
               END-IF
           END-IF.

      *Every reproducible session that passes the player and
      *outcome filters is a candidate; "longest" then keeps the n
      *candidates with the most turns, earliest first on a tie.
       SELECT-SESSIONS.
           MOVE 1 TO WS-SESSION-SCAN.
           PERFORM UNTIL WS-SESSION-SCAN > WS-SESSION-TOTAL
               PERFORM CONSIDER-ONE-SESSION
               ADD 1 TO WS-SESSION-SCAN
           END-PERFORM.

           IF WS-LONGEST-LIMIT = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-PICKED-COUNT.
           MOVE 1 TO WS-PICK-ROUND.
           PERFORM UNTIL WS-PICK-ROUND > WS-LONGEST-LIMIT
               PERFORM PICK-LONGEST-CANDIDATE
               ADD 1 TO WS-PICK-ROUND
           END-PERFORM.

           MOVE 1 TO WS-SESSION-SCAN.
           PERFORM UNTIL WS-SESSION-SCAN > WS-SESSION-TOTAL
               IF SESSION-PICK(WS-SESSION-SCAN) EQUAL 'C'
                   MOVE 'N' TO SESSION-PICK(WS-SESSION-SCAN)
               END-IF
               ADD 1 TO WS-SESSION-SCAN
           END-PERFORM.

       CONSIDER-ONE-SESSION.
           IF SESSION-STATUS(WS-SESSION-SCAN) EQUAL 'M'
               ADD 1 TO WS-SKIP-MENU-COUNT
           ELSE IF SESSION-STATUS(WS-SESSION-SCAN) EQUAL 'F'
               ADD 1 TO WS-SKIP-FIGHT-COUNT
           ELSE IF SESSION-STATUS(WS-SESSION-SCAN) EQUAL 'W'
               ADD 1 TO WS-SKIP-WORLD-COUNT
           ELSE IF SESSION-STATUS(WS-SESSION-SCAN) EQUAL 'T'
               ADD 1 TO WS-SKIP-LONG-COUNT
           ELSE IF SESSION-STATUS(WS-SESSION-SCAN) EQUAL 'E'
               ADD 1 TO WS-SKIP-EMPTY-COUNT
           END-IF.

           IF SESSION-STATUS(WS-SESSION-SCAN) NOT EQUAL 'R'
               EXIT PARAGRAPH
           END-IF.

           IF WS-FILTER-BY-PLAYER
                   AND SESSION-PLAYER(WS-SESSION-SCAN)
                   NOT EQUAL WS-PLAYER-FILTER
               EXIT PARAGRAPH
           END-IF.

           IF WS-OUTCOME-FILTER NOT EQUAL SPACE
                   AND SESSION-OUTCOME(WS-SESSION-SCAN)
                   NOT EQUAL WS-OUTCOME-FILTER
               EXIT PARAGRAPH
           END-IF.

           IF WS-LONGEST-LIMIT = 0
               MOVE 'Y' TO SESSION-PICK(WS-SESSION-SCAN)
               ADD 1 TO WS-PICKED-COUNT
           ELSE
               MOVE 'C' TO SESSION-PICK(WS-SESSION-SCAN)
           END-IF.

       PICK-LONGEST-CANDIDATE.
           MOVE 0 TO WS-SESSION-BEST.
           MOVE 1 TO WS-SESSION-SCAN.

           PERFORM UNTIL WS-SESSION-SCAN > WS-SESSION-TOTAL
               IF SESSION-PICK(WS-SESSION-SCAN) EQUAL 'C'
                   IF WS-SESSION-BEST = 0
                       MOVE WS-SESSION-SCAN TO WS-SESSION-BEST
                   ELSE IF SESSION-TURNS(WS-SESSION-SCAN) >
                           SESSION-TURNS(WS-SESSION-BEST)
                       MOVE WS-SESSION-SCAN TO WS-SESSION-BEST
                   END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-SESSION-SCAN
           END-PERFORM.

           IF WS-SESSION-BEST > 0
               MOVE 'Y' TO SESSION-PICK(WS-SESSION-BEST)
               ADD 1 TO WS-PICKED-COUNT
           END-IF.

      *One chosen session out to disk, unless the suite already
      *runs the very same script.
       WRITE-HARVESTED-SCRIPT.
           PERFORM DESCRIBE-CURRENT-SESSION.

           PERFORM CHECK-SUITE-FOR-TWIN.

           IF WS-DUPLICATE
               ADD 1 TO WS-DUPLICATE-COUNT
               DISPLAY "Session " FUNCTION TRIM(WS-DISPLAY-NUMBER)
                       " (" FUNCTION TRIM(WS-DISPLAY-PLAYER)
                       ") is already in the suite as "
                       FUNCTION TRIM(WS-MANIFEST-SCRIPT) "."
               EXIT PARAGRAPH
           END-IF.

           PERFORM PICK-SCRIPT-FILENAME.

           IF NOT WS-FILE-FREE
               DISPLAY "No free harvest-" WS-RUN-DATE
                       "-NN.txt name left for session "
                       FUNCTION TRIM(WS-DISPLAY-NUMBER)
                       "; harvest again tomorrow."
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT SCRIPT-FILE.

           IF WS-SCRIPT-FILE-STATUS NOT EQUAL "00"
               DISPLAY "Cannot write "
                       FUNCTION TRIM(WS-SCRIPT-FILENAME) "."
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-SCRIPT-INDEX.
           PERFORM UNTIL WS-SCRIPT-INDEX > WS-SCRIPT-COUNT
               MOVE SCRIPT-LINE(WS-SCRIPT-INDEX) TO SCRIPT-RECORD
               WRITE SCRIPT-RECORD
               ADD 1 TO WS-SCRIPT-INDEX
           END-PERFORM.

           CLOSE SCRIPT-FILE.

      *    The expected transcript starts empty: the suite fails it
      *    until it is blessed, so nothing passes unreviewed.
           OPEN OUTPUT EXPECTED-FILE.
           CLOSE EXPECTED-FILE.

           OPEN EXTEND MANIFEST-FILE.

           IF WS-MANIFEST-FILE-STATUS NOT EQUAL "00"
               OPEN OUTPUT MANIFEST-FILE
           END-IF.

           MOVE SPACES TO WS-MANIFEST-BUILD.
           STRING FUNCTION TRIM(WS-SCRIPT-FILENAME) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EXPECTED-FILENAME)
                   DELIMITED BY SIZE
               INTO WS-MANIFEST-BUILD.
           MOVE WS-MANIFEST-BUILD TO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.

           CLOSE MANIFEST-FILE.

           ADD 1 TO WS-HARVEST-COUNT.

           MOVE WS-CURRENT-TURNS TO WS-DISPLAY-NUMBER-2.
           DISPLAY "Session " FUNCTION TRIM(WS-DISPLAY-NUMBER)
                   " (" FUNCTION TRIM(WS-DISPLAY-PLAYER) ", "
                   FUNCTION TRIM(WS-DISPLAY-NUMBER-2) " turns, "
                   FUNCTION TRIM(WS-DISPLAY-OUTCOME) ") -> "
                   FUNCTION TRIM(WS-SCRIPT-FILENAME).

       DESCRIBE-CURRENT-SESSION.
           MOVE WS-SESSION-NUMBER TO WS-DISPLAY-NUMBER.

           IF WS-CURRENT-PLAYER EQUAL SPACES
               MOVE "(shared)" TO WS-DISPLAY-PLAYER
           ELSE
               MOVE WS-CURRENT-PLAYER TO WS-DISPLAY-PLAYER
           END-IF.

           IF WS-CURRENT-OUTCOME EQUAL 'G'
               MOVE "game over" TO WS-DISPLAY-OUTCOME
           ELSE IF WS-CURRENT-OUTCOME EQUAL 'E'
               MOVE "ending" TO WS-DISPLAY-OUTCOME
           ELSE
               MOVE "unfinished" TO WS-DISPLAY-OUTCOME
           END-IF.

      *The suite's own scripts, each compared line for line with
      *the one just rebuilt.
       CHECK-SUITE-FOR-TWIN.
           SET WS-DUPLICATE TO FALSE.
           MOVE 'N' TO WS-EOF-MANIFEST-FLAG.

           OPEN INPUT MANIFEST-FILE.

           IF WS-MANIFEST-FILE-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF-MANIFEST-REACHED OR WS-DUPLICATE
               READ MANIFEST-FILE
                   AT END
                       SET EOF-MANIFEST-REACHED TO TRUE
                   NOT AT END
                       PERFORM COMPARE-MANIFEST-SCRIPT
               END-READ
           END-PERFORM.

           CLOSE MANIFEST-FILE.

       COMPARE-MANIFEST-SCRIPT.
           MOVE SPACES TO WS-MANIFEST-SCRIPT.
           MOVE SPACES TO WS-MANIFEST-EXPECTED.
           UNSTRING MANIFEST-RECORD DELIMITED BY ";"
               INTO WS-MANIFEST-SCRIPT WS-MANIFEST-EXPECTED
           END-UNSTRING.

           IF WS-MANIFEST-SCRIPT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(WS-MANIFEST-SCRIPT)
               TO WS-SCRIPT-FILENAME.
           MOVE 'N' TO WS-EOF-SCRIPT-FLAG.

           OPEN INPUT SCRIPT-FILE.

           IF WS-SCRIPT-FILE-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.

           SET WS-SAME-SCRIPT TO TRUE.
           MOVE 0 TO WS-SCRIPT-INDEX.

           PERFORM UNTIL EOF-SCRIPT-REACHED OR NOT WS-SAME-SCRIPT
               READ SCRIPT-FILE
                   AT END
                       SET EOF-SCRIPT-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SCRIPT-INDEX
                       IF WS-SCRIPT-INDEX > WS-SCRIPT-COUNT
                           SET WS-SAME-SCRIPT TO FALSE
                       ELSE IF SCRIPT-RECORD NOT EQUAL
                               SCRIPT-LINE(WS-SCRIPT-INDEX)
                           SET WS-SAME-SCRIPT TO FALSE
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SCRIPT-FILE.

           IF WS-SAME-SCRIPT AND WS-SCRIPT-INDEX = WS-SCRIPT-COUNT
               SET WS-DUPLICATE TO TRUE
           END-IF.

      *harvest-YYYYMMDD-NN.txt with the lowest NN not yet on disk,
      *so a second harvest the same day never overwrites the first.
       PICK-SCRIPT-FILENAME.
           SET WS-FILE-FREE TO FALSE.
           MOVE 0 TO WS-FILE-SEQUENCE.

           PERFORM UNTIL WS-FILE-FREE OR WS-FILE-SEQUENCE = 99
               ADD 1 TO WS-FILE-SEQUENCE
               MOVE WS-FILE-SEQUENCE TO WS-DISPLAY-SEQUENCE
               MOVE SPACES TO WS-SCRIPT-FILENAME
               STRING "harvest-" DELIMITED BY SIZE
                       WS-RUN-DATE DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-DISPLAY-SEQUENCE DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                   INTO WS-SCRIPT-FILENAME
               OPEN INPUT SCRIPT-FILE
               IF WS-SCRIPT-FILE-STATUS EQUAL "00"
                   CLOSE SCRIPT-FILE
               ELSE
                   SET WS-FILE-FREE TO TRUE
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-EXPECTED-FILENAME.
           STRING "harvest-" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-DISPLAY-SEQUENCE DELIMITED BY SIZE
                   ".expected" DELIMITED BY SIZE
               INTO WS-EXPECTED-FILENAME.

       DISPLAY-HARVEST-SUMMARY.
           DISPLAY " ".

           MOVE WS-SESSION-TOTAL TO WS-DISPLAY-NUMBER.
           DISPLAY FUNCTION TRIM(WS-DISPLAY-NUMBER)
                   " session(s) in session.log.".

           IF WS-SKIP-MENU-COUNT > 0
               MOVE WS-SKIP-MENU-COUNT TO WS-DISPLAY-NUMBER
               DISPLAY "  " FUNCTION TRIM(WS-DISPLAY-NUMBER)
                       " skipped: began from a saved game or the "
                       "checkpoint."
           END-IF.

           IF WS-SKIP-FIGHT-COUNT > 0
               MOVE WS-SKIP-FIGHT-COUNT TO WS-DISPLAY-NUMBER
               DISPLAY "  " FUNCTION TRIM(WS-DISPLAY-NUMBER)
                       " skipped: fought (random rolls and unlogged "
                       "round choices)."
           END-IF.

           IF WS-SKIP-WORLD-COUNT > 0
               MOVE WS-SKIP-WORLD-COUNT TO WS-DISPLAY-NUMBER
               DISPLAY "  " FUNCTION TRIM(WS-DISPLAY-NUMBER)
                       " skipped: visited scenes the current world "
                       "does not have."
           END-IF.

           IF WS-SKIP-LONG-COUNT > 0
               MOVE WS-SKIP-LONG-COUNT TO WS-DISPLAY-NUMBER
               DISPLAY "  " FUNCTION TRIM(WS-DISPLAY-NUMBER)
                       " skipped: too long for one script."
           END-IF.

           IF WS-SKIP-EMPTY-COUNT > 0
               MOVE WS-SKIP-EMPTY-COUNT TO WS-DISPLAY-NUMBER
               DISPLAY "  " FUNCTION TRIM(WS-DISPLAY-NUMBER)
                       " skipped: no turns played."
           END-IF.

           IF WS-SESSION-TOTAL >= 1000
               DISPLAY "  Only the first 1000 sessions were "
                       "considered; rotate the log with LOG-ARCHIVE."
           END-IF.

           MOVE WS-PICKED-COUNT TO WS-DISPLAY-NUMBER.
           DISPLAY FUNCTION TRIM(WS-DISPLAY-NUMBER)
                   " session(s) matched the selection.".

           IF WS-DUPLICATE-COUNT > 0
               MOVE WS-DUPLICATE-COUNT TO WS-DISPLAY-NUMBER
               DISPLAY FUNCTION TRIM(WS-DISPLAY-NUMBER)
                       " already in replay-suite.txt."
           END-IF.

           MOVE WS-HARVEST-COUNT TO WS-DISPLAY-NUMBER.
           DISPLAY FUNCTION TRIM(WS-DISPLAY-NUMBER)
                   " script(s) added to replay-suite.txt.".

           IF WS-HARVEST-COUNT > 0
               DISPLAY "Run ""replay-suite bless"" to record their "
                       "expected transcripts, then review them."
           END-IF.
