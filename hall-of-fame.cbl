       IDENTIFICATION DIVISION.
       PROGRAM-ID. HALL-OF-FAME.

      *Weekly hall-of-fame leaderboard for the notice board.
      *SHOW-PROFILE-SUMMARY only ever shows a player their own
      *PROFILE-<name>.DAT, and SESSION-REPORT counts turns and
      *visits from the log; this program reads ROSTER.DAT and every
      *roster player's profile and ranks them on what they have
      *actually achieved:
      *  1. distinct endings discovered, out of the endings in the
      *     current world,
      *  2. achievements earned,
      *  3. playthroughs,
      *  4. fewest deaths per playthrough.
      *Each key only breaks ties left by the ones before it, and
      *players level on all four share a rank. The current world
      *is world.dat when it is an intact compiled release, the loose
      *chapter files (chapters.txt, or dialogue.txt alone) when it
      *is not - the same choice the engine makes at startup - and
      *its endings are found by the engine's own rule: a scene
      *whose action list is NONE looping back to itself, other than
      *the chapter's game-over scene. Endings nobody on the roster
      *has found yet are listed under the board, as are endings
      *still held on profiles that the current world no longer has.
      *The shared PROFILE.DAT is shown on its own line and is not
      *ranked, and its endings do not count as found.
      *
      *Usage: hall-of-fame [report-file]
      *  report-file defaults to hall-of-fame.txt.

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

           SELECT ROSTER-FILE ASSIGN TO 'ROSTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ROSTER-FILE-STATUS.

           SELECT PROFILE-FILE ASSIGN TO WS-PROFILE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROFILE-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

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

       FD ROSTER-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ROSTER-RECORD.
       01 ROSTER-RECORD            PIC X(100).

       FD PROFILE-FILE
           RECORD CONTAINS 500 CHARACTERS
           DATA RECORD IS PROFILE-RECORD.
       01 PROFILE-RECORD           PIC X(500).

       FD REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-RECORD.
       01 REPORT-RECORD            PIC X(132).

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
       01 WS-EOF-ROSTER-FLAG       PIC X(1) VALUE 'N'.
           88 EOF-ROSTER-REACHED            VALUE 'Y'.
       01 WS-ROSTER-FILE-STATUS    PIC X(2) VALUE '00'.
       01 WS-EOF-PROFILE-FLAG      PIC X(1) VALUE 'N'.
           88 EOF-PROFILE-REACHED           VALUE 'Y'.
       01 WS-PROFILE-FILE-STATUS   PIC X(2) VALUE '00'.
       01 WS-PROFILE-FILENAME      PIC X(40) VALUE 'PROFILE.DAT'.
       01 WS-REPORT-FILE-STATUS    PIC X(2) VALUE '00'.
       01 WS-REPORT-FILENAME       PIC X(40)
                                   VALUE 'hall-of-fame.txt'.
       01 WS-COMMAND-ARGS          PIC X(80) VALUE SPACES.

      *Where the current world came from, for the report heading.
       01 WS-WORLD-SOURCE          PIC X(60) VALUE SPACES.
       01 WS-WORLD-STAMP           PIC X(14) VALUE SPACES.
       01 WS-WORLD-BAD-FLAG        PIC X(1) VALUE 'N'.
       01 WS-WORLD-LOADED-FLAG     PIC X(1) VALUE 'N'.
       01 WS-WORLD-KEYWORD         PIC X(10) VALUE SPACES.
       01 WS-WORLD-NUM-TOKEN       PIC X(10) VALUE SPACES.
       01 WS-WORLD-NUM2-TOKEN      PIC X(10) VALUE SPACES.
       01 WS-WORLD-CHAPTER-COUNT   PIC 9(2) VALUE 0.
       01 WS-WORLD-RAW-COUNT       PIC 9(3) VALUE 0.
       01 WS-WORLD-LINE-INDEX      PIC 9(3) VALUE 0.

       01 CHAPTER-TABLE.
           02 CHAPTER-FILENAME     PIC X(30) OCCURS 20 TIMES.
       01 WS-CHAPTER-COUNT         PIC 9(2) VALUE 0.

      *One chapter's logical entries at a time, the way the engine's
      *DIALOGUE table holds them: continuation lines take no index
      *and are not needed to find an ending, so they are dropped.
       01 WS-CHAPTER-ENTRIES.
           02 WS-CHAPTER-ENTRY     PIC X(500) OCCURS 500 TIMES.
       01 WS-ENTRY-COUNT           PIC 9(3) VALUE 0.
       01 WS-CURRENT-CHAPTER       PIC 9(2) VALUE 0.
       01 WS-SCAN-ENTRY            PIC 9(3) VALUE 1.
       01 WS-ACTION-TOKEN-1        PIC X(500) VALUE SPACES.
       01 WS-ACTION-TOKEN-2        PIC X(500) VALUE SPACES.
       01 WS-TARGET-CH-TOKEN       PIC X(10) VALUE SPACES.
       01 WS-TARGET-IDX-TOKEN      PIC X(10) VALUE SPACES.
       01 WS-ENDING-HERE-FLAG      PIC X(1) VALUE 'N'.
           88 WS-ENDING-HERE                VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

      *Every ending in the current world, in chapter and scene
      *order, with the opening of its story text and how many
      *roster players have found it.
       01 ENDING-TABLE.
           02 ENDING-ROW OCCURS 200 TIMES.
               03 ENDING-TOKEN     PIC X(8).
               03 ENDING-TEXT      PIC X(60).
               03 ENDING-FINDERS   PIC 9(2).
       01 WS-ENDING-COUNT          PIC 9(3) VALUE 0.
       01 WS-ENDING-SCAN           PIC 9(3) VALUE 1.
       01 WS-ENDING-AT             PIC 9(3) VALUE 0.
       01 WS-UNFOUND-COUNT         PIC 9(3) VALUE 0.
       01 WS-CHAPTER-DISPLAY       PIC Z9.
       01 WS-INDEX-DISPLAY         PIC ZZZZ9.

      *Endings held on roster profiles that the current world no
      *longer has - a scene renumbered or removed since the player
      *found it. They are listed but never counted.
       01 STALE-TABLE.
           02 STALE-ROW OCCURS 100 TIMES.
               03 STALE-TOKEN      PIC X(8).
               03 STALE-HOLDERS    PIC 9(2).
       01 WS-STALE-COUNT           PIC 9(3) VALUE 0.

      *Rows 1 to 10 are the roster in joining order; row 11 is the
      *shared PROFILE.DAT. The sort key packs the four ranking keys
      *into one number, most significant first: endings found,
      *achievements, playthroughs, then 99999 less the deaths per
      *playthrough in hundredths, so fewer deaths sort higher. A
      *player with no playthroughs gets the worst death figure.
       01 PLAYER-TABLE.
           02 PLAYER-ROW OCCURS 11 TIMES.
               03 PLAYER-NAME      PIC X(12).
               03 PLAYER-PRESENT-FLAG
                                   PIC X(1).
               03 PLAYER-PLAYTHROUGHS
                                   PIC 9(5).
               03 PLAYER-DEATHS    PIC 9(5).
               03 PLAYER-ACHIEVEMENT-COUNT
                                   PIC 9(2).
               03 PLAYER-ACHIEVEMENTS
                                   PIC X(150).
               03 PLAYER-ENDINGS-FOUND
                                   PIC 9(3).
               03 PLAYER-DEATH-RATE
                                   PIC 9(3)V99.
               03 PLAYER-SORT-KEY  PIC 9(15).
               03 PLAYER-RANK      PIC 9(2).
       01 WS-ROSTER-COUNT          PIC 9(2) VALUE 0.
       01 WS-PLAYER-AT             PIC 9(2) VALUE 0.
       01 WS-SHARED-ROW            PIC 9(2) VALUE 11.
       01 WS-PLAYER-NAME           PIC X(12) VALUE SPACES.

      *The ranked order, as row numbers into PLAYER-TABLE.
       01 ORDER-TABLE.
           02 ORDER-ROW            PIC 9(2) OCCURS 10 TIMES.
       01 WS-ORDER-COUNT           PIC 9(2) VALUE 0.
       01 WS-ORDER-AT              PIC 9(2) VALUE 0.
       01 WS-ORDER-SCAN            PIC 9(2) VALUE 0.
       01 WS-ORDER-BEST            PIC 9(2) VALUE 0.
       01 WS-ORDER-SWAP            PIC 9(2) VALUE 0.
       01 WS-RANKED-COUNT          PIC 9(2) VALUE 0.
       01 WS-KEY-DEATHS            PIC 9(5) VALUE 0.

      *One profile's parse, as the engine's LOAD-PROFILE-LINE does
      *it, except that every achievement name is kept and counted
      *rather than only the two the engine knows.
       01 WS-PROFILE-LINE-NO       PIC 9(2) VALUE 0.
       01 WS-PROFILE-POINTER       PIC 9(3) VALUE 1.
       01 WS-PROFILE-TOKEN         PIC X(12) VALUE SPACES.
       01 WS-SEEN-TOKENS.
           02 WS-SEEN-TOKEN        PIC X(12) OCCURS 50 TIMES.
       01 WS-SEEN-COUNT            PIC 9(2) VALUE 0.
       01 WS-TOKEN-SCAN            PIC 9(3) VALUE 1.
       01 WS-TOKEN-FOUND-FLAG      PIC X(1) VALUE 'N'.
           88 WS-TOKEN-FOUND                VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-ACHIEVEMENT-POINTER   PIC 9(3) VALUE 1.

      *Printed lines. The board line is laid out in columns under
      *its heading; everything else is built free-form.
       01 WS-REPORT-BUILD          PIC X(132) VALUE SPACES.
       01 WS-BOARD-LINE.
           02 WS-BOARD-RANK        PIC X(4).
           02 FILLER               PIC X(2) VALUE SPACES.
           02 WS-BOARD-NAME        PIC X(12).
           02 FILLER               PIC X(2) VALUE SPACES.
           02 WS-BOARD-FOUND       PIC ZZ9.
           02 FILLER               PIC X(4) VALUE ' of '.
           02 WS-BOARD-TOTAL       PIC ZZ9.
           02 FILLER               PIC X(2) VALUE SPACES.
           02 WS-BOARD-ACHIEVEMENTS
                                   PIC ZZZZ9.
           02 FILLER               PIC X(2) VALUE SPACES.
           02 WS-BOARD-PLAYS       PIC ZZZZ9.
           02 FILLER               PIC X(2) VALUE SPACES.
           02 WS-BOARD-DEATHS      PIC ZZZZ9.
           02 FILLER               PIC X(2) VALUE SPACES.
           02 WS-BOARD-RATE        PIC X(7).
           02 FILLER               PIC X(2) VALUE SPACES.
           02 WS-BOARD-NAMES       PIC X(70).
       01 WS-RATE-DISPLAY          PIC ZZ9.99.
       01 WS-RUN-DATE              PIC X(8) VALUE SPACES.
       01 WS-DISPLAY-NUMBER        PIC ZZZZ9.
       01 WS-DISPLAY-NUMBER-2      PIC ZZZZ9.
       01 WS-RANK-DISPLAY          PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Hall of fame".
           DISPLAY "============".
           DISPLAY " ".

           PERFORM PARSE-COMMAND-ARGS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           PERFORM LOAD-CURRENT-WORLD.

           IF WS-ENDING-COUNT = 0
               DISPLAY "Warning: the current world has no endings; "
                       "every player will show 0 of 0."
           END-IF.

           PERFORM LOAD-ROSTER.
           PERFORM LOAD-ALL-PROFILES.
           PERFORM RANK-PLAYERS.

           OPEN OUTPUT REPORT-FILE.

           IF WS-REPORT-FILE-STATUS NOT EQUAL "00"
               DISPLAY "Cannot write "
                       FUNCTION TRIM(WS-REPORT-FILENAME) "."
               STOP RUN
           END-IF.

           PERFORM WRITE-REPORT-HEADING.
           PERFORM WRITE-LEADERBOARD.
           PERFORM WRITE-SHARED-PROFILE.
           PERFORM WRITE-UNFOUND-ENDINGS.
           PERFORM WRITE-STALE-ENDINGS.

           CLOSE REPORT-FILE.

           MOVE WS-RANKED-COUNT TO WS-DISPLAY-NUMBER.
           MOVE WS-ENDING-COUNT TO WS-DISPLAY-NUMBER-2.
           DISPLAY FUNCTION TRIM(WS-DISPLAY-NUMBER)
                   " player(s) ranked against "
                   FUNCTION TRIM(WS-DISPLAY-NUMBER-2)
                   " ending(s) in " FUNCTION TRIM(WS-WORLD-SOURCE)
                   ".".
           MOVE WS-UNFOUND-COUNT TO WS-DISPLAY-NUMBER.
           DISPLAY FUNCTION TRIM(WS-DISPLAY-NUMBER)
                   " ending(s) not yet found by anyone on the "
                   "roster.".
           DISPLAY "Leaderboard written to "
                   FUNCTION TRIM(WS-REPORT-FILENAME) ".".

           STOP RUN.

       PARSE-COMMAND-ARGS.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.

           IF WS-COMMAND-ARGS NOT EQUAL SPACES
               MOVE FUNCTION TRIM(WS-COMMAND-ARGS)
                   TO WS-REPORT-FILENAME
           END-IF.

      *The engine plays from world.dat whenever it is an intact
      *compiled release and from the loose chapter files otherwise,
      *so the endings are counted from the same place.
       LOAD-CURRENT-WORLD.
           PERFORM LOAD-WORLD-RELEASE.

           IF WS-WORLD-LOADED-FLAG EQUAL 'Y'
               STRING "world.dat (stamp " DELIMITED BY SIZE
                       WS-WORLD-STAMP DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                   INTO WS-WORLD-SOURCE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ENDING-COUNT.
           PERFORM LOAD-CHAPTER-MANIFEST.

           MOVE 1 TO WS-CURRENT-CHAPTER.
           PERFORM UNTIL WS-CURRENT-CHAPTER > WS-CHAPTER-COUNT
               PERFORM LOAD-LOOSE-CHAPTER
               PERFORM FIND-CHAPTER-ENDINGS
               ADD 1 TO WS-CURRENT-CHAPTER
           END-PERFORM.

           IF WS-CHAPTER-COUNT = 1
                   AND CHAPTER-FILENAME(1) EQUAL 'dialogue.txt'
               MOVE "dialogue.txt" TO WS-WORLD-SOURCE
           ELSE
               MOVE "the chapter files in chapters.txt"
                   TO WS-WORLD-SOURCE
           END-IF.

       LOAD-WORLD-RELEASE.
           MOVE 'N' TO WS-WORLD-LOADED-FLAG.
           MOVE 'N' TO WS-WORLD-BAD-FLAG.
           MOVE 'N' TO WS-EOF-WORLD-FLAG.
           MOVE 0 TO WS-ENDING-COUNT.

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

           MOVE WORLD-RECORD(10:14) TO WS-WORLD-STAMP.

           PERFORM LOAD-RELEASE-CHAPTERS.

           CLOSE WORLD-FILE.

           IF WS-WORLD-BAD-FLAG EQUAL 'Y'
               DISPLAY "world.dat is damaged or truncated; using the "
                       "chapter files."
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

           COMPUTE WS-WORLD-CHAPTER-COUNT =
               FUNCTION NUMVAL(WS-WORLD-NUM-TOKEN).

           IF WS-WORLD-CHAPTER-COUNT < 1
                   OR WS-WORLD-CHAPTER-COUNT > 20
               MOVE 'Y' TO WS-WORLD-BAD-FLAG
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-CURRENT-CHAPTER.
           PERFORM UNTIL WS-CURRENT-CHAPTER > WS-WORLD-CHAPTER-COUNT
                   OR WS-WORLD-BAD-FLAG EQUAL 'Y'
               PERFORM LOAD-ONE-RELEASE-CHAPTER
               IF WS-WORLD-BAD-FLAG EQUAL 'N'
                   PERFORM FIND-CHAPTER-ENDINGS
               END-IF
               ADD 1 TO WS-CURRENT-CHAPTER
           END-PERFORM.

       LOAD-ONE-RELEASE-CHAPTER.
           MOVE 0 TO WS-ENTRY-COUNT.

           PERFORM READ-ONE-WORLD-LINE.
           IF WS-WORLD-BAD-FLAG EQUAL 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-WORLD-KEYWORD.
           MOVE SPACES TO WS-WORLD-NUM-TOKEN.
           MOVE SPACES TO WS-WORLD-NUM2-TOKEN.
           UNSTRING WORLD-RECORD DELIMITED BY ALL " "
               INTO WS-WORLD-KEYWORD WS-WORLD-NUM-TOKEN
                   WS-WORLD-NUM2-TOKEN
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

           MOVE 1 TO WS-WORLD-LINE-INDEX.
           PERFORM UNTIL WS-WORLD-LINE-INDEX > WS-WORLD-RAW-COUNT
                   OR WS-WORLD-BAD-FLAG EQUAL 'Y'
               PERFORM READ-ONE-WORLD-LINE
               IF WS-WORLD-BAD-FLAG EQUAL 'N'
                   IF WORLD-RECORD(1:1) NOT EQUAL "+"
                           AND WS-ENTRY-COUNT < 500
                       ADD 1 TO WS-ENTRY-COUNT
                       MOVE WORLD-RECORD
                           TO WS-CHAPTER-ENTRY(WS-ENTRY-COUNT)
                   END-IF
                   ADD 1 TO WS-WORLD-LINE-INDEX
               END-IF
           END-PERFORM.

      *Without a manifest the world is the single dialogue.txt,
      *exactly as the engine treats it.
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
           MOVE 0 TO WS-ENTRY-COUNT.
           MOVE CHAPTER-FILENAME(WS-CURRENT-CHAPTER)
               TO WS-DIALOGUE-FILENAME.
           MOVE 'N' TO WS-EOF-DIALOGUE-FLAG.

           OPEN INPUT DIALOGUE-FILE.

           IF WS-DIALOGUE-FILE-STATUS NOT EQUAL "00"
               DISPLAY "Chapter file "
                       FUNCTION TRIM(WS-DIALOGUE-FILENAME)
                       " is missing or unreadable; its endings are "
                       "not counted."
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF-DIALOGUE-REACHED
               READ DIALOGUE-FILE
                   AT END
                       SET EOF-DIALOGUE-REACHED TO TRUE
                   NOT AT END
                       IF DIALOGUE-RECORD(1:1) NOT EQUAL "+"
                               AND WS-ENTRY-COUNT < 500
                           ADD 1 TO WS-ENTRY-COUNT
                           MOVE DIALOGUE-RECORD
                               TO WS-CHAPTER-ENTRY(WS-ENTRY-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE DIALOGUE-FILE.

      *We walk the story lines of the chapter just loaded. Each
      *scene's action list sits on the line after it; a NONE whose
      *target is the scene itself - as a plain index or as its own
      *C<chapter>.<index> - is terminal, and every terminal scene
      *but the game-over one (entry count less one) is an ending,
      *recorded under the token RECORD-ENDING-REACHED writes to the
      *profile.
       FIND-CHAPTER-ENDINGS.
           MOVE 1 TO WS-SCAN-ENTRY.

           PERFORM UNTIL WS-SCAN-ENTRY >= WS-ENTRY-COUNT
               IF WS-SCAN-ENTRY NOT EQUAL WS-ENTRY-COUNT - 1
                   PERFORM CHECK-ENDING-ENTRY
                   IF WS-ENDING-HERE
                       PERFORM ADD-WORLD-ENDING
                   END-IF
               END-IF
               ADD 2 TO WS-SCAN-ENTRY
           END-PERFORM.

       CHECK-ENDING-ENTRY.
           SET WS-ENDING-HERE TO FALSE.
           MOVE SPACES TO WS-ACTION-TOKEN-1.
           MOVE SPACES TO WS-ACTION-TOKEN-2.

           UNSTRING WS-CHAPTER-ENTRY(WS-SCAN-ENTRY + 1)
               DELIMITED BY ";"
               INTO WS-ACTION-TOKEN-1 WS-ACTION-TOKEN-2
           END-UNSTRING.

           IF FUNCTION TRIM(WS-ACTION-TOKEN-1) NOT EQUAL "NONE"
               EXIT PARAGRAPH
           END-IF.

           IF WS-ACTION-TOKEN-2(1:1) EQUAL "C"
               MOVE SPACES TO WS-TARGET-CH-TOKEN
               MOVE SPACES TO WS-TARGET-IDX-TOKEN
               UNSTRING WS-ACTION-TOKEN-2(2:) DELIMITED BY "."
                   INTO WS-TARGET-CH-TOKEN WS-TARGET-IDX-TOKEN
               END-UNSTRING

               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       WS-TARGET-CH-TOKEN)) EQUAL 0
                   AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       WS-TARGET-IDX-TOKEN)) EQUAL 0
                   IF FUNCTION NUMVAL(WS-TARGET-CH-TOKEN) EQUAL
                           WS-CURRENT-CHAPTER
                       AND FUNCTION NUMVAL(WS-TARGET-IDX-TOKEN)
                           EQUAL WS-SCAN-ENTRY
                       SET WS-ENDING-HERE TO TRUE
                   END-IF
               END-IF
           ELSE
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       WS-ACTION-TOKEN-2)) EQUAL 0
                   AND FUNCTION NUMVAL(WS-ACTION-TOKEN-2) EQUAL
                       WS-SCAN-ENTRY
                   SET WS-ENDING-HERE TO TRUE
               END-IF
           END-IF.

       ADD-WORLD-ENDING.
           IF WS-ENDING-COUNT >= 200
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ENDING-COUNT.
           MOVE WS-CURRENT-CHAPTER TO WS-CHAPTER-DISPLAY.
           MOVE WS-SCAN-ENTRY TO WS-INDEX-DISPLAY.
           MOVE SPACES TO ENDING-TOKEN(WS-ENDING-COUNT).
           STRING "C" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CHAPTER-DISPLAY)
                   DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   FUNCTION TRIM(WS-INDEX-DISPLAY)
                   DELIMITED BY SIZE
               INTO ENDING-TOKEN(WS-ENDING-COUNT).
           MOVE WS-CHAPTER-ENTRY(WS-SCAN-ENTRY)
               TO ENDING-TEXT(WS-ENDING-COUNT).
           MOVE 0 TO ENDING-FINDERS(WS-ENDING-COUNT).

      *The roster as the engine's LOAD-ROSTER reads it: at most 10
      *non-blank names of up to 12 characters, in joining order.
       LOAD-ROSTER.
           MOVE SPACES TO PLAYER-TABLE.
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
                               TO PLAYER-NAME(WS-ROSTER-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ROSTER-FILE.

       LOAD-ALL-PROFILES.
           MOVE 1 TO WS-PLAYER-AT.
           PERFORM UNTIL WS-PLAYER-AT > WS-ROSTER-COUNT
               MOVE PLAYER-NAME(WS-PLAYER-AT) TO WS-PLAYER-NAME
               MOVE SPACES TO WS-PROFILE-FILENAME
               STRING "PROFILE-" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PLAYER-NAME)
                       DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                   INTO WS-PROFILE-FILENAME
               PERFORM LOAD-ONE-PROFILE
               ADD 1 TO WS-PLAYER-AT
           END-PERFORM.

           MOVE WS-SHARED-ROW TO WS-PLAYER-AT.
           MOVE "(shared)" TO PLAYER-NAME(WS-PLAYER-AT).
           MOVE 'PROFILE.DAT' TO WS-PROFILE-FILENAME.
           PERFORM LOAD-ONE-PROFILE.

       LOAD-ONE-PROFILE.
           MOVE 'N' TO PLAYER-PRESENT-FLAG(WS-PLAYER-AT).
           MOVE 0 TO PLAYER-PLAYTHROUGHS(WS-PLAYER-AT).
           MOVE 0 TO PLAYER-DEATHS(WS-PLAYER-AT).
           MOVE 0 TO PLAYER-ACHIEVEMENT-COUNT(WS-PLAYER-AT).
           MOVE SPACES TO PLAYER-ACHIEVEMENTS(WS-PLAYER-AT).
           MOVE 0 TO PLAYER-ENDINGS-FOUND(WS-PLAYER-AT).
           MOVE 0 TO PLAYER-DEATH-RATE(WS-PLAYER-AT).
           MOVE 0 TO PLAYER-SORT-KEY(WS-PLAYER-AT).
           MOVE 0 TO PLAYER-RANK(WS-PLAYER-AT).
           MOVE 'N' TO WS-EOF-PROFILE-FLAG.
           MOVE 0 TO WS-PROFILE-LINE-NO.

           OPEN INPUT PROFILE-FILE.

           IF WS-PROFILE-FILE-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO PLAYER-PRESENT-FLAG(WS-PLAYER-AT).

           PERFORM UNTIL EOF-PROFILE-REACHED
               READ PROFILE-FILE
                   AT END
                       SET EOF-PROFILE-REACHED TO TRUE
                   NOT AT END
                       PERFORM LOAD-PROFILE-LINE
               END-READ
           END-PERFORM.

           CLOSE PROFILE-FILE.

           PERFORM BUILD-SORT-KEY.

       LOAD-PROFILE-LINE.
           ADD 1 TO WS-PROFILE-LINE-NO.

           IF WS-PROFILE-LINE-NO = 1
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PROFILE-RECORD))
                       EQUAL 0
                   COMPUTE PLAYER-PLAYTHROUGHS(WS-PLAYER-AT) =
                       FUNCTION NUMVAL(PROFILE-RECORD)
               END-IF
           ELSE IF WS-PROFILE-LINE-NO = 2
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PROFILE-RECORD))
                       EQUAL 0
                   COMPUTE PLAYER-DEATHS(WS-PLAYER-AT) =
                       FUNCTION NUMVAL(PROFILE-RECORD)
               END-IF
           ELSE IF WS-PROFILE-LINE-NO = 3
               PERFORM PARSE-PROFILE-ACHIEVEMENTS
           ELSE IF WS-PROFILE-LINE-NO = 4
               PERFORM PARSE-PROFILE-ENDINGS
           END-IF.

      *Achievement names are counted once each and kept as text for
      *the board.
       PARSE-PROFILE-ACHIEVEMENTS.
           MOVE 1 TO WS-PROFILE-POINTER.
           MOVE 1 TO WS-ACHIEVEMENT-POINTER.
           MOVE 0 TO WS-SEEN-COUNT.

           PERFORM UNTIL WS-PROFILE-POINTER > 150
                   OR WS-SEEN-COUNT >= 50
               MOVE SPACES TO WS-PROFILE-TOKEN
               UNSTRING PROFILE-RECORD DELIMITED BY ALL " "
                   INTO WS-PROFILE-TOKEN
                   WITH POINTER WS-PROFILE-POINTER
               END-UNSTRING

               IF WS-PROFILE-TOKEN EQUAL SPACES
                   EXIT PERFORM
               END-IF

               PERFORM CHECK-SEEN-TOKEN
               IF NOT WS-TOKEN-FOUND
                   ADD 1 TO PLAYER-ACHIEVEMENT-COUNT(WS-PLAYER-AT)
                   STRING FUNCTION TRIM(WS-PROFILE-TOKEN)
                           DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                       INTO PLAYER-ACHIEVEMENTS(WS-PLAYER-AT)
                       WITH POINTER WS-ACHIEVEMENT-POINTER
                   END-STRING
               END-IF
           END-PERFORM.

      *Each distinct ending token counts once. One the current world
      *has is credited to the player and, for roster players, to the
      *ending's finders; one it does not have is filed as stale.
       PARSE-PROFILE-ENDINGS.
           MOVE 1 TO WS-PROFILE-POINTER.
           MOVE 0 TO WS-SEEN-COUNT.

           PERFORM UNTIL WS-PROFILE-POINTER > 500
                   OR WS-SEEN-COUNT >= 50
               MOVE SPACES TO WS-PROFILE-TOKEN
               UNSTRING PROFILE-RECORD DELIMITED BY ALL " "
                   INTO WS-PROFILE-TOKEN
                   WITH POINTER WS-PROFILE-POINTER
               END-UNSTRING

               IF WS-PROFILE-TOKEN EQUAL SPACES
                   EXIT PERFORM
               END-IF

               PERFORM CHECK-SEEN-TOKEN
               IF NOT WS-TOKEN-FOUND
                   PERFORM CREDIT-PROFILE-ENDING
               END-IF
           END-PERFORM.

       CHECK-SEEN-TOKEN.
           SET WS-TOKEN-FOUND TO FALSE.
           MOVE 1 TO WS-TOKEN-SCAN.

           PERFORM UNTIL WS-TOKEN-SCAN > WS-SEEN-COUNT
                   OR WS-TOKEN-FOUND
               IF WS-SEEN-TOKEN(WS-TOKEN-SCAN) EQUAL WS-PROFILE-TOKEN
                   SET WS-TOKEN-FOUND TO TRUE
               END-IF
               ADD 1 TO WS-TOKEN-SCAN
           END-PERFORM.

           IF NOT WS-TOKEN-FOUND
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-PROFILE-TOKEN TO WS-SEEN-TOKEN(WS-SEEN-COUNT)
           END-IF.

       CREDIT-PROFILE-ENDING.
           MOVE 0 TO WS-ENDING-AT.
           MOVE 1 TO WS-ENDING-SCAN.

           PERFORM UNTIL WS-ENDING-SCAN > WS-ENDING-COUNT
                   OR WS-ENDING-AT > 0
               IF ENDING-TOKEN(WS-ENDING-SCAN) EQUAL WS-PROFILE-TOKEN
                   MOVE WS-ENDING-SCAN TO WS-ENDING-AT
               END-IF
               ADD 1 TO WS-ENDING-SCAN
           END-PERFORM.

           IF WS-ENDING-AT > 0
               ADD 1 TO PLAYER-ENDINGS-FOUND(WS-PLAYER-AT)
               IF WS-PLAYER-AT NOT EQUAL WS-SHARED-ROW
                   ADD 1 TO ENDING-FINDERS(WS-ENDING-AT)
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF WS-PLAYER-AT EQUAL WS-SHARED-ROW
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ENDING-AT.
           MOVE 1 TO WS-ENDING-SCAN.

           PERFORM UNTIL WS-ENDING-SCAN > WS-STALE-COUNT
                   OR WS-ENDING-AT > 0
               IF STALE-TOKEN(WS-ENDING-SCAN) EQUAL WS-PROFILE-TOKEN
                   MOVE WS-ENDING-SCAN TO WS-ENDING-AT
               END-IF
               ADD 1 TO WS-ENDING-SCAN
           END-PERFORM.

           IF WS-ENDING-AT > 0
               ADD 1 TO STALE-HOLDERS(WS-ENDING-AT)
           ELSE IF WS-STALE-COUNT < 100
               ADD 1 TO WS-STALE-COUNT
               MOVE WS-PROFILE-TOKEN TO STALE-TOKEN(WS-STALE-COUNT)
               MOVE 1 TO STALE-HOLDERS(WS-STALE-COUNT)
           END-IF.

       BUILD-SORT-KEY.
           IF PLAYER-PLAYTHROUGHS(WS-PLAYER-AT) > 0
               COMPUTE PLAYER-DEATH-RATE(WS-PLAYER-AT) ROUNDED =
                   PLAYER-DEATHS(WS-PLAYER-AT) /
                   PLAYER-PLAYTHROUGHS(WS-PLAYER-AT)
                   ON SIZE ERROR
                       MOVE 999.99 TO PLAYER-DEATH-RATE(WS-PLAYER-AT)
               END-COMPUTE
               COMPUTE WS-KEY-DEATHS = 99999 -
                   PLAYER-DEATH-RATE(WS-PLAYER-AT) * 100
           ELSE
               MOVE 0 TO WS-KEY-DEATHS
           END-IF.

           COMPUTE PLAYER-SORT-KEY(WS-PLAYER-AT) =
               PLAYER-ENDINGS-FOUND(WS-PLAYER-AT) * 1000000000000
               + PLAYER-ACHIEVEMENT-COUNT(WS-PLAYER-AT) * 10000000000
               + PLAYER-PLAYTHROUGHS(WS-PLAYER-AT) * 100000
               + WS-KEY-DEATHS.

      *Roster players with a profile file are ordered by sort key,
      *highest first, with a plain selection sort over at most ten
      *rows; equal keys share the rank of the first of them.
       RANK-PLAYERS.
           MOVE 0 TO WS-ORDER-COUNT.
           MOVE 1 TO WS-PLAYER-AT.
           PERFORM UNTIL WS-PLAYER-AT > WS-ROSTER-COUNT
               IF PLAYER-PRESENT-FLAG(WS-PLAYER-AT) EQUAL 'Y'
                   ADD 1 TO WS-ORDER-COUNT
                   MOVE WS-PLAYER-AT TO ORDER-ROW(WS-ORDER-COUNT)
               END-IF
               ADD 1 TO WS-PLAYER-AT
           END-PERFORM.

           MOVE WS-ORDER-COUNT TO WS-RANKED-COUNT.

           MOVE 1 TO WS-ORDER-AT.
           PERFORM UNTIL WS-ORDER-AT > WS-ORDER-COUNT
               MOVE WS-ORDER-AT TO WS-ORDER-BEST
               COMPUTE WS-ORDER-SCAN = WS-ORDER-AT + 1
               PERFORM UNTIL WS-ORDER-SCAN > WS-ORDER-COUNT
                   IF PLAYER-SORT-KEY(ORDER-ROW(WS-ORDER-SCAN)) >
                           PLAYER-SORT-KEY(ORDER-ROW(WS-ORDER-BEST))
                       MOVE WS-ORDER-SCAN TO WS-ORDER-BEST
                   END-IF
                   ADD 1 TO WS-ORDER-SCAN
               END-PERFORM

               MOVE ORDER-ROW(WS-ORDER-AT) TO WS-ORDER-SWAP
               MOVE ORDER-ROW(WS-ORDER-BEST) TO ORDER-ROW(WS-ORDER-AT)
               MOVE WS-ORDER-SWAP TO ORDER-ROW(WS-ORDER-BEST)

               IF WS-ORDER-AT > 1
                   AND PLAYER-SORT-KEY(ORDER-ROW(WS-ORDER-AT)) EQUAL
                       PLAYER-SORT-KEY(ORDER-ROW(WS-ORDER-AT - 1))
                   MOVE PLAYER-RANK(ORDER-ROW(WS-ORDER-AT - 1))
                       TO PLAYER-RANK(ORDER-ROW(WS-ORDER-AT))
               ELSE
                   MOVE WS-ORDER-AT TO PLAYER-RANK(ORDER-ROW(
                       WS-ORDER-AT))
               END-IF

               ADD 1 TO WS-ORDER-AT
           END-PERFORM.

       WRITE-REPORT-HEADING.
           MOVE "Hall of fame" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "============" TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO WS-REPORT-BUILD.
           STRING "Week of " DELIMITED BY SIZE
                   WS-RUN-DATE(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-RUN-DATE(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-RUN-DATE(7:2) DELIMITED BY SIZE
               INTO WS-REPORT-BUILD.
           MOVE WS-REPORT-BUILD TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE WS-ENDING-COUNT TO WS-DISPLAY-NUMBER.
           MOVE SPACES TO WS-REPORT-BUILD.
           STRING "Current world: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-WORLD-SOURCE) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DISPLAY-NUMBER)
                   DELIMITED BY SIZE
                   " ending(s) to find." DELIMITED BY SIZE
               INTO WS-REPORT-BUILD.
           MOVE WS-REPORT-BUILD TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO WS-REPORT-BUILD.
           STRING "Ranked on endings found, then achievements, "
                   DELIMITED BY SIZE
                   "then playthroughs, then fewest deaths per "
                   DELIMITED BY SIZE
                   "playthrough." DELIMITED BY SIZE
               INTO WS-REPORT-BUILD.
           MOVE WS-REPORT-BUILD TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-LEADERBOARD.
           MOVE SPACES TO WS-REPORT-BUILD.
           STRING "Rank  Player        Endings      Achv  P"
                   DELIMITED BY SIZE
                   "lays Deaths Per play  Achievements"
                   DELIMITED BY SIZE
               INTO WS-REPORT-BUILD.
           MOVE WS-REPORT-BUILD TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO WS-REPORT-BUILD.
           STRING "----  ------------  ----------  -----  -"
                   DELIMITED BY SIZE
                   "---- ------ --------  ------------"
                   DELIMITED BY SIZE
               INTO WS-REPORT-BUILD.
           MOVE WS-REPORT-BUILD TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 1 TO WS-ORDER-AT.
           PERFORM UNTIL WS-ORDER-AT > WS-ORDER-COUNT
               MOVE ORDER-ROW(WS-ORDER-AT) TO WS-PLAYER-AT
               MOVE PLAYER-RANK(WS-PLAYER-AT) TO WS-RANK-DISPLAY
               MOVE SPACES TO WS-BOARD-RANK
               MOVE WS-RANK-DISPLAY TO WS-BOARD-RANK(1:3)
               PERFORM WRITE-BOARD-LINE
               ADD 1 TO WS-ORDER-AT
           END-PERFORM.

           IF WS-ROSTER-COUNT = 0
               MOVE "  (no players on the roster)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

      *    Roster players who have never finished a session have no
      *    profile file yet and are listed below the ranked ones.
           MOVE 1 TO WS-PLAYER-AT.
           PERFORM UNTIL WS-PLAYER-AT > WS-ROSTER-COUNT
               IF PLAYER-PRESENT-FLAG(WS-PLAYER-AT) NOT EQUAL 'Y'
                   MOVE SPACES TO WS-REPORT-BUILD
                   STRING "  -   " DELIMITED BY SIZE
                           PLAYER-NAME(WS-PLAYER-AT)
                           DELIMITED BY SIZE
                           "  no profile file yet" DELIMITED BY SIZE
                       INTO WS-REPORT-BUILD
                   MOVE WS-REPORT-BUILD TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               ADD 1 TO WS-PLAYER-AT
           END-PERFORM.

       WRITE-BOARD-LINE.
           MOVE PLAYER-NAME(WS-PLAYER-AT) TO WS-BOARD-NAME.
           MOVE PLAYER-ENDINGS-FOUND(WS-PLAYER-AT) TO WS-BOARD-FOUND.
           MOVE WS-ENDING-COUNT TO WS-BOARD-TOTAL.
           MOVE PLAYER-ACHIEVEMENT-COUNT(WS-PLAYER-AT)
               TO WS-BOARD-ACHIEVEMENTS.
           MOVE PLAYER-PLAYTHROUGHS(WS-PLAYER-AT) TO WS-BOARD-PLAYS.
           MOVE PLAYER-DEATHS(WS-PLAYER-AT) TO WS-BOARD-DEATHS.

           IF PLAYER-PLAYTHROUGHS(WS-PLAYER-AT) > 0
               MOVE PLAYER-DEATH-RATE(WS-PLAYER-AT) TO WS-RATE-DISPLAY
               MOVE SPACES TO WS-BOARD-RATE
               MOVE WS-RATE-DISPLAY TO WS-BOARD-RATE(2:6)
           ELSE
               MOVE "      -" TO WS-BOARD-RATE
           END-IF.

           MOVE PLAYER-ACHIEVEMENTS(WS-PLAYER-AT) TO WS-BOARD-NAMES.

           MOVE WS-BOARD-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-SHARED-PROFILE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "Shared profile (PROFILE.DAT, not ranked)"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE WS-SHARED-ROW TO WS-PLAYER-AT.

           IF PLAYER-PRESENT-FLAG(WS-PLAYER-AT) NOT EQUAL 'Y'
               MOVE "  -   (shared)      no profile file yet"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           MOVE "  -" TO WS-BOARD-RANK.
           PERFORM WRITE-BOARD-LINE.

       WRITE-UNFOUND-ENDINGS.
           MOVE 0 TO WS-UNFOUND-COUNT.
           MOVE 1 TO WS-ENDING-SCAN.
           PERFORM UNTIL WS-ENDING-SCAN > WS-ENDING-COUNT
               IF ENDING-FINDERS(WS-ENDING-SCAN) = 0
                   ADD 1 TO WS-UNFOUND-COUNT
               END-IF
               ADD 1 TO WS-ENDING-SCAN
           END-PERFORM.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE WS-UNFOUND-COUNT TO WS-DISPLAY-NUMBER.
           MOVE WS-ENDING-COUNT TO WS-DISPLAY-NUMBER-2.
           MOVE SPACES TO WS-REPORT-BUILD.
           STRING "Endings nobody on the roster has found yet ("
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DISPLAY-NUMBER)
                   DELIMITED BY SIZE
                   " of " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DISPLAY-NUMBER-2)
                   DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
               INTO WS-REPORT-BUILD.
           MOVE WS-REPORT-BUILD TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           IF WS-UNFOUND-COUNT = 0
               MOVE "  (none - every ending has been found)"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-ENDING-SCAN.
           PERFORM UNTIL WS-ENDING-SCAN > WS-ENDING-COUNT
               IF ENDING-FINDERS(WS-ENDING-SCAN) = 0
                   MOVE SPACES TO WS-REPORT-BUILD
                   STRING "  " DELIMITED BY SIZE
                           ENDING-TOKEN(WS-ENDING-SCAN)
                           DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           ENDING-TEXT(WS-ENDING-SCAN)
                           DELIMITED BY SIZE
                       INTO WS-REPORT-BUILD
                   MOVE WS-REPORT-BUILD TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               ADD 1 TO WS-ENDING-SCAN
           END-PERFORM.

       WRITE-STALE-ENDINGS.
           IF WS-STALE-COUNT = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO WS-REPORT-BUILD.
           STRING "Endings on roster profiles that the current "
                   DELIMITED BY SIZE
                   "world no longer has (not counted)"
                   DELIMITED BY SIZE
               INTO WS-REPORT-BUILD.
           MOVE WS-REPORT-BUILD TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 1 TO WS-ENDING-SCAN.
           PERFORM UNTIL WS-ENDING-SCAN > WS-STALE-COUNT
               MOVE STALE-HOLDERS(WS-ENDING-SCAN) TO WS-DISPLAY-NUMBER
               MOVE SPACES TO WS-REPORT-BUILD
               STRING "  " DELIMITED BY SIZE
                       STALE-TOKEN(WS-ENDING-SCAN) DELIMITED BY SIZE
                       "  held by " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DISPLAY-NUMBER)
                       DELIMITED BY SIZE
                       " player(s)" DELIMITED BY SIZE
                   INTO WS-REPORT-BUILD
               MOVE WS-REPORT-BUILD TO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 1 TO WS-ENDING-SCAN
           END-PERFORM.
