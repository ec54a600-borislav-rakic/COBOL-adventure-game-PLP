       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORY-MAP.

      *Story map export for the writing team. The branching of a
      *chapter is otherwise only visible by reading its action lines
      *one by one; this program draws the whole compiled world as a
      *graph. The world is world.dat when it is an intact compiled
      *release and the loose chapter files (chapters.txt, or
      *dialogue.txt alone) when it is not - the same choice the
      *engine makes at startup. Two files are written:
      *  story-map.dot        a Graphviz graph description: one node
      *                       per scene, grouped by chapter, and one
      *                       edge per action (render it with, for
      *                       example, "dot -Tsvg story-map.dot").
      *  story-map-edges.txt  the same edges as a flat list, one per
      *                       line: from;to;kind;condition;jump;action
      *Scenes are named C<chapter>.<index>, the name session.log
      *and the save files use. An edge's kind is the action's: GO
      *(a plain move), NONE (the auto-advance), FIGHT, TAKE, SET,
      *USE, BUY or SELL, plus DEFEAT for the route every fight has
      *to its chapter's game-over scene. Its condition is the gate
      *on the target: REQUIRES:<item> or REQFLAG:<flag>, or for an
      *IFHAS/IFFLAG branch one edge per leg, IFHAS:<item>:held and
      *IFHAS:<item>:not-held (IFFLAG:<flag>:set and :not-set). A
      *C<n>.<i> target into another chapter is marked JUMP. The
      *self-loop of a terminal scene is not drawn; instead endings
      *are drawn as double octagons and each chapter's game-over
      *scene as a red octagon, by the engine's own rules.
      *
      *Usage: story-map [visits]
      *  visits  shades each scene by how often it has been visited,
      *          from the VISIT records in session-totals.dat.

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

      *SESSION-REPORT's running tallies; read here, never written.
           SELECT TOTALS-FILE ASSIGN TO 'session-totals.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TOTALS-FILE-STATUS.

           SELECT MAP-FILE ASSIGN TO 'story-map.dot'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.

           SELECT EDGE-FILE ASSIGN TO 'story-map-edges.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EDGE-FILE-STATUS.

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

       FD TOTALS-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS TOTALS-RECORD.
       01 TOTALS-RECORD            PIC X(100).

       FD MAP-FILE
           RECORD CONTAINS 300 CHARACTERS
           DATA RECORD IS MAP-RECORD.
       01 MAP-RECORD               PIC X(300).

       FD EDGE-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS EDGE-RECORD.
       01 EDGE-RECORD              PIC X(200).

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
       01 WS-EOF-TOTALS-FLAG       PIC X(1) VALUE 'N'.
           88 EOF-TOTALS-REACHED            VALUE 'Y'.
       01 WS-TOTALS-FILE-STATUS    PIC X(2) VALUE '00'.
       01 WS-MAP-FILE-STATUS       PIC X(2) VALUE '00'.
       01 WS-EOF-EDGE-FLAG         PIC X(1) VALUE 'N'.
           88 EOF-EDGE-REACHED              VALUE 'Y'.
       01 WS-EDGE-FILE-STATUS      PIC X(2) VALUE '00'.
       01 WS-COMMAND-ARGS          PIC X(80) VALUE SPACES.

       01 WS-SHADE-FLAG            PIC X(1) VALUE 'N'.
           88 SHADE-BY-VISITS               VALUE 'Y'.

      *Where the world came from, for the summary and the graph.
       01 WS-WORLD-SOURCE          PIC X(60) VALUE SPACES.
       01 WS-WORLD-STAMP           PIC X(14) VALUE SPACES.
       01 WS-WORLD-BAD-FLAG        PIC X(1) VALUE 'N'.
       01 WS-WORLD-LOADED-FLAG     PIC X(1) VALUE 'N'.
       01 WS-WORLD-KEYWORD         PIC X(10) VALUE SPACES.
       01 WS-WORLD-NUM-TOKEN       PIC X(10) VALUE SPACES.
       01 WS-WORLD-NUM2-TOKEN      PIC X(10) VALUE SPACES.
       01 WS-WORLD-NAME-TOKEN      PIC X(30) VALUE SPACES.
       01 WS-WORLD-RAW-COUNT       PIC 9(3) VALUE 0.
       01 WS-WORLD-LINE-INDEX      PIC 9(3) VALUE 0.

      *Every chapter's logical entries, the way the engine's
      *DIALOGUE table holds them: continuation lines take no index
      *and only add to the text, so they are not kept.
       01 CHAPTER-TABLE.
           02 CHAPTER-FILENAME     PIC X(30) OCCURS 20 TIMES.
       01 WS-CHAPTER-COUNT         PIC 9(2) VALUE 0.
       01 WORLD-TABLE.
           02 WORLD-CHAPTER OCCURS 20 TIMES.
               03 WORLD-ENTRY-COUNT
                                   PIC 9(3).
               03 WORLD-ENTRY      PIC X(500) OCCURS 500 TIMES.
       01 WS-CURRENT-CHAPTER       PIC 9(2) VALUE 0.
       01 WS-SCENE-INDEX           PIC 9(3) VALUE 0.
       01 WS-GAME-OVER-INDEX       PIC 9(3) VALUE 0.

       01 VISIT-TABLE.
           02 VISIT-ROW OCCURS 20 TIMES.
               03 VISIT-COUNT      PIC 9(5) OCCURS 500 TIMES.
       01 WS-VISIT-MAX             PIC 9(5) VALUE 0.
       01 WS-VISIT-SHADE           PIC 9(1) VALUE 0.
       01 WS-TOTALS-KEYWORD        PIC X(10) VALUE SPACES.
       01 WS-VISIT-TOTALS-LINE.
           02 FILLER               PIC X(6).
           02 WS-VT-CHAPTER        PIC 9(2).
           02 FILLER               PIC X(1).
           02 WS-VT-INDEX          PIC 9(3).
           02 FILLER               PIC X(1).
           02 WS-VT-COUNT          PIC 9(5).
       01 SHADE-COLOURS.
           02 FILLER               PIC X(6) VALUE 'grey90'.
           02 FILLER               PIC X(6) VALUE 'grey80'.
           02 FILLER               PIC X(6) VALUE 'grey70'.
           02 FILLER               PIC X(6) VALUE 'grey60'.
           02 FILLER               PIC X(6) VALUE 'grey50'.
       01 SHADE-TABLE REDEFINES SHADE-COLOURS.
           02 SHADE-COLOUR         PIC X(6) OCCURS 5 TIMES.

      *The scene being drawn, and its terminal-scene test, as the
      *engine's CHECK-TERMINAL-TARGET and HALL-OF-FAME read it.
       01 WS-ACTION-LINE           PIC X(500) VALUE SPACES.
       01 WS-ACTION-POINTER        PIC 9(3) VALUE 1.
       01 WS-ACTION-TOKEN          PIC X(100) VALUE SPACES.
       01 WS-TARGET-TOKEN          PIC X(100) VALUE SPACES.
       01 WS-TARGET-CH-TOKEN       PIC X(10) VALUE SPACES.
       01 WS-TARGET-IDX-TOKEN      PIC X(10) VALUE SPACES.
       01 WS-SELF-LOOP-FLAG        PIC X(1) VALUE 'N'.
           88 WS-SELF-LOOP                  VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-ENDING-HERE-FLAG      PIC X(1) VALUE 'N'.
           88 WS-ENDING-HERE                VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-GATE-TOKENS.
           02 WS-GATE-TOKEN        PIC X(20) OCCURS 4 TIMES.

      *One edge, as it goes into the flat list.
       01 WS-EDGE-KIND             PIC X(8) VALUE SPACES.
       01 WS-EDGE-TARGET           PIC X(20) VALUE SPACES.
       01 WS-EDGE-CONDITION        PIC X(40) VALUE SPACES.
       01 WS-EDGE-JUMP             PIC X(4) VALUE SPACES.
       01 WS-EDGE-FROM-NAME        PIC X(12) VALUE SPACES.
       01 WS-EDGE-TO-NAME          PIC X(12) VALUE SPACES.
       01 WS-EDGE-TO-CHAPTER       PIC 9(2) VALUE 0.
       01 WS-EDGE-TO-INDEX         PIC 9(3) VALUE 0.
       01 WS-EDGE-VALID-FLAG       PIC X(1) VALUE 'N'.
           88 WS-EDGE-VALID                 VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

      *One edge read back from the flat list for the graph.
       01 WS-READ-FROM             PIC X(12) VALUE SPACES.
       01 WS-READ-TO               PIC X(12) VALUE SPACES.
       01 WS-READ-KIND             PIC X(8) VALUE SPACES.
       01 WS-READ-CONDITION        PIC X(40) VALUE SPACES.
       01 WS-READ-JUMP             PIC X(4) VALUE SPACES.
       01 WS-READ-ACTION           PIC X(100) VALUE SPACES.
       01 WS-EDGE-COLOUR           PIC X(10) VALUE SPACES.
       01 WS-EDGE-STYLE            PIC X(10) VALUE SPACES.
       01 WS-EDGE-LINES            PIC 9(5) VALUE 0.

       01 WS-NODE-ID               PIC X(12) VALUE SPACES.
       01 WS-NODE-ID-2             PIC X(12) VALUE SPACES.
       01 WS-LABEL-TEXT            PIC X(60) VALUE SPACES.
       01 WS-LABEL-LENGTH          PIC 9(3) VALUE 0.
       01 WS-MAP-BUILD             PIC X(300) VALUE SPACES.
       01 WS-MAP-ATTRIBUTES        PIC X(120) VALUE SPACES.

       01 WS-SCENE-TOTAL           PIC 9(5) VALUE 0.
       01 WS-ENDING-TOTAL          PIC 9(5) VALUE 0.
       01 WS-EDGE-TOTAL            PIC 9(5) VALUE 0.
       01 WS-SKIPPED-TOTAL         PIC 9(5) VALUE 0.
       01 WS-DISPLAY-NUMBER        PIC ZZZZ9.
       01 WS-DISPLAY-CHAPTER       PIC Z9.
       01 WS-DISPLAY-INDEX         PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Story map export".
           DISPLAY "================".
           DISPLAY " ".

           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMMAND-ARGS))
                   EQUAL "VISITS"
               SET SHADE-BY-VISITS TO TRUE
           ELSE IF WS-COMMAND-ARGS NOT EQUAL SPACES
               DISPLAY "Usage: story-map [visits]"
               STOP RUN
           END-IF.

           PERFORM LOAD-CURRENT-WORLD.

           IF WS-CHAPTER-COUNT = 0
               DISPLAY "No chapter content found; nothing to map."
               STOP RUN
           END-IF.

           MOVE ZEROS TO VISIT-TABLE.
           IF SHADE-BY-VISITS
               PERFORM LOAD-VISIT-TOTALS
           END-IF.

           PERFORM WRITE-EDGE-LIST.
           PERFORM WRITE-STORY-GRAPH.

           MOVE WS-SCENE-TOTAL TO WS-DISPLAY-NUMBER.
           DISPLAY FUNCTION TRIM(WS-DISPLAY-NUMBER)
                   " scene(s) mapped from "
                   FUNCTION TRIM(WS-WORLD-SOURCE) ".".
           MOVE WS-EDGE-TOTAL TO WS-DISPLAY-NUMBER.
           DISPLAY FUNCTION TRIM(WS-DISPLAY-NUMBER)
                   " edge(s) written to story-map-edges.txt.".
           MOVE WS-ENDING-TOTAL TO WS-DISPLAY-NUMBER.
           DISPLAY FUNCTION TRIM(WS-DISPLAY-NUMBER)
                   " ending(s) marked.".

           IF WS-SKIPPED-TOTAL > 0
               MOVE WS-SKIPPED-TOTAL TO WS-DISPLAY-NUMBER
               DISPLAY FUNCTION TRIM(WS-DISPLAY-NUMBER)
                       " target(s) could not be read and were left "
                       "out; run DIALOGUE-AUDIT on the content."
           END-IF.

           IF SHADE-BY-VISITS
               MOVE WS-VISIT-MAX TO WS-DISPLAY-NUMBER
               DISPLAY "Scenes shaded by visits (busiest scene: "
                       FUNCTION TRIM(WS-DISPLAY-NUMBER) ")."
           END-IF.

           DISPLAY "Graph written to story-map.dot.".

           STOP RUN.

      *The engine plays from world.dat whenever it is an intact
      *compiled release and from the loose chapter files otherwise,
      *so the map is drawn from the same place.
       LOAD-CURRENT-WORLD.
           PERFORM LOAD-WORLD-RELEASE.

           IF WS-WORLD-LOADED-FLAG EQUAL 'Y'
               STRING "world.dat (stamp " DELIMITED BY SIZE
                       WS-WORLD-STAMP DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                   INTO WS-WORLD-SOURCE
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOAD-CHAPTER-MANIFEST.

           MOVE 1 TO WS-CURRENT-CHAPTER.
           PERFORM UNTIL WS-CURRENT-CHAPTER > WS-CHAPTER-COUNT
               PERFORM LOAD-LOOSE-CHAPTER
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
           MOVE 0 TO WORLD-ENTRY-COUNT(WS-CURRENT-CHAPTER).
           MOVE CHAPTER-FILENAME(WS-CURRENT-CHAPTER)
               TO WS-DIALOGUE-FILENAME.
           MOVE 'N' TO WS-EOF-DIALOGUE-FLAG.

           OPEN INPUT DIALOGUE-FILE.

           IF WS-DIALOGUE-FILE-STATUS NOT EQUAL "00"
               DISPLAY "Chapter file "
                       FUNCTION TRIM(WS-DIALOGUE-FILENAME)
                       " is missing or unreadable; it is drawn empty."
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

      *Only the accumulated VISIT history is used; a totals file
      *that is absent or not a totals file leaves every scene
      *unshaded.
       LOAD-VISIT-TOTALS.
           OPEN INPUT TOTALS-FILE.

           IF WS-TOTALS-FILE-STATUS NOT EQUAL "00"
               DISPLAY "session-totals.dat not found; scenes are not "
                       "shaded."
               EXIT PARAGRAPH
           END-IF.

           READ TOTALS-FILE
               AT END
                   SET EOF-TOTALS-REACHED TO TRUE
           END-READ.

           IF EOF-TOTALS-REACHED
                   OR TOTALS-RECORD(1:9) NOT EQUAL "TMPTOTALS"
               DISPLAY "session-totals.dat is not a totals file; "
                       "scenes are not shaded."
               CLOSE TOTALS-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF-TOTALS-REACHED
               READ TOTALS-FILE
                   AT END
                       SET EOF-TOTALS-REACHED TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-VISIT-TOTAL
               END-READ
           END-PERFORM.

           CLOSE TOTALS-FILE.

       LOAD-ONE-VISIT-TOTAL.
           MOVE SPACES TO WS-TOTALS-KEYWORD.
           UNSTRING TOTALS-RECORD DELIMITED BY ALL " "
               INTO WS-TOTALS-KEYWORD
           END-UNSTRING.

           IF WS-TOTALS-KEYWORD NOT EQUAL "VISIT"
               EXIT PARAGRAPH
           END-IF.

           MOVE TOTALS-RECORD TO WS-VISIT-TOTALS-LINE.

           IF WS-VT-CHAPTER >= 1 AND WS-VT-CHAPTER <= 20
                   AND WS-VT-INDEX >= 1 AND WS-VT-INDEX <= 500
               MOVE WS-VT-COUNT
                   TO VISIT-COUNT(WS-VT-CHAPTER, WS-VT-INDEX)
               IF WS-VT-COUNT > WS-VISIT-MAX
                   MOVE WS-VT-COUNT TO WS-VISIT-MAX
               END-IF
           END-IF.

      *The flat list is written first, chapter by chapter; the graph
      *then reads it back for its edges, so the two always agree.
       WRITE-EDGE-LIST.
           OPEN OUTPUT EDGE-FILE.

           IF WS-EDGE-FILE-STATUS NOT EQUAL "00"
               DISPLAY "Cannot write story-map-edges.txt."
               STOP RUN
           END-IF.

           MOVE "FROM;TO;KIND;CONDITION;JUMP;ACTION" TO EDGE-RECORD.
           WRITE EDGE-RECORD.

           MOVE 1 TO WS-CURRENT-CHAPTER.
           PERFORM UNTIL WS-CURRENT-CHAPTER > WS-CHAPTER-COUNT
               PERFORM WRITE-CHAPTER-EDGES
               ADD 1 TO WS-CURRENT-CHAPTER
           END-PERFORM.

           CLOSE EDGE-FILE.

      *Story lines sit at the odd indexes, each followed by its
      *action list; the last story line is the game-over scene.
       WRITE-CHAPTER-EDGES.
           COMPUTE WS-GAME-OVER-INDEX =
               WORLD-ENTRY-COUNT(WS-CURRENT-CHAPTER) - 1.

           MOVE 1 TO WS-SCENE-INDEX.
           PERFORM UNTIL WS-SCENE-INDEX >=
                   WORLD-ENTRY-COUNT(WS-CURRENT-CHAPTER)
               PERFORM WRITE-SCENE-EDGES
               ADD 2 TO WS-SCENE-INDEX
           END-PERFORM.

       WRITE-SCENE-EDGES.
           MOVE WS-CURRENT-CHAPTER TO WS-EDGE-TO-CHAPTER.
           MOVE WS-SCENE-INDEX TO WS-EDGE-TO-INDEX.
           PERFORM BUILD-SCENE-NAME.
           MOVE WS-EDGE-TO-NAME TO WS-EDGE-FROM-NAME.

           MOVE WORLD-ENTRY(WS-CURRENT-CHAPTER, WS-SCENE-INDEX + 1)
               TO WS-ACTION-LINE.
           MOVE 1 TO WS-ACTION-POINTER.

           PERFORM UNTIL WS-ACTION-POINTER > 500
               MOVE SPACES TO WS-ACTION-TOKEN
               MOVE SPACES TO WS-TARGET-TOKEN
               UNSTRING WS-ACTION-LINE DELIMITED BY ";"
                   INTO WS-ACTION-TOKEN WS-TARGET-TOKEN
                   WITH POINTER WS-ACTION-POINTER
               END-UNSTRING
               IF WS-ACTION-TOKEN EQUAL SPACES
                   EXIT PERFORM
               END-IF
               PERFORM WRITE-ACTION-EDGES
           END-PERFORM.

      *One action: its kind from the reserved prefixes CHECK-ACTION-
      *VALIDITY dispatches on, then one edge per place it can lead.
       WRITE-ACTION-EDGES.
           IF FUNCTION TRIM(WS-ACTION-TOKEN) EQUAL "NONE"
               MOVE "NONE" TO WS-EDGE-KIND
           ELSE IF FUNCTION TRIM(WS-ACTION-TOKEN) EQUAL "FIGHT"
                   OR WS-ACTION-TOKEN(1:6) EQUAL "FIGHT:"
               MOVE "FIGHT" TO WS-EDGE-KIND
           ELSE IF WS-ACTION-TOKEN(1:5) EQUAL "TAKE:"
               MOVE "TAKE" TO WS-EDGE-KIND
           ELSE IF WS-ACTION-TOKEN(1:4) EQUAL "SET:"
               MOVE "SET" TO WS-EDGE-KIND
           ELSE IF WS-ACTION-TOKEN(1:4) EQUAL "USE:"
               MOVE "USE" TO WS-EDGE-KIND
           ELSE IF WS-ACTION-TOKEN(1:4) EQUAL "BUY:"
               MOVE "BUY" TO WS-EDGE-KIND
           ELSE IF WS-ACTION-TOKEN(1:5) EQUAL "SELL:"
               MOVE "SELL" TO WS-EDGE-KIND
           ELSE
               MOVE "GO" TO WS-EDGE-KIND
           END-IF.

           IF WS-EDGE-KIND EQUAL "NONE"
               MOVE WS-TARGET-TOKEN TO WS-EDGE-TARGET
               PERFORM CHECK-SELF-LOOP
               IF WS-SELF-LOOP
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE SPACES TO WS-GATE-TOKENS.
           UNSTRING WS-TARGET-TOKEN DELIMITED BY ":"
               INTO WS-GATE-TOKEN(1) WS-GATE-TOKEN(2) WS-GATE-TOKEN(3)
                   WS-GATE-TOKEN(4)
           END-UNSTRING.

           MOVE WS-GATE-TOKEN(1) TO WS-EDGE-TARGET.
           MOVE SPACES TO WS-EDGE-CONDITION.

           IF FUNCTION TRIM(WS-GATE-TOKEN(2)) EQUAL "REQUIRES"
                   OR FUNCTION TRIM(WS-GATE-TOKEN(2)) EQUAL "REQFLAG"
               STRING FUNCTION TRIM(WS-GATE-TOKEN(2))
                       DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-GATE-TOKEN(3))
                       DELIMITED BY SIZE
                   INTO WS-EDGE-CONDITION
               PERFORM WRITE-ONE-EDGE
           ELSE IF FUNCTION TRIM(WS-GATE-TOKEN(2)) EQUAL "IFHAS"
               PERFORM WRITE-BRANCH-EDGES
           ELSE IF FUNCTION TRIM(WS-GATE-TOKEN(2)) EQUAL "IFFLAG"
               PERFORM WRITE-BRANCH-EDGES
           ELSE
               PERFORM WRITE-ONE-EDGE
           END-IF.

      *    Losing a fight sends the player to the chapter's game-over
      *    scene, whatever the action's own target.
           IF WS-EDGE-KIND EQUAL "FIGHT"
                   AND WS-GAME-OVER-INDEX > 0
               MOVE "DEFEAT" TO WS-EDGE-KIND
               MOVE WS-GAME-OVER-INDEX TO WS-DISPLAY-INDEX
               MOVE FUNCTION TRIM(WS-DISPLAY-INDEX) TO WS-EDGE-TARGET
               MOVE SPACES TO WS-EDGE-CONDITION
               PERFORM WRITE-ONE-EDGE
           END-IF.

      *The leg taken when the item is held (or the flag raised) is
      *the alternate target in the fourth piece; the leading index
      *is the leg otherwise.
       WRITE-BRANCH-EDGES.
           MOVE WS-GATE-TOKEN(4) TO WS-EDGE-TARGET.
           MOVE SPACES TO WS-EDGE-CONDITION.
           STRING FUNCTION TRIM(WS-GATE-TOKEN(2)) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GATE-TOKEN(3)) DELIMITED BY SIZE
               INTO WS-EDGE-CONDITION.
           IF FUNCTION TRIM(WS-GATE-TOKEN(2)) EQUAL "IFHAS"
               STRING FUNCTION TRIM(WS-EDGE-CONDITION)
                       DELIMITED BY SIZE
                       ":held" DELIMITED BY SIZE
                   INTO WS-EDGE-CONDITION
           ELSE
               STRING FUNCTION TRIM(WS-EDGE-CONDITION)
                       DELIMITED BY SIZE
                       ":set" DELIMITED BY SIZE
                   INTO WS-EDGE-CONDITION
           END-IF.
           PERFORM WRITE-ONE-EDGE.

           MOVE WS-GATE-TOKEN(1) TO WS-EDGE-TARGET.
           MOVE SPACES TO WS-EDGE-CONDITION.
           STRING FUNCTION TRIM(WS-GATE-TOKEN(2)) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GATE-TOKEN(3)) DELIMITED BY SIZE
               INTO WS-EDGE-CONDITION.
           IF FUNCTION TRIM(WS-GATE-TOKEN(2)) EQUAL "IFHAS"
               STRING FUNCTION TRIM(WS-EDGE-CONDITION)
                       DELIMITED BY SIZE
                       ":not-held" DELIMITED BY SIZE
                   INTO WS-EDGE-CONDITION
           ELSE
               STRING FUNCTION TRIM(WS-EDGE-CONDITION)
                       DELIMITED BY SIZE
                       ":not-set" DELIMITED BY SIZE
                   INTO WS-EDGE-CONDITION
           END-IF.
           PERFORM WRITE-ONE-EDGE.

      *A NONE whose target is the scene itself - as a plain index or
      *as its own C<chapter>.<index> - is the terminal self-loop.
       CHECK-SELF-LOOP.
           SET WS-SELF-LOOP TO FALSE.

           PERFORM RESOLVE-EDGE-TARGET.

           IF WS-EDGE-VALID
                   AND WS-EDGE-TO-CHAPTER EQUAL WS-CURRENT-CHAPTER
                   AND WS-EDGE-TO-INDEX EQUAL WS-SCENE-INDEX
               SET WS-SELF-LOOP TO TRUE
           END-IF.

      *WS-EDGE-TARGET is a plain index into this chapter or a
      *C<chapter>.<index> jump; anything else cannot be drawn.
       RESOLVE-EDGE-TARGET.
           SET WS-EDGE-VALID TO FALSE.
           MOVE SPACES TO WS-EDGE-JUMP.

           IF WS-EDGE-TARGET(1:1) EQUAL "C"
               MOVE SPACES TO WS-TARGET-CH-TOKEN
               MOVE SPACES TO WS-TARGET-IDX-TOKEN
               UNSTRING WS-EDGE-TARGET(2:) DELIMITED BY "."
                   INTO WS-TARGET-CH-TOKEN WS-TARGET-IDX-TOKEN
               END-UNSTRING
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       WS-TARGET-CH-TOKEN)) NOT EQUAL 0
                       OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       WS-TARGET-IDX-TOKEN)) NOT EQUAL 0
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION NUMVAL(WS-TARGET-CH-TOKEN) < 1
                       OR FUNCTION NUMVAL(WS-TARGET-CH-TOKEN) > 20
                       OR FUNCTION NUMVAL(WS-TARGET-IDX-TOKEN) < 1
                       OR FUNCTION NUMVAL(WS-TARGET-IDX-TOKEN) > 500
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-EDGE-TO-CHAPTER =
                   FUNCTION NUMVAL(WS-TARGET-CH-TOKEN)
               COMPUTE WS-EDGE-TO-INDEX =
                   FUNCTION NUMVAL(WS-TARGET-IDX-TOKEN)
               IF WS-EDGE-TO-CHAPTER NOT EQUAL WS-CURRENT-CHAPTER
                   MOVE "JUMP" TO WS-EDGE-JUMP
               END-IF
               SET WS-EDGE-VALID TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-EDGE-TARGET))
                   NOT EQUAL 0
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION NUMVAL(WS-EDGE-TARGET) < 1
                   OR FUNCTION NUMVAL(WS-EDGE-TARGET) > 500
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CURRENT-CHAPTER TO WS-EDGE-TO-CHAPTER.
           COMPUTE WS-EDGE-TO-INDEX = FUNCTION NUMVAL(WS-EDGE-TARGET).
           SET WS-EDGE-VALID TO TRUE.

       WRITE-ONE-EDGE.
           PERFORM RESOLVE-EDGE-TARGET.

           IF NOT WS-EDGE-VALID
               ADD 1 TO WS-SKIPPED-TOTAL
               DISPLAY "Warning: " FUNCTION TRIM(WS-EDGE-FROM-NAME)
                       " action " FUNCTION TRIM(WS-ACTION-TOKEN)
                       " has an unreadable target "
                       FUNCTION TRIM(WS-EDGE-TARGET) "; left out."
               EXIT PARAGRAPH
           END-IF.

           PERFORM BUILD-SCENE-NAME.

           MOVE SPACES TO EDGE-RECORD.
           STRING FUNCTION TRIM(WS-EDGE-FROM-NAME) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDGE-TO-NAME) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDGE-KIND) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDGE-CONDITION) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDGE-JUMP) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ACTION-TOKEN) DELIMITED BY SIZE
               INTO EDGE-RECORD.
           WRITE EDGE-RECORD.
           ADD 1 TO WS-EDGE-TOTAL.

      *"C<chapter>.<index>" for WS-EDGE-TO-CHAPTER/-INDEX.
       BUILD-SCENE-NAME.
           MOVE WS-EDGE-TO-CHAPTER TO WS-DISPLAY-CHAPTER.
           MOVE WS-EDGE-TO-INDEX TO WS-DISPLAY-INDEX.
           MOVE SPACES TO WS-EDGE-TO-NAME.
           STRING "C" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DISPLAY-CHAPTER) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DISPLAY-INDEX) DELIMITED BY SIZE
               INTO WS-EDGE-TO-NAME.

      *The graph: one cluster of nodes per chapter, then every edge
      *from the flat list. Edges come after all the clusters so a
      *jump never drags its target into the wrong chapter's box.
       WRITE-STORY-GRAPH.
           OPEN OUTPUT MAP-FILE.

           IF WS-MAP-FILE-STATUS NOT EQUAL "00"
               DISPLAY "Cannot write story-map.dot."
               STOP RUN
           END-IF.

           MOVE "digraph story {" TO MAP-RECORD.
           WRITE MAP-RECORD.
           MOVE SPACES TO WS-MAP-BUILD.
           STRING "  label=""Story map of " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-WORLD-SOURCE) DELIMITED BY SIZE
                   """;" DELIMITED BY SIZE
               INTO WS-MAP-BUILD.
           MOVE WS-MAP-BUILD TO MAP-RECORD.
           WRITE MAP-RECORD.
           MOVE "  labelloc=t;" TO MAP-RECORD.
           WRITE MAP-RECORD.
           MOVE "  rankdir=LR;" TO MAP-RECORD.
           WRITE MAP-RECORD.
           MOVE SPACES TO WS-MAP-BUILD.
           STRING "  node [shape=box, style=""rounded,filled"", "
                   DELIMITED BY SIZE
                   "fillcolor=white, fontsize=10];" DELIMITED BY SIZE
               INTO WS-MAP-BUILD.
           MOVE WS-MAP-BUILD TO MAP-RECORD.
           WRITE MAP-RECORD.
           MOVE "  edge [fontsize=9];" TO MAP-RECORD.
           WRITE MAP-RECORD.

           IF SHADE-BY-VISITS
               MOVE SPACES TO WS-MAP-BUILD
               STRING "  // Shading: white never visited, grey90 to "
                       DELIMITED BY SIZE
                       "grey50 from least to most visited."
                       DELIMITED BY SIZE
                   INTO WS-MAP-BUILD
               MOVE WS-MAP-BUILD TO MAP-RECORD
               WRITE MAP-RECORD
           END-IF.

           MOVE 1 TO WS-CURRENT-CHAPTER.
           PERFORM UNTIL WS-CURRENT-CHAPTER > WS-CHAPTER-COUNT
               PERFORM WRITE-CHAPTER-NODES
               ADD 1 TO WS-CURRENT-CHAPTER
           END-PERFORM.

           PERFORM WRITE-GRAPH-EDGES.

           MOVE "}" TO MAP-RECORD.
           WRITE MAP-RECORD.

           CLOSE MAP-FILE.

       WRITE-CHAPTER-NODES.
           MOVE WS-CURRENT-CHAPTER TO WS-DISPLAY-CHAPTER.
           MOVE SPACES TO WS-MAP-BUILD.
           STRING "  subgraph cluster_c" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DISPLAY-CHAPTER) DELIMITED BY SIZE
                   " {" DELIMITED BY SIZE
               INTO WS-MAP-BUILD.
           MOVE WS-MAP-BUILD TO MAP-RECORD.
           WRITE MAP-RECORD.

           MOVE SPACES TO WS-MAP-BUILD.
           STRING "    label=""Chapter " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DISPLAY-CHAPTER) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(CHAPTER-FILENAME(WS-CURRENT-CHAPTER))
                   DELIMITED BY SIZE
                   ")"";" DELIMITED BY SIZE
               INTO WS-MAP-BUILD.
           MOVE WS-MAP-BUILD TO MAP-RECORD.
           WRITE MAP-RECORD.

           COMPUTE WS-GAME-OVER-INDEX =
               WORLD-ENTRY-COUNT(WS-CURRENT-CHAPTER) - 1.

           MOVE 1 TO WS-SCENE-INDEX.
           PERFORM UNTIL WS-SCENE-INDEX >=
                   WORLD-ENTRY-COUNT(WS-CURRENT-CHAPTER)
               PERFORM WRITE-SCENE-NODE
               ADD 2 TO WS-SCENE-INDEX
           END-PERFORM.

           MOVE "  }" TO MAP-RECORD.
           WRITE MAP-RECORD.

       WRITE-SCENE-NODE.
           ADD 1 TO WS-SCENE-TOTAL.

           MOVE WS-CURRENT-CHAPTER TO WS-EDGE-TO-CHAPTER.
           MOVE WS-SCENE-INDEX TO WS-EDGE-TO-INDEX.
           PERFORM BUILD-SCENE-NAME.
           MOVE WS-EDGE-TO-NAME TO WS-NODE-ID.
           INSPECT WS-NODE-ID REPLACING ALL "." BY "_".

           MOVE WORLD-ENTRY(WS-CURRENT-CHAPTER, WS-SCENE-INDEX)
               TO WS-LABEL-TEXT.
           PERFORM CLEAN-LABEL-TEXT.

           MOVE SPACES TO WS-MAP-ATTRIBUTES.

           IF WS-SCENE-INDEX EQUAL WS-GAME-OVER-INDEX
               MOVE "shape=octagon, color=red, penwidth=2"
                   TO WS-MAP-ATTRIBUTES
           ELSE
               PERFORM CHECK-ENDING-SCENE
               IF WS-ENDING-HERE
                   ADD 1 TO WS-ENDING-TOTAL
                   MOVE "shape=doubleoctagon, penwidth=2"
                       TO WS-MAP-ATTRIBUTES
               END-IF
           END-IF.

           IF SHADE-BY-VISITS
               PERFORM ADD-VISIT-SHADE
           END-IF.

           MOVE SPACES TO WS-MAP-BUILD.
           STRING "    " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NODE-ID) DELIMITED BY SIZE
                   " [label=""" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDGE-TO-NAME) DELIMITED BY SIZE
                   "\n" DELIMITED BY SIZE
                   WS-LABEL-TEXT(1:WS-LABEL-LENGTH) DELIMITED BY SIZE
               INTO WS-MAP-BUILD.

           IF SHADE-BY-VISITS
               MOVE VISIT-COUNT(WS-CURRENT-CHAPTER, WS-SCENE-INDEX)
                   TO WS-DISPLAY-NUMBER
               STRING FUNCTION TRIM(WS-MAP-BUILD TRAILING)
                       DELIMITED BY SIZE
                       "\n(" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DISPLAY-NUMBER)
                       DELIMITED BY SIZE
                       " visits)" DELIMITED BY SIZE
                   INTO WS-MAP-BUILD
           END-IF.

           IF WS-MAP-ATTRIBUTES EQUAL SPACES
               STRING FUNCTION TRIM(WS-MAP-BUILD TRAILING)
                       DELIMITED BY SIZE
                       """];" DELIMITED BY SIZE
                   INTO WS-MAP-BUILD
           ELSE
               STRING FUNCTION TRIM(WS-MAP-BUILD TRAILING)
                       DELIMITED BY SIZE
                       """, " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MAP-ATTRIBUTES)
                       DELIMITED BY SIZE
                       "];" DELIMITED BY SIZE
                   INTO WS-MAP-BUILD
           END-IF.

           MOVE WS-MAP-BUILD TO MAP-RECORD.
           WRITE MAP-RECORD.

      *A scene's text is cut to 40 characters for its node, and
      *characters the graph language treats specially are swapped
      *for harmless ones.
       CLEAN-LABEL-TEXT.
           INSPECT WS-LABEL-TEXT REPLACING ALL '"' BY "'".
           INSPECT WS-LABEL-TEXT REPLACING ALL "\" BY "/".

           IF WS-LABEL-TEXT(41:) NOT EQUAL SPACES
               MOVE "..." TO WS-LABEL-TEXT(41:)
               MOVE 43 TO WS-LABEL-LENGTH
               EXIT PARAGRAPH
           END-IF.

           IF WS-LABEL-TEXT EQUAL SPACES
               MOVE 1 TO WS-LABEL-LENGTH
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LABEL-TEXT TRAILING))
               TO WS-LABEL-LENGTH.

      *The engine's ending rule: a scene whose action list is NONE
      *looping back to itself, other than the game-over scene.
       CHECK-ENDING-SCENE.
           SET WS-ENDING-HERE TO FALSE.
           MOVE SPACES TO WS-ACTION-TOKEN.
           MOVE SPACES TO WS-TARGET-TOKEN.

           UNSTRING WORLD-ENTRY(WS-CURRENT-CHAPTER, WS-SCENE-INDEX + 1)
               DELIMITED BY ";"
               INTO WS-ACTION-TOKEN WS-TARGET-TOKEN
           END-UNSTRING.

           IF FUNCTION TRIM(WS-ACTION-TOKEN) NOT EQUAL "NONE"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TARGET-TOKEN TO WS-EDGE-TARGET.
           PERFORM CHECK-SELF-LOOP.

           IF WS-SELF-LOOP
               SET WS-ENDING-HERE TO TRUE
           END-IF.

      *Five shades of grey, from least to most visited relative to
      *the busiest scene in the world; never-visited scenes stay
      *white.
       ADD-VISIT-SHADE.
           IF VISIT-COUNT(WS-CURRENT-CHAPTER, WS-SCENE-INDEX) = 0
                   OR WS-VISIT-MAX = 0
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-VISIT-SHADE = 1 +
               (VISIT-COUNT(WS-CURRENT-CHAPTER, WS-SCENE-INDEX) * 4)
               / WS-VISIT-MAX.

           IF WS-MAP-ATTRIBUTES EQUAL SPACES
               STRING "fillcolor=" DELIMITED BY SIZE
                       SHADE-COLOUR(WS-VISIT-SHADE) DELIMITED BY SIZE
                   INTO WS-MAP-ATTRIBUTES
           ELSE
               STRING FUNCTION TRIM(WS-MAP-ATTRIBUTES)
                       DELIMITED BY SIZE
                       ", fillcolor=" DELIMITED BY SIZE
                       SHADE-COLOUR(WS-VISIT-SHADE) DELIMITED BY SIZE
                   INTO WS-MAP-ATTRIBUTES
           END-IF.

       WRITE-GRAPH-EDGES.
           MOVE 'N' TO WS-EOF-EDGE-FLAG.
           MOVE 0 TO WS-EDGE-LINES.

           OPEN INPUT EDGE-FILE.

           IF WS-EDGE-FILE-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF-EDGE-REACHED
               READ EDGE-FILE
                   AT END
                       SET EOF-EDGE-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EDGE-LINES
                       IF WS-EDGE-LINES > 1
                           PERFORM WRITE-GRAPH-EDGE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE EDGE-FILE.

      *Colour follows the kind: red for fighting and its defeat
      *route, green for items and flags, gold for trade, grey for
      *the auto-advance. A gated edge is dashed, each leg of a
      *branch dotted, a defeat route dashed, and a jump into
      *another chapter drawn heavy.
       WRITE-GRAPH-EDGE.
           MOVE SPACES TO WS-READ-FROM WS-READ-TO WS-READ-KIND
               WS-READ-CONDITION WS-READ-JUMP WS-READ-ACTION.
           UNSTRING EDGE-RECORD DELIMITED BY ";"
               INTO WS-READ-FROM WS-READ-TO WS-READ-KIND
                   WS-READ-CONDITION WS-READ-JUMP WS-READ-ACTION
           END-UNSTRING.

           MOVE WS-READ-FROM TO WS-NODE-ID.
           INSPECT WS-NODE-ID REPLACING ALL "." BY "_".
           MOVE WS-READ-TO TO WS-NODE-ID-2.
           INSPECT WS-NODE-ID-2 REPLACING ALL "." BY "_".

           IF WS-READ-KIND EQUAL "FIGHT" OR WS-READ-KIND EQUAL "DEFEAT"
               MOVE "red" TO WS-EDGE-COLOUR
           ELSE IF WS-READ-KIND EQUAL "TAKE" OR WS-READ-KIND EQUAL "SET"
                   OR WS-READ-KIND EQUAL "USE"
               MOVE "darkgreen" TO WS-EDGE-COLOUR
           ELSE IF WS-READ-KIND EQUAL "BUY" OR WS-READ-KIND EQUAL "SELL"
               MOVE "goldenrod" TO WS-EDGE-COLOUR
           ELSE IF WS-READ-KIND EQUAL "NONE"
               MOVE "grey50" TO WS-EDGE-COLOUR
           ELSE
               MOVE "black" TO WS-EDGE-COLOUR
           END-IF.

           IF WS-READ-KIND EQUAL "DEFEAT"
                   OR WS-READ-CONDITION(1:8) EQUAL "REQUIRES"
                   OR WS-READ-CONDITION(1:7) EQUAL "REQFLAG"
               MOVE "dashed" TO WS-EDGE-STYLE
           ELSE IF WS-READ-CONDITION NOT EQUAL SPACES
               MOVE "dotted" TO WS-EDGE-STYLE
           ELSE
               MOVE "solid" TO WS-EDGE-STYLE
           END-IF.

           IF WS-READ-KIND EQUAL "DEFEAT"
               MOVE "(defeated)" TO WS-LABEL-TEXT
           ELSE
               MOVE WS-READ-ACTION TO WS-LABEL-TEXT
           END-IF.
           PERFORM CLEAN-LABEL-TEXT.

           MOVE SPACES TO WS-MAP-BUILD.
           STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NODE-ID) DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NODE-ID-2) DELIMITED BY SIZE
                   " [label=""" DELIMITED BY SIZE
                   WS-LABEL-TEXT(1:WS-LABEL-LENGTH) DELIMITED BY SIZE
               INTO WS-MAP-BUILD.

           IF WS-READ-CONDITION NOT EQUAL SPACES
               STRING FUNCTION TRIM(WS-MAP-BUILD TRAILING)
                       DELIMITED BY SIZE
                       "\n[" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-READ-CONDITION)
                       DELIMITED BY SIZE
                       "]" DELIMITED BY SIZE
                   INTO WS-MAP-BUILD
           END-IF.

           STRING FUNCTION TRIM(WS-MAP-BUILD TRAILING)
                   DELIMITED BY SIZE
                   """, color=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDGE-COLOUR) DELIMITED BY SIZE
                   ", style=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDGE-STYLE) DELIMITED BY SIZE
               INTO WS-MAP-BUILD.

           IF WS-READ-JUMP EQUAL "JUMP"
               STRING FUNCTION TRIM(WS-MAP-BUILD TRAILING)
                       DELIMITED BY SIZE
                       ", penwidth=2" DELIMITED BY SIZE
                   INTO WS-MAP-BUILD
           END-IF.

           STRING FUNCTION TRIM(WS-MAP-BUILD TRAILING)
                   DELIMITED BY SIZE
                   "];" DELIMITED BY SIZE
               INTO WS-MAP-BUILD.

           MOVE WS-MAP-BUILD TO MAP-RECORD.
           WRITE MAP-RECORD.
