       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORLD-DIFF.

      *Release-to-release comparison of two compiled worlds. When
      *WORLD-COMPILE stamps a new world.dat, the only warning a
      *player gets is CHECK-SAVE-WORLD-STAMP's "scenes may have
      *moved" line at load time - after they have already lost
      *their place. This program reads the live world.dat and a
      *kept copy of the previous release (world-prev.dat unless
      *another file is named on the command line), lines the two
      *up chapter by chapter and scene by scene, and reports every
      *scene whose story text (continuation lines included) or
      *action list was added, removed or changed, and every action
      *whose target now points somewhere different. It then reads
      *every SAVE-NN.DAT slot and the AUTOSAVE.DAT checkpoint and
      *names each save whose chapter and scene (save lines 5 and
      *2) sit on a changed or removed scene, so those players can
      *be warned before the release goes live.
      *
      *Usage: world-diff [previous-release]
      *  previous-release defaults to world-prev.dat. Copy world.dat
      *             there before running WORLD-COMPILE for the next
      *             release.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Both releases are read through the one file, the previous
      *release first and then the live world.dat.
           SELECT WORLD-FILE ASSIGN TO WS-WORLD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WORLD-FILE-STATUS.

           SELECT SAVE-FILE ASSIGN TO WS-SAVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SAVE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD WORLD-FILE
           RECORD CONTAINS 500 CHARACTERS
           DATA RECORD IS WORLD-RECORD.
       01 WORLD-RECORD             PIC X(500).

       FD SAVE-FILE
           RECORD CONTAINS 250 CHARACTERS
           DATA RECORD IS SAVE-RECORD.
       01 SAVE-RECORD              PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-EOF-WORLD-FLAG        PIC X(1) VALUE 'N'.
           88 EOF-WORLD-REACHED             VALUE 'Y'.
       01 WS-WORLD-FILE-STATUS     PIC X(2) VALUE '00'.
       01 WS-WORLD-FILENAME        PIC X(40) VALUE 'world.dat'.
       01 WS-PREVIOUS-FILENAME     PIC X(40)
                                   VALUE 'world-prev.dat'.
       01 WS-COMMAND-ARGS          PIC X(80) VALUE SPACES.

      *Both releases side by side: release 1 is the previous one,
      *release 2 the live world.dat. Each chapter is held as its
      *logical entries, the way the engine's DIALOGUE table holds
      *them; continuation lines take no index, so each entry keeps
      *only how many it has and a running sum over their text,
      *which is all a comparison needs.
       01 RELEASE-TABLES.
           02 RELEASE-WORLD OCCURS 2 TIMES.
               03 RELEASE-CHAPTER OCCURS 20 TIMES.
                   04 RELEASE-ENTRY
                                   PIC X(500) OCCURS 500 TIMES.
       01 RELEASE-EXTRA-TABLES.
           02 RELEASE-EXTRA-WORLD OCCURS 2 TIMES.
               03 RELEASE-EXTRA-CHAPTER OCCURS 20 TIMES.
                   04 RELEASE-EXTRA-LINES
                                   PIC 9(3) OCCURS 500 TIMES.
                   04 RELEASE-EXTRA-SUM
                                   PIC 9(9) OCCURS 500 TIMES.
       01 RELEASE-HEADERS.
           02 RELEASE-HEADER OCCURS 2 TIMES.
               03 RELEASE-STAMP    PIC X(14).
               03 RELEASE-CHAPTER-COUNT
                                   PIC 9(2).
               03 RELEASE-LOADED-FLAG
                                   PIC X(1).
               03 RELEASE-CHAPTER-INFO OCCURS 20 TIMES.
                   04 RELEASE-CHAPTER-NAME
                                   PIC X(30).
                   04 RELEASE-ENTRY-COUNT
                                   PIC 9(3).
       01 WS-RELEASE               PIC 9(1) VALUE 1.
       01 WS-WORLD-BAD-FLAG        PIC X(1) VALUE 'N'.
       01 WS-WORLD-KEYWORD         PIC X(10) VALUE SPACES.
       01 WS-WORLD-NUM-TOKEN       PIC X(10) VALUE SPACES.
       01 WS-WORLD-NUM2-TOKEN      PIC X(10) VALUE SPACES.
       01 WS-WORLD-NAME-TOKEN      PIC X(30) VALUE SPACES.
       01 WS-WORLD-CHAPTER-INDEX   PIC 9(2) VALUE 0.
       01 WS-WORLD-RAW-COUNT       PIC 9(3) VALUE 0.
       01 WS-WORLD-LINE-INDEX      PIC 9(3) VALUE 0.
       01 WS-ENTRY-COUNT-WORK      PIC 9(3) VALUE 0.
       01 WS-EXTRA-SUM-WORK        PIC 9(9) VALUE 0.
       01 WS-SUM-POS               PIC 9(3) VALUE 1.

      *What the comparison found for each scene of each chapter,
      *indexed by the scene's story-line index: 'A' added, 'R'
      *removed, 'T' story text changed, 'L' action list changed,
      *'B' both changed, space unchanged. The save pass reads it
      *back to judge each save's position.
       01 WS-SCENE-CHANGE-TABLES.
           02 WS-SCENE-CHANGE-ROW OCCURS 20 TIMES.
               03 WS-SCENE-CHANGE  PIC X(1) OCCURS 500 TIMES.
       01 WS-DIFF-CHAPTER          PIC 9(2) VALUE 1.
       01 WS-DIFF-ENTRY            PIC 9(3) VALUE 1.
       01 WS-DIFF-CHAPTER-LIMIT    PIC 9(2) VALUE 0.
       01 WS-DIFF-ENTRY-LIMIT      PIC 9(3) VALUE 0.
       01 WS-OLD-COUNT             PIC 9(3) VALUE 0.
       01 WS-NEW-COUNT             PIC 9(3) VALUE 0.
       01 WS-TEXT-CHANGED-FLAG     PIC X(1) VALUE 'N'.
       01 WS-LIST-CHANGED-FLAG     PIC X(1) VALUE 'N'.
       01 WS-CHAPTER-CHANGES       PIC 9(5) VALUE 0.

      *One action list split into its action;target tokens, for
      *each release in turn, so actions can be paired by their
      *text and their targets compared.
       01 WS-SPLIT-INPUT           PIC X(500) VALUE SPACES.
       01 WS-SPLIT-TOKENS.
           02 WS-SPLIT-TOKEN       PIC X(500) OCCURS 40 TIMES.
       01 WS-SPLIT-TOKEN-COUNT     PIC 9(3) VALUE 0.
       01 WS-SPLIT-POINTER         PIC 9(3) VALUE 1.
       01 WS-OLD-TOKENS.
           02 WS-OLD-TOKEN         PIC X(500) OCCURS 40 TIMES.
       01 WS-OLD-TOKEN-COUNT       PIC 9(3) VALUE 0.
       01 WS-NEW-TOKENS.
           02 WS-NEW-TOKEN         PIC X(500) OCCURS 40 TIMES.
       01 WS-NEW-TOKEN-COUNT       PIC 9(3) VALUE 0.
       01 WS-OLD-PAIR-POS          PIC 9(3) VALUE 1.
       01 WS-NEW-PAIR-POS          PIC 9(3) VALUE 1.
       01 WS-PAIR-FOUND-FLAG       PIC X(1) VALUE 'N'.
           88 WS-PAIR-FOUND                 VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

      *Whole-world tallies for the summary line.
       01 WS-ADDED-TOTAL           PIC 9(5) VALUE 0.
       01 WS-REMOVED-TOTAL         PIC 9(5) VALUE 0.
       01 WS-CHANGED-TOTAL         PIC 9(5) VALUE 0.
       01 WS-RETARGETED-TOTAL      PIC 9(5) VALUE 0.

      *One save at a time, staged the way the engine's READ-SAVE-FILE
      *stages it: the header first, then the data lines.
       01 WS-EOF-SAVE-FLAG         PIC X(1) VALUE 'N'.
           88 EOF-SAVE-REACHED              VALUE 'Y'.
       01 WS-SAVE-FILE-STATUS      PIC X(2) VALUE '00'.
       01 WS-SAVE-SLOT             PIC 9(2) VALUE 1.
       01 WS-SAVE-FILENAME         PIC X(20) VALUE 'SAVE-01.DAT'.
       01 WS-SAVE-HEADER-LINE      PIC X(250) VALUE SPACES.
       01 WS-SAVE-LINES.
           02 WS-SAVE-LINE         PIC X(250) OCCURS 10 TIMES.
       01 WS-SAVE-LINE-COUNT       PIC 9(2) VALUE 0.
       01 WS-SAVE-STAMP            PIC X(14) VALUE SPACES.
       01 WS-SAVE-CHAPTER          PIC 9(2) VALUE 1.
       01 WS-SAVE-INDEX            PIC 9(3) VALUE 1.
       01 WS-SAVES-READ            PIC 9(2) VALUE 0.
       01 WS-SAVES-AFFECTED        PIC 9(2) VALUE 0.
       01 WS-SAVE-VERDICT          PIC X(40) VALUE SPACES.

       01 WS-DISPLAY-NUMBER        PIC ZZZZ9.
       01 WS-DISPLAY-NUMBER-2      PIC ZZZZ9.
       01 WS-DISPLAY-CHAPTER       PIC Z9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "World release diff".
           DISPLAY "==================".
           DISPLAY " ".

           PERFORM PARSE-COMMAND-ARGS.

           MOVE SPACES TO RELEASE-TABLES.
           MOVE ZEROS TO RELEASE-EXTRA-TABLES.

           MOVE 1 TO WS-RELEASE.
           MOVE WS-PREVIOUS-FILENAME TO WS-WORLD-FILENAME.
           PERFORM LOAD-ONE-RELEASE.

           MOVE 2 TO WS-RELEASE.
           MOVE 'world.dat' TO WS-WORLD-FILENAME.
           PERFORM LOAD-ONE-RELEASE.

           IF RELEASE-LOADED-FLAG(1) NOT EQUAL 'Y'
                   OR RELEASE-LOADED-FLAG(2) NOT EQUAL 'Y'
               DISPLAY " "
               DISPLAY "Two readable world releases are needed; "
                       "nothing to compare."
               STOP RUN
           END-IF.

           DISPLAY "Previous release: "
                   FUNCTION TRIM(WS-PREVIOUS-FILENAME)
                   " (stamp " RELEASE-STAMP(1) ")".
           DISPLAY "Live release:     world.dat (stamp "
                   RELEASE-STAMP(2) ")".
           DISPLAY " ".

           IF RELEASE-STAMP(1) EQUAL RELEASE-STAMP(2)
               DISPLAY "Both files carry the same release stamp; "
                       "the previous copy was probably taken after "
                       "the compile."
               DISPLAY " "
           END-IF.

           PERFORM REPORT-SCENE-CHANGES.
           PERFORM REPORT-DIFF-SUMMARY.
           PERFORM REPORT-AFFECTED-SAVES.

           STOP RUN.

       PARSE-COMMAND-ARGS.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.

           IF WS-COMMAND-ARGS NOT EQUAL SPACES
               MOVE FUNCTION TRIM(WS-COMMAND-ARGS)
                   TO WS-PREVIOUS-FILENAME
           END-IF.

      *We read one compiled release into the WS-RELEASE side of the
      *tables: the stamped header, the chapter count, then each
      *chapter block exactly as the engine's LOAD-WORLD-CHAPTERS
      *reads it. The master-table blocks after the chapters are not
      *needed here and are never read.
       LOAD-ONE-RELEASE.
           MOVE 'N' TO RELEASE-LOADED-FLAG(WS-RELEASE).
           MOVE SPACES TO RELEASE-STAMP(WS-RELEASE).
           MOVE 0 TO RELEASE-CHAPTER-COUNT(WS-RELEASE).
           MOVE 'N' TO WS-EOF-WORLD-FLAG.
           MOVE 'N' TO WS-WORLD-BAD-FLAG.

           OPEN INPUT WORLD-FILE.

           IF WS-WORLD-FILE-STATUS NOT EQUAL "00"
               DISPLAY FUNCTION TRIM(WS-WORLD-FILENAME)
                       " not found."
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-ONE-WORLD-LINE.

           IF WS-WORLD-BAD-FLAG EQUAL 'Y'
                   OR WORLD-RECORD(1:8) NOT EQUAL "TMPWORLD"
               DISPLAY FUNCTION TRIM(WS-WORLD-FILENAME)
                       " is not a compiled world release."
               CLOSE WORLD-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WORLD-RECORD(10:14) TO RELEASE-STAMP(WS-RELEASE).

           PERFORM LOAD-RELEASE-CHAPTERS.

           CLOSE WORLD-FILE.

           IF WS-WORLD-BAD-FLAG EQUAL 'Y'
               DISPLAY FUNCTION TRIM(WS-WORLD-FILENAME)
                       " is damaged or truncated."
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO RELEASE-LOADED-FLAG(WS-RELEASE).

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

           COMPUTE RELEASE-CHAPTER-COUNT(WS-RELEASE) =
               FUNCTION NUMVAL(WS-WORLD-NUM-TOKEN).

           IF RELEASE-CHAPTER-COUNT(WS-RELEASE) < 1
                   OR RELEASE-CHAPTER-COUNT(WS-RELEASE) > 20
               MOVE 'Y' TO WS-WORLD-BAD-FLAG
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-WORLD-CHAPTER-INDEX.
           PERFORM UNTIL WS-WORLD-CHAPTER-INDEX >
                   RELEASE-CHAPTER-COUNT(WS-RELEASE)
                   OR WS-WORLD-BAD-FLAG EQUAL 'Y'
               PERFORM LOAD-ONE-RELEASE-CHAPTER
               ADD 1 TO WS-WORLD-CHAPTER-INDEX
           END-PERFORM.

       LOAD-ONE-RELEASE-CHAPTER.
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

           MOVE WS-WORLD-NAME-TOKEN TO RELEASE-CHAPTER-NAME(
               WS-RELEASE, WS-WORLD-CHAPTER-INDEX).
           MOVE 0 TO WS-ENTRY-COUNT-WORK.

           MOVE 1 TO WS-WORLD-LINE-INDEX.
           PERFORM UNTIL WS-WORLD-LINE-INDEX > WS-WORLD-RAW-COUNT
                   OR WS-WORLD-BAD-FLAG EQUAL 'Y'
               PERFORM READ-ONE-WORLD-LINE
               IF WS-WORLD-BAD-FLAG EQUAL 'N'
                   PERFORM ADD-RELEASE-RECORD
                   ADD 1 TO WS-WORLD-LINE-INDEX
               END-IF
           END-PERFORM.

           MOVE WS-ENTRY-COUNT-WORK TO RELEASE-ENTRY-COUNT(
               WS-RELEASE, WS-WORLD-CHAPTER-INDEX).

      *A "+" continuation folds into the entry above it - its count
      *and its running text sum - and takes no index, exactly as
      *the engine's ADD-CONTINUATION-RECORD files it. WORLD-COMPILE
      *has already refused any release where one is misplaced.
       ADD-RELEASE-RECORD.
           IF WORLD-RECORD(1:1) EQUAL "+"
               IF WS-ENTRY-COUNT-WORK > 0
                   PERFORM ADD-RELEASE-CONTINUATION
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF WS-ENTRY-COUNT-WORK >= 500
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ENTRY-COUNT-WORK.
           MOVE WORLD-RECORD TO RELEASE-ENTRY(WS-RELEASE,
               WS-WORLD-CHAPTER-INDEX, WS-ENTRY-COUNT-WORK).

       ADD-RELEASE-CONTINUATION.
           MOVE RELEASE-EXTRA-SUM(WS-RELEASE, WS-WORLD-CHAPTER-INDEX,
               WS-ENTRY-COUNT-WORK) TO WS-EXTRA-SUM-WORK.

           MOVE 1 TO WS-SUM-POS.
           PERFORM UNTIL WS-SUM-POS > 500
               COMPUTE WS-EXTRA-SUM-WORK = FUNCTION MOD(
                   WS-EXTRA-SUM-WORK * 31 + FUNCTION ORD(
                   WORLD-RECORD(WS-SUM-POS:1)), 999999937)
               ADD 1 TO WS-SUM-POS
           END-PERFORM.

           MOVE WS-EXTRA-SUM-WORK TO RELEASE-EXTRA-SUM(WS-RELEASE,
               WS-WORLD-CHAPTER-INDEX, WS-ENTRY-COUNT-WORK).
           ADD 1 TO RELEASE-EXTRA-LINES(WS-RELEASE,
               WS-WORLD-CHAPTER-INDEX, WS-ENTRY-COUNT-WORK).

      *Chapters are matched by number, the way targets and saves
      *address them; a renamed chapter file is mentioned but its
      *scenes are still compared one for one.
       REPORT-SCENE-CHANGES.
           MOVE SPACES TO WS-SCENE-CHANGE-TABLES.

           MOVE RELEASE-CHAPTER-COUNT(1) TO WS-DIFF-CHAPTER-LIMIT.
           IF RELEASE-CHAPTER-COUNT(2) > WS-DIFF-CHAPTER-LIMIT
               MOVE RELEASE-CHAPTER-COUNT(2) TO WS-DIFF-CHAPTER-LIMIT
           END-IF.

           MOVE 1 TO WS-DIFF-CHAPTER.
           PERFORM UNTIL WS-DIFF-CHAPTER > WS-DIFF-CHAPTER-LIMIT
               PERFORM DIFF-ONE-CHAPTER
               ADD 1 TO WS-DIFF-CHAPTER
           END-PERFORM.

       DIFF-ONE-CHAPTER.
           MOVE WS-DIFF-CHAPTER TO WS-DISPLAY-CHAPTER.

           IF WS-DIFF-CHAPTER > RELEASE-CHAPTER-COUNT(1)
               DISPLAY "Chapter " FUNCTION TRIM(WS-DISPLAY-CHAPTER)
                       " (" FUNCTION TRIM(RELEASE-CHAPTER-NAME(2,
                       WS-DIFF-CHAPTER)) "): new in this release."
               MOVE 0 TO WS-OLD-COUNT
           ELSE IF WS-DIFF-CHAPTER > RELEASE-CHAPTER-COUNT(2)
               DISPLAY "Chapter " FUNCTION TRIM(WS-DISPLAY-CHAPTER)
                       " (" FUNCTION TRIM(RELEASE-CHAPTER-NAME(1,
                       WS-DIFF-CHAPTER)) "): dropped from this "
                       "release."
               MOVE RELEASE-ENTRY-COUNT(1, WS-DIFF-CHAPTER)
                   TO WS-OLD-COUNT
           ELSE
               DISPLAY "Chapter " FUNCTION TRIM(WS-DISPLAY-CHAPTER)
                       " (" FUNCTION TRIM(RELEASE-CHAPTER-NAME(2,
                       WS-DIFF-CHAPTER)) ")"
               IF RELEASE-CHAPTER-NAME(1, WS-DIFF-CHAPTER) NOT EQUAL
                       RELEASE-CHAPTER-NAME(2, WS-DIFF-CHAPTER)
                   DISPLAY "  Chapter file renamed from "
                           FUNCTION TRIM(RELEASE-CHAPTER-NAME(1,
                           WS-DIFF-CHAPTER)) "."
               END-IF
               MOVE RELEASE-ENTRY-COUNT(1, WS-DIFF-CHAPTER)
                   TO WS-OLD-COUNT
           END-IF.

           IF WS-DIFF-CHAPTER > RELEASE-CHAPTER-COUNT(2)
               MOVE 0 TO WS-NEW-COUNT
           ELSE
               MOVE RELEASE-ENTRY-COUNT(2, WS-DIFF-CHAPTER)
                   TO WS-NEW-COUNT
           END-IF.

           MOVE 0 TO WS-CHAPTER-CHANGES.

           MOVE WS-OLD-COUNT TO WS-DIFF-ENTRY-LIMIT.
           IF WS-NEW-COUNT > WS-DIFF-ENTRY-LIMIT
               MOVE WS-NEW-COUNT TO WS-DIFF-ENTRY-LIMIT
           END-IF.

           MOVE 1 TO WS-DIFF-ENTRY.
           PERFORM UNTIL WS-DIFF-ENTRY >= WS-DIFF-ENTRY-LIMIT
               PERFORM DIFF-ONE-SCENE
               ADD 2 TO WS-DIFF-ENTRY
           END-PERFORM.

           PERFORM REPORT-GAME-OVER-MOVE.

           IF WS-CHAPTER-CHANGES = 0
               DISPLAY "  (no changes)"
           END-IF.

           DISPLAY " ".

      *One scene is a story line at an odd index and its action list
      *on the line after; a scene exists in a release only when both
      *lines do.
       DIFF-ONE-SCENE.
           IF WS-DIFF-ENTRY >= WS-OLD-COUNT
               MOVE 'A' TO WS-SCENE-CHANGE(WS-DIFF-CHAPTER,
                   WS-DIFF-ENTRY)
               PERFORM PRINT-SCENE-LABEL
               DISPLAY "added."
               ADD 1 TO WS-ADDED-TOTAL
               ADD 1 TO WS-CHAPTER-CHANGES
               EXIT PARAGRAPH
           END-IF.

           IF WS-DIFF-ENTRY >= WS-NEW-COUNT
               MOVE 'R' TO WS-SCENE-CHANGE(WS-DIFF-CHAPTER,
                   WS-DIFF-ENTRY)
               PERFORM PRINT-SCENE-LABEL
               DISPLAY "removed."
               ADD 1 TO WS-REMOVED-TOTAL
               ADD 1 TO WS-CHAPTER-CHANGES
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-TEXT-CHANGED-FLAG.
           MOVE 'N' TO WS-LIST-CHANGED-FLAG.

           IF RELEASE-ENTRY(1, WS-DIFF-CHAPTER, WS-DIFF-ENTRY)
                   NOT EQUAL
                   RELEASE-ENTRY(2, WS-DIFF-CHAPTER, WS-DIFF-ENTRY)
               OR RELEASE-EXTRA-LINES(1, WS-DIFF-CHAPTER,
                   WS-DIFF-ENTRY) NOT EQUAL
                   RELEASE-EXTRA-LINES(2, WS-DIFF-CHAPTER,
                   WS-DIFF-ENTRY)
               OR RELEASE-EXTRA-SUM(1, WS-DIFF-CHAPTER,
                   WS-DIFF-ENTRY) NOT EQUAL
                   RELEASE-EXTRA-SUM(2, WS-DIFF-CHAPTER,
                   WS-DIFF-ENTRY)
               MOVE 'Y' TO WS-TEXT-CHANGED-FLAG
           END-IF.

           IF RELEASE-ENTRY(1, WS-DIFF-CHAPTER, WS-DIFF-ENTRY + 1)
                   NOT EQUAL
                   RELEASE-ENTRY(2, WS-DIFF-CHAPTER, WS-DIFF-ENTRY + 1)
               MOVE 'Y' TO WS-LIST-CHANGED-FLAG
           END-IF.

           IF WS-TEXT-CHANGED-FLAG EQUAL 'N'
                   AND WS-LIST-CHANGED-FLAG EQUAL 'N'
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CHANGED-TOTAL.
           ADD 1 TO WS-CHAPTER-CHANGES.
           PERFORM PRINT-SCENE-LABEL.

           IF WS-TEXT-CHANGED-FLAG EQUAL 'Y'
                   AND WS-LIST-CHANGED-FLAG EQUAL 'Y'
               MOVE 'B' TO WS-SCENE-CHANGE(WS-DIFF-CHAPTER,
                   WS-DIFF-ENTRY)
               DISPLAY "story text and action list changed."
           ELSE IF WS-TEXT-CHANGED-FLAG EQUAL 'Y'
               MOVE 'T' TO WS-SCENE-CHANGE(WS-DIFF-CHAPTER,
                   WS-DIFF-ENTRY)
               DISPLAY "story text changed."
           ELSE
               MOVE 'L' TO WS-SCENE-CHANGE(WS-DIFF-CHAPTER,
                   WS-DIFF-ENTRY)
               DISPLAY "action list changed."
           END-IF.

           IF WS-LIST-CHANGED-FLAG EQUAL 'Y'
               PERFORM DIFF-SCENE-ACTIONS
           END-IF.

       PRINT-SCENE-LABEL.
           MOVE WS-DIFF-ENTRY TO WS-DISPLAY-NUMBER.
           DISPLAY "  Scene C"
                   FUNCTION TRIM(WS-DISPLAY-CHAPTER)
                   "." FUNCTION TRIM(WS-DISPLAY-NUMBER)
                   " " WITH NO ADVANCING.

      *Actions are paired across the releases by their action text.
      *A pair present in both whose target text differs has been
      *retargeted; the rest were added or dropped outright.
       DIFF-SCENE-ACTIONS.
           MOVE RELEASE-ENTRY(1, WS-DIFF-CHAPTER, WS-DIFF-ENTRY + 1)
               TO WS-SPLIT-INPUT.
           PERFORM SPLIT-ACTION-LIST.
           MOVE WS-SPLIT-TOKENS TO WS-OLD-TOKENS.
           MOVE WS-SPLIT-TOKEN-COUNT TO WS-OLD-TOKEN-COUNT.

           MOVE RELEASE-ENTRY(2, WS-DIFF-CHAPTER, WS-DIFF-ENTRY + 1)
               TO WS-SPLIT-INPUT.
           PERFORM SPLIT-ACTION-LIST.
           MOVE WS-SPLIT-TOKENS TO WS-NEW-TOKENS.
           MOVE WS-SPLIT-TOKEN-COUNT TO WS-NEW-TOKEN-COUNT.

           MOVE 1 TO WS-NEW-PAIR-POS.
           PERFORM UNTIL WS-NEW-PAIR-POS >= WS-NEW-TOKEN-COUNT
               PERFORM DIFF-ONE-NEW-ACTION
               ADD 2 TO WS-NEW-PAIR-POS
           END-PERFORM.

           MOVE 1 TO WS-OLD-PAIR-POS.
           PERFORM UNTIL WS-OLD-PAIR-POS >= WS-OLD-TOKEN-COUNT
               PERFORM CHECK-ONE-OLD-ACTION
               ADD 2 TO WS-OLD-PAIR-POS
           END-PERFORM.

       DIFF-ONE-NEW-ACTION.
           SET WS-PAIR-FOUND TO FALSE.
           MOVE 1 TO WS-OLD-PAIR-POS.

           PERFORM UNTIL WS-OLD-PAIR-POS >= WS-OLD-TOKEN-COUNT
                   OR WS-PAIR-FOUND
               IF FUNCTION TRIM(WS-OLD-TOKEN(WS-OLD-PAIR-POS)) EQUAL
                       FUNCTION TRIM(WS-NEW-TOKEN(WS-NEW-PAIR-POS))
                   SET WS-PAIR-FOUND TO TRUE
               ELSE
                   ADD 2 TO WS-OLD-PAIR-POS
               END-IF
           END-PERFORM.

           IF NOT WS-PAIR-FOUND
               DISPLAY "    Action """
                       FUNCTION TRIM(WS-NEW-TOKEN(WS-NEW-PAIR-POS))
                       """ added (target "
                       FUNCTION TRIM(WS-NEW-TOKEN(WS-NEW-PAIR-POS + 1))
                       ")."
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(WS-OLD-TOKEN(WS-OLD-PAIR-POS + 1))
                   NOT EQUAL
                   FUNCTION TRIM(WS-NEW-TOKEN(WS-NEW-PAIR-POS + 1))
               DISPLAY "    Action """
                       FUNCTION TRIM(WS-NEW-TOKEN(WS-NEW-PAIR-POS))
                       """ now targets "
                       FUNCTION TRIM(WS-NEW-TOKEN(WS-NEW-PAIR-POS + 1))
                       " (was "
                       FUNCTION TRIM(WS-OLD-TOKEN(WS-OLD-PAIR-POS + 1))
                       ")."
               ADD 1 TO WS-RETARGETED-TOTAL
           END-IF.

       CHECK-ONE-OLD-ACTION.
           SET WS-PAIR-FOUND TO FALSE.
           MOVE 1 TO WS-NEW-PAIR-POS.

           PERFORM UNTIL WS-NEW-PAIR-POS >= WS-NEW-TOKEN-COUNT
                   OR WS-PAIR-FOUND
               IF FUNCTION TRIM(WS-OLD-TOKEN(WS-OLD-PAIR-POS)) EQUAL
                       FUNCTION TRIM(WS-NEW-TOKEN(WS-NEW-PAIR-POS))
                   SET WS-PAIR-FOUND TO TRUE
               ELSE
                   ADD 2 TO WS-NEW-PAIR-POS
               END-IF
           END-PERFORM.

           IF NOT WS-PAIR-FOUND
               DISPLAY "    Action """
                       FUNCTION TRIM(WS-OLD-TOKEN(WS-OLD-PAIR-POS))
                       """ removed (was target "
                       FUNCTION TRIM(WS-OLD-TOKEN(WS-OLD-PAIR-POS + 1))
                       ")."
           END-IF.

       SPLIT-ACTION-LIST.
           MOVE SPACES TO WS-SPLIT-TOKENS.
           MOVE 1 TO WS-SPLIT-POINTER.
           MOVE 1 TO WS-SPLIT-TOKEN-COUNT.

           PERFORM UNTIL WS-SPLIT-TOKEN-COUNT > 40
               UNSTRING WS-SPLIT-INPUT
                   DELIMITED BY ";"
                   INTO WS-SPLIT-TOKEN(WS-SPLIT-TOKEN-COUNT)
                   WITH POINTER WS-SPLIT-POINTER
               END-UNSTRING

               IF WS-SPLIT-TOKEN(WS-SPLIT-TOKEN-COUNT) NOT EQUAL
                       SPACES
                   ADD 1 TO WS-SPLIT-TOKEN-COUNT
               ELSE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           SUBTRACT 1 FROM WS-SPLIT-TOKEN-COUNT.

      *Every fight's defeat leg lands on the chapter's game-over
      *scene, entry count minus one. When the chapter grows or
      *shrinks that scene moves with it, which is worth a line of
      *its own.
       REPORT-GAME-OVER-MOVE.
           IF WS-OLD-COUNT < 2 OR WS-NEW-COUNT < 2
               EXIT PARAGRAPH
           END-IF.

           IF WS-OLD-COUNT = WS-NEW-COUNT
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DISPLAY-NUMBER = WS-OLD-COUNT - 1.
           COMPUTE WS-DISPLAY-NUMBER-2 = WS-NEW-COUNT - 1.
           DISPLAY "  Game-over scene moved from C"
                   FUNCTION TRIM(WS-DISPLAY-CHAPTER) "."
                   FUNCTION TRIM(WS-DISPLAY-NUMBER) " to C"
                   FUNCTION TRIM(WS-DISPLAY-CHAPTER) "."
                   FUNCTION TRIM(WS-DISPLAY-NUMBER-2) ".".
           ADD 1 TO WS-CHAPTER-CHANGES.

       REPORT-DIFF-SUMMARY.
           DISPLAY "Release diff summary".
           DISPLAY "--------------------".

           MOVE WS-CHANGED-TOTAL TO WS-DISPLAY-NUMBER.
           DISPLAY "  Scenes changed:     "
                   FUNCTION TRIM(WS-DISPLAY-NUMBER).
           MOVE WS-ADDED-TOTAL TO WS-DISPLAY-NUMBER.
           DISPLAY "  Scenes added:       "
                   FUNCTION TRIM(WS-DISPLAY-NUMBER).
           MOVE WS-REMOVED-TOTAL TO WS-DISPLAY-NUMBER.
           DISPLAY "  Scenes removed:     "
                   FUNCTION TRIM(WS-DISPLAY-NUMBER).
           MOVE WS-RETARGETED-TOTAL TO WS-DISPLAY-NUMBER.
           DISPLAY "  Actions retargeted: "
                   FUNCTION TRIM(WS-DISPLAY-NUMBER).
           DISPLAY " ".

      *Slots 1-9 and the crash checkpoint, each judged on the scene
      *it would resume at. A save already stamped with the live
      *release was written against the new content and needs no
      *warning.
       REPORT-AFFECTED-SAVES.
           DISPLAY "Saves on changed or removed scenes".
           DISPLAY "----------------------------------".

           MOVE 1 TO WS-SAVE-SLOT.
           PERFORM UNTIL WS-SAVE-SLOT > 9
               MOVE SPACES TO WS-SAVE-FILENAME
               STRING "SAVE-" DELIMITED BY SIZE
                       WS-SAVE-SLOT DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                   INTO WS-SAVE-FILENAME
               PERFORM CHECK-ONE-SAVE
               ADD 1 TO WS-SAVE-SLOT
           END-PERFORM.

           MOVE 'AUTOSAVE.DAT' TO WS-SAVE-FILENAME.
           PERFORM CHECK-ONE-SAVE.

           IF WS-SAVES-AFFECTED = 0
               DISPLAY "  (none)"
           END-IF.

           DISPLAY " ".
           MOVE WS-SAVES-READ TO WS-DISPLAY-NUMBER.
           MOVE WS-SAVES-AFFECTED TO WS-DISPLAY-NUMBER-2.
           DISPLAY "Saves checked: " FUNCTION TRIM(WS-DISPLAY-NUMBER)
                   "; saves to warn: "
                   FUNCTION TRIM(WS-DISPLAY-NUMBER-2) ".".

       CHECK-ONE-SAVE.
           PERFORM READ-ONE-SAVE.

           IF WS-SAVE-FILE-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.

      *    An empty file is no save at all - a clean quit leaves the
      *    checkpoint that way.
           IF WS-SAVE-HEADER-LINE EQUAL SPACES
                   AND WS-SAVE-LINE-COUNT = 0
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SAVES-READ.

           IF WS-SAVE-HEADER-LINE(1:7) NOT EQUAL "TMPSAVE"
                   OR WS-SAVE-LINE-COUNT < 3
               DISPLAY "  " FUNCTION TRIM(WS-SAVE-FILENAME)
                       ": not a current-format save; position "
                       "unknown."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SAVE-HEADER-LINE(22:14) TO WS-SAVE-STAMP.

           IF WS-SAVE-STAMP EQUAL RELEASE-STAMP(2)
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-SAVE-CHAPTER.
           IF WS-SAVE-LINE-COUNT >= 5
                   AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-SAVE-LINE(5))) EQUAL 0
               COMPUTE WS-SAVE-CHAPTER =
                   FUNCTION NUMVAL(WS-SAVE-LINE(5))
           END-IF.

           MOVE 0 TO WS-SAVE-INDEX.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-SAVE-LINE(2)))
                   EQUAL 0
               COMPUTE WS-SAVE-INDEX =
                   FUNCTION NUMVAL(WS-SAVE-LINE(2))
           END-IF.

           MOVE SPACES TO WS-SAVE-VERDICT.

           IF WS-SAVE-CHAPTER < 1 OR WS-SAVE-CHAPTER > 20
                   OR WS-SAVE-INDEX < 1 OR WS-SAVE-INDEX > 500
               MOVE "position not in either release"
                   TO WS-SAVE-VERDICT
           ELSE IF WS-SAVE-CHAPTER > RELEASE-CHAPTER-COUNT(2)
               MOVE "chapter removed" TO WS-SAVE-VERDICT
           ELSE IF WS-SCENE-CHANGE(WS-SAVE-CHAPTER, WS-SAVE-INDEX)
                   EQUAL 'R'
               MOVE "scene removed" TO WS-SAVE-VERDICT
           ELSE IF WS-SCENE-CHANGE(WS-SAVE-CHAPTER, WS-SAVE-INDEX)
                   EQUAL 'T'
               MOVE "story text changed" TO WS-SAVE-VERDICT
           ELSE IF WS-SCENE-CHANGE(WS-SAVE-CHAPTER, WS-SAVE-INDEX)
                   EQUAL 'L'
               MOVE "action list changed" TO WS-SAVE-VERDICT
           ELSE IF WS-SCENE-CHANGE(WS-SAVE-CHAPTER, WS-SAVE-INDEX)
                   EQUAL 'B'
               MOVE "story text and action list changed"
                   TO WS-SAVE-VERDICT
           END-IF.

           IF WS-SAVE-VERDICT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SAVES-AFFECTED.
           MOVE WS-SAVE-CHAPTER TO WS-DISPLAY-CHAPTER.
           MOVE WS-SAVE-INDEX TO WS-DISPLAY-NUMBER.
           DISPLAY "  " FUNCTION TRIM(WS-SAVE-FILENAME)
                   " at C" FUNCTION TRIM(WS-DISPLAY-CHAPTER)
                   "." FUNCTION TRIM(WS-DISPLAY-NUMBER)
                   ": " FUNCTION TRIM(WS-SAVE-VERDICT) ".".

       READ-ONE-SAVE.
           MOVE 'N' TO WS-EOF-SAVE-FLAG.
           MOVE SPACES TO WS-SAVE-HEADER-LINE.
           MOVE SPACES TO WS-SAVE-LINES.
           MOVE 0 TO WS-SAVE-LINE-COUNT.

           OPEN INPUT SAVE-FILE.

           IF WS-SAVE-FILE-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.

           READ SAVE-FILE
               AT END
                   SET EOF-SAVE-REACHED TO TRUE
               NOT AT END
                   MOVE SAVE-RECORD TO WS-SAVE-HEADER-LINE
           END-READ.

           PERFORM UNTIL EOF-SAVE-REACHED
               READ SAVE-FILE
                   AT END
                       SET EOF-SAVE-REACHED TO TRUE
                   NOT AT END
                       IF WS-SAVE-LINE-COUNT < 10
                           ADD 1 TO WS-SAVE-LINE-COUNT
                           MOVE SAVE-RECORD
                               TO WS-SAVE-LINE(WS-SAVE-LINE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SAVE-FILE.
