               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ITEM-FILE-STATUS.

      *Language overlay for the locale picked at startup: one
      *"key;checksum;text" line per translated story line or engine
      *message, read from locale-<code>.txt when the engine runs
      *from the loose text files (a compiled release carries its
      *overlays in world.dat instead). Anything the overlay does not
      *cover stays in English.
           SELECT LOCALE-FILE ASSIGN TO WS-LOCALE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOCALE-FILE-STATUS.

      *Replay mode: a script of menu picks and turn actions stands
      *in for the keyboard, and everything the player would have
      *seen is mirrored to replay.out for diffing (see
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SESSION-LOG-STATUS.

      *Every movement of gold and shop stock is appended to the trade
      *journal, bracketed by an opening and a closing balance for
      *each adventure, so GOLD-RECONCILE can prove a balance adds
      *up (see WRITE-JOURNAL-ENTRY).
           SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SAVE-FILE
           DATA RECORD IS ITEM-RECORD.
       01 ITEM-RECORD              PIC X(100).

       FD LOCALE-FILE
           RECORD CONTAINS 500 CHARACTERS
           DATA RECORD IS LOCALE-RECORD.
       01 LOCALE-RECORD            PIC X(500).

       FD REPLAY-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REPLAY-RECORD.
           DATA RECORD IS SESSION-LOG-RECORD.
       01 SESSION-LOG-RECORD       PIC X(100).

       FD JOURNAL-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS JOURNAL-RECORD.
       01 JOURNAL-RECORD           PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EOF-SAVE-FLAG         PIC X(1) VALUE 'N'.
           88 EOF-SAVE-REACHED              VALUE 'Y'.

      *Load failures name their source so the same code can report on
      *a manual slot ("slot 01") or the crash checkpoint.
       01 WS-SAVE-DESC             PIC X(60) VALUE SPACES.

      *Crash protection: the state of play is checkpointed to
      *AUTOSAVE.DAT at the top of every turn, and the main menu
      *the transcript.
       01 WS-EMIT-TEXT             PIC X(500) VALUE SPACES.

      *Every player-facing message goes through EMIT-MESSAGE by its
      *catalog key: the template is looked up in WS-MESSAGE-TABLE
      *(the English catalog, overlaid by the chosen language) and
      *its &1 to &5 markers are filled from WS-MESSAGE-ARG.
           COPY "engine-messages.cpy".
       01 WS-MESSAGE-TABLE.
           02 WS-MESSAGE-TEXT      PIC X(300) OCCURS 100 TIMES.
       01 WS-MESSAGE-KEY           PIC X(12) VALUE SPACES.
       01 WS-MESSAGE-ARGS.
           02 WS-MESSAGE-ARG       PIC X(500) OCCURS 5 TIMES.
       01 WS-MESSAGE-INDEX         PIC 9(3) VALUE 0.
       01 WS-MESSAGE-FOUND-FLAG    PIC X(1) VALUE 'N'.
           88 WS-MESSAGE-FOUND              VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-MESSAGE-TEMPLATE      PIC X(300) VALUE SPACES.
       01 WS-MESSAGE-LENGTH        PIC 9(3) VALUE 0.
       01 WS-MESSAGE-POS           PIC 9(3) VALUE 0.
       01 WS-MESSAGE-ARG-NUMBER    PIC 9(1) VALUE 0.
       01 WS-MESSAGE-POINTER       PIC 9(3) VALUE 1.
       01 WS-MESSAGE-RESULT        PIC X(500) VALUE SPACES.

      *The language overlay. WS-LOCALE-CODE stays blank for plain
      *English. Translated story lines are held under their
      *"C<ch>.<idx>" scene key, continuation lines as
      *"C<ch>.<idx>+<n>"; translated messages replace their English
      *template in WS-MESSAGE-TABLE as they are read.
       01 WS-LOCALE-CODE           PIC X(8) VALUE SPACES.
       01 WS-LOCALE-FILENAME       PIC X(30) VALUE SPACES.
       01 WS-LOCALE-FILE-STATUS    PIC X(2) VALUE '00'.
       01 WS-EOF-LOCALE-FLAG       PIC X(1) VALUE 'N'.
           88 EOF-LOCALE-REACHED            VALUE 'Y'.
       01 WS-LOCALE-IN-WORLD-FLAG  PIC X(1) VALUE 'N'.
       01 WS-OVERLAY-LINE          PIC X(500) VALUE SPACES.
       01 WS-OVERLAY-KEY-TOKEN     PIC X(20) VALUE SPACES.
       01 WS-OVERLAY-SUM-TOKEN     PIC X(20) VALUE SPACES.
       01 WS-OVERLAY-POINTER       PIC 9(3) VALUE 1.
       01 WS-OVERLAY-TABLE.
           02 WS-OVERLAY-ENTRY OCCURS 2000 TIMES.
               03 WS-OVERLAY-KEY   PIC X(12).
               03 WS-OVERLAY-TEXT  PIC X(500).
       01 WS-OVERLAY-COUNT         PIC 9(4) VALUE 0.
       01 WS-OVERLAY-SCAN          PIC 9(4) VALUE 0.
       01 WS-OVERLAY-INDEX         PIC 9(3) VALUE 0.
       01 WS-OVERLAY-PART          PIC 9(3) VALUE 0.
       01 WS-OVERLAY-LOOKUP-KEY    PIC X(12) VALUE SPACES.
       01 WS-OVERLAY-NUM-DISPLAY   PIC ZZ9.
       01 WS-OVERLAY-PART-DISPLAY  PIC ZZ9.
       01 WS-WORLD-LOCALE-COUNT    PIC 9(2) VALUE 0.
       01 WS-WORLD-LOCALE-INDEX    PIC 9(2) VALUE 0.
       01 WS-WORLD-LOCALE-LINES    PIC 9(4) VALUE 0.
       01 WS-WORLD-LOCALE-SCAN     PIC 9(4) VALUE 0.

      *We log the dialogue index and action chosen for each turn to
      *SESSION-LOG-FILE (see LOG-TURN and OPEN-SESSION-LOG).
       01 WS-SESSION-LOG-STATUS    PIC X(2) VALUE '00'.
       01 WS-SESSION-LOG-NAME      PIC X(20) VALUE 'session.log'.
       01 WS-LOG-ACTION            PIC X(80) VALUE SPACES.

      *The trade journal, appended across runs like session.log (a
      *replay run rewrites its own replay-local journal instead).
      *Each line is one fixed-layout entry: OPEN when an adventure
      *starts, BUY / SELL / GOLD for every gold or stock movement,
      *CLOSE when the adventure ends. The layout is shared with
      *GOLD-RECONCILE; keep the two in step.
       01 WS-JOURNAL-STATUS        PIC X(2) VALUE '00'.
       01 WS-JOURNAL-NAME          PIC X(20)
                                   VALUE 'trade-journal.log'.
       01 WS-JOURNAL-OPEN-FLAG     PIC X(1) VALUE 'N'.
           88 WS-JOURNAL-SESSION-OPEN       VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-JOURNAL-LINE.
           02 WS-JL-KIND           PIC X(5).
           02 FILLER               PIC X(1) VALUE SPACE.
           02 WS-JL-STAMP          PIC X(14).
           02 FILLER               PIC X(1) VALUE SPACE.
           02 WS-JL-PLAYER         PIC X(12).
           02 FILLER               PIC X(1) VALUE SPACE.
           02 WS-JL-CHAPTER        PIC 9(2).
           02 FILLER               PIC X(1) VALUE SPACE.
           02 WS-JL-SCENE          PIC 9(3).
           02 FILLER               PIC X(1) VALUE SPACE.
           02 WS-JL-ITEM           PIC X(20).
           02 FILLER               PIC X(1) VALUE SPACE.
           02 WS-JL-QUANTITY       PIC 9(3).
           02 FILLER               PIC X(1) VALUE SPACE.
           02 WS-JL-AMOUNT         PIC 9(5).
           02 FILLER               PIC X(1) VALUE SPACE.
           02 WS-JL-GOLD-BEFORE    PIC 9(5).
           02 FILLER               PIC X(1) VALUE SPACE.
           02 WS-JL-GOLD-AFTER     PIC 9(5).
           02 FILLER               PIC X(1) VALUE SPACE.
           02 WS-JL-STOCK-BEFORE   PIC 9(3).
           02 FILLER               PIC X(1) VALUE SPACE.
           02 WS-JL-STOCK-AFTER    PIC 9(3).
       01 WS-JOURNAL-GOLD-BEFORE   PIC 9(5) VALUE 0.
       01 WS-JOURNAL-STOCK-BEFORE  PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CHECK-REPLAY-MODE.

           PERFORM SELECT-LOCALE.

      *    We seed FUNCTION RANDOM once at startup so COMBAT-ROUTINE
      *    doesn't draw the same damage every run - except in replay
      *    mode, where a fixed seed keeps every combat roll (and so

           PERFORM OPEN-SESSION-LOG.

           PERFORM OPEN-TRADE-JOURNAL.

           PERFORM UNTIL GAME-QUIT
               PERFORM RECEIVE-USER-INPUT
           END-PERFORM.
           END-IF.

           CLOSE SESSION-LOG-FILE.
           CLOSE JOURNAL-FILE.

           STOP RUN.

           MOVE 'REPLAY-PROFILE.DAT' TO WS-PROFILE-FILENAME.
           MOVE 'REPLAY-AUTOSAVE.DAT' TO WS-AUTOSAVE-FILENAME.
           MOVE 'REPLAY-SESSION.LOG' TO WS-SESSION-LOG-NAME.
           MOVE 'REPLAY-JOURNAL.LOG' TO WS-JOURNAL-NAME.

           OPEN OUTPUT PROFILE-FILE.
           CLOSE PROFILE-FILE.
           MOVE 1 TO WS-SAVE-SLOT.
           PERFORM BUILD-SAVE-FILENAME.

      *The player's language is picked once at startup from the
      *TMP_LOCALE setting: "fr" plays from locale-fr.txt, or from
      *the fr overlay carried in world.dat when a release is on
      *disk. Unset, the game plays in English. Replay runs always
      *play in English so their transcripts stay comparable with
      *the expected files. The release is looked for here, ahead of
      *the who-is-playing prompt, so that prompt is translated too.
       SELECT-LOCALE.
           PERFORM RESET-MESSAGE-TABLE.

           IF REPLAY-MODE
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-LOCALE-CODE FROM ENVIRONMENT "TMP_LOCALE".

           IF WS-LOCALE-CODE EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(WS-LOCALE-CODE) TO WS-LOCALE-CODE.

           PERFORM TRY-LOAD-WORLD-RELEASE.

           PERFORM LOAD-LOCALE-OVERLAY.

       RESET-MESSAGE-TABLE.
           MOVE SPACES TO WS-MESSAGE-TABLE.
           MOVE 0 TO WS-OVERLAY-COUNT.
           MOVE 1 TO WS-MESSAGE-INDEX.

           PERFORM UNTIL WS-MESSAGE-INDEX > MESSAGE-CATALOG-COUNT
               MOVE MESSAGE-DEFAULT(WS-MESSAGE-INDEX)
                   TO WS-MESSAGE-TEXT(WS-MESSAGE-INDEX)
               ADD 1 TO WS-MESSAGE-INDEX
           END-PERFORM.

      *A release carries its languages inside world.dat (picked up by
      *LOAD-WORLD-LOCALES), so the loose overlay file is only read
      *when the engine is running from the loose text files.
       LOAD-LOCALE-OVERLAY.
           IF WS-WORLD-LOADED
               IF WS-LOCALE-IN-WORLD-FLAG EQUAL 'N'
                   DISPLAY "World release "
                           FUNCTION TRIM(WS-WORLD-VERSION)
                           " has no "
                           FUNCTION TRIM(WS-LOCALE-CODE)
                           " language overlay; playing in English."
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-LOCALE-FILENAME.
           STRING "locale-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LOCALE-CODE) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-LOCALE-FILENAME.

           OPEN INPUT LOCALE-FILE.

           IF WS-LOCALE-FILE-STATUS NOT EQUAL "00"
               DISPLAY "Language overlay "
                       FUNCTION TRIM(WS-LOCALE-FILENAME)
                       " not found; playing in English."
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-EOF-LOCALE-FLAG.

           PERFORM UNTIL EOF-LOCALE-REACHED
               READ LOCALE-FILE
                   AT END
                       SET EOF-LOCALE-REACHED TO TRUE
                   NOT AT END
                       MOVE LOCALE-RECORD TO WS-OVERLAY-LINE
                       PERFORM ADD-OVERLAY-LINE
               END-READ
           END-PERFORM.

           CLOSE LOCALE-FILE.

      *One overlay line, "key;checksum;text". The checksum is the
      *translator's record of which English text was translated
      *(LOCALE-REPORT checks it); the engine uses the text as it
      *stands. Blank lines, "*" comment lines and lines whose text
      *is still empty are skipped, and keys the engine does not
      *know are ignored, so a half-finished overlay is harmless.
       ADD-OVERLAY-LINE.
           IF WS-OVERLAY-LINE EQUAL SPACES
                   OR WS-OVERLAY-LINE(1:1) EQUAL "*"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-OVERLAY-KEY-TOKEN.
           MOVE SPACES TO WS-OVERLAY-SUM-TOKEN.
           MOVE 1 TO WS-OVERLAY-POINTER.
           UNSTRING WS-OVERLAY-LINE DELIMITED BY ";"
               INTO WS-OVERLAY-KEY-TOKEN WS-OVERLAY-SUM-TOKEN
               WITH POINTER WS-OVERLAY-POINTER
           END-UNSTRING.

           IF WS-OVERLAY-POINTER > 500
               EXIT PARAGRAPH
           END-IF.

           IF WS-OVERLAY-LINE(WS-OVERLAY-POINTER:) EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION TRIM(WS-OVERLAY-KEY-TOKEN)
               TO WS-OVERLAY-KEY-TOKEN.

           IF WS-OVERLAY-KEY-TOKEN(1:1) EQUAL "C"
                   AND WS-OVERLAY-KEY-TOKEN(2:1) IS NUMERIC
               IF WS-OVERLAY-COUNT < 2000
                   ADD 1 TO WS-OVERLAY-COUNT
                   MOVE WS-OVERLAY-KEY-TOKEN
                       TO WS-OVERLAY-KEY(WS-OVERLAY-COUNT)
                   MOVE WS-OVERLAY-LINE(WS-OVERLAY-POINTER:)
                       TO WS-OVERLAY-TEXT(WS-OVERLAY-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-OVERLAY-KEY-TOKEN TO WS-MESSAGE-KEY.
           PERFORM FIND-MESSAGE-ENTRY.

           IF WS-MESSAGE-FOUND
               MOVE WS-OVERLAY-LINE(WS-OVERLAY-POINTER:)
                   TO WS-MESSAGE-TEXT(WS-MESSAGE-INDEX)
           END-IF.

      *One line of player-facing output: shown on the terminal and,
      *in replay mode, written to the transcript as well.
       EMIT-LINE.

           MOVE SPACES TO WS-EMIT-TEXT.

      *One catalog message, in the player's language, filled in from
      *WS-MESSAGE-ARG and emitted as a line of output.
       EMIT-MESSAGE.
           PERFORM FORMAT-MESSAGE.

           MOVE WS-MESSAGE-RESULT TO WS-EMIT-TEXT.
           PERFORM EMIT-LINE.

      *We copy the template for WS-MESSAGE-KEY into
      *WS-MESSAGE-RESULT, replacing each &1 to &5 with the trimmed
      *argument of that number. The arguments are cleared once used
      *so the next message never picks up a stale one. An unknown
      *key shows as itself rather than as a blank line.
       FORMAT-MESSAGE.
           MOVE SPACES TO WS-MESSAGE-RESULT.

           PERFORM FIND-MESSAGE-ENTRY.

           IF NOT WS-MESSAGE-FOUND
               MOVE WS-MESSAGE-KEY TO WS-MESSAGE-RESULT
               MOVE SPACES TO WS-MESSAGE-ARGS
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-MESSAGE-TEXT(WS-MESSAGE-INDEX)
               TO WS-MESSAGE-TEMPLATE.
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-MESSAGE-TEMPLATE TRAILING))
               TO WS-MESSAGE-LENGTH.

           MOVE 1 TO WS-MESSAGE-POS.
           MOVE 1 TO WS-MESSAGE-POINTER.

           PERFORM UNTIL WS-MESSAGE-POS > WS-MESSAGE-LENGTH
                   OR WS-MESSAGE-POINTER > 500
               IF WS-MESSAGE-TEMPLATE(WS-MESSAGE-POS:1) EQUAL "&"
                       AND WS-MESSAGE-POS < WS-MESSAGE-LENGTH
                       AND WS-MESSAGE-TEMPLATE(WS-MESSAGE-POS + 1:1)
                       >= "1"
                       AND WS-MESSAGE-TEMPLATE(WS-MESSAGE-POS + 1:1)
                       <= "5"
                   MOVE WS-MESSAGE-TEMPLATE(WS-MESSAGE-POS + 1:1)
                       TO WS-MESSAGE-ARG-NUMBER
                   IF WS-MESSAGE-ARG(WS-MESSAGE-ARG-NUMBER)
                           NOT EQUAL SPACES
                       STRING FUNCTION TRIM(
                               WS-MESSAGE-ARG(WS-MESSAGE-ARG-NUMBER))
                               DELIMITED BY SIZE
                           INTO WS-MESSAGE-RESULT
                           WITH POINTER WS-MESSAGE-POINTER
                       END-STRING
                   END-IF
                   ADD 2 TO WS-MESSAGE-POS
               ELSE
                   MOVE WS-MESSAGE-TEMPLATE(WS-MESSAGE-POS:1)
                       TO WS-MESSAGE-RESULT(WS-MESSAGE-POINTER:1)
                   ADD 1 TO WS-MESSAGE-POS
                   ADD 1 TO WS-MESSAGE-POINTER
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-MESSAGE-ARGS.

       FIND-MESSAGE-ENTRY.
           SET WS-MESSAGE-FOUND TO FALSE.
           MOVE 1 TO WS-MESSAGE-INDEX.

           PERFORM UNTIL WS-MESSAGE-INDEX > MESSAGE-CATALOG-COUNT
               IF MESSAGE-KEY(WS-MESSAGE-INDEX) EQUAL WS-MESSAGE-KEY
                   SET WS-MESSAGE-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-MESSAGE-INDEX
           END-PERFORM.

      *All player input funnels through here. In replay mode the
      *next script line stands in for the keyboard; when the script
      *runs dry the winddown inputs are synthesized so the run still

           PERFORM LOAD-ROSTER.

           MOVE "WHO-PLAYING" TO WS-MESSAGE-KEY.
           PERFORM EMIT-MESSAGE.

           MOVE 1 TO WS-ROSTER-SCAN.
           PERFORM UNTIL WS-ROSTER-SCAN > WS-ROSTER-COUNT
               ADD 1 TO WS-ROSTER-SCAN
           END-PERFORM.

           MOVE "WHO-PROMPT" TO WS-MESSAGE-KEY.
           PERFORM EMIT-MESSAGE.

           PERFORM GET-USER-INPUT.


       ADD-ROSTER-NAME.
           IF WS-ROSTER-COUNT >= 10
               MOVE "ROSTER-FULL" TO WS-MESSAGE-KEY
               MOVE WS-PLAYER-NAME TO WS-MESSAGE-ARG(1)
               PERFORM EMIT-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           END-IF.
           WRITE SESSION-LOG-RECORD.

      *The trade journal is opened the same way as session.log:
      *EXTEND, falling back to OUTPUT the first time, and rewritten
      *from scratch for a replay run.
       OPEN-TRADE-JOURNAL.
           IF REPLAY-MODE
               OPEN OUTPUT JOURNAL-FILE
           ELSE
               OPEN EXTEND JOURNAL-FILE

               IF WS-JOURNAL-STATUS NOT EQUAL "00"
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
           END-IF.

       INITIALIZE-WORLD-TABLE.
           PERFORM TRY-LOAD-WORLD-RELEASE.

               PERFORM LOAD-WORLD-MASTER-TABLES
           END-IF.

           IF WS-WORLD-BAD-FLAG EQUAL 'N'
               PERFORM LOAD-WORLD-LOCALES
           END-IF.

           CLOSE WORLD-FILE.

           IF WS-WORLD-BAD-FLAG EQUAL 'Y'
               MOVE 0 TO WS-PRICE-COUNT
               MOVE 0 TO WS-ENEMY-COUNT
               MOVE 0 TO WS-ITEM-DESC-COUNT
               MOVE 'N' TO WS-LOCALE-IN-WORLD-FLAG
               PERFORM RESET-MESSAGE-TABLE
               EXIT PARAGRAPH
           END-IF.

               PERFORM LOAD-ONE-ITEM-DESC
           END-IF.

      *The language block after the master tables: a "LOCALES <n>"
      *count, then per language a "LOCALE <code> <lines>" line
      *followed by that many overlay lines. Only the chosen
      *language's lines are kept. A release compiled before the
      *overlays existed goes straight on to END.
       LOAD-WORLD-LOCALES.
           READ WORLD-FILE
               AT END
                   SET EOF-WORLD-REACHED TO TRUE
           END-READ.

           IF EOF-WORLD-REACHED
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-WORLD-KEYWORD.
           MOVE SPACES TO WS-WORLD-NUM-TOKEN.
           UNSTRING WORLD-RECORD DELIMITED BY ALL " "
               INTO WS-WORLD-KEYWORD WS-WORLD-NUM-TOKEN
           END-UNSTRING.

           IF WS-WORLD-KEYWORD NOT EQUAL "LOCALES"
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-WORLD-NUM-TOKEN)) NOT EQUAL 0
               MOVE 'Y' TO WS-WORLD-BAD-FLAG
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-WORLD-LOCALE-COUNT =
               FUNCTION NUMVAL(WS-WORLD-NUM-TOKEN).

           MOVE 1 TO WS-WORLD-LOCALE-INDEX.
           PERFORM UNTIL WS-WORLD-LOCALE-INDEX > WS-WORLD-LOCALE-COUNT
                   OR WS-WORLD-BAD-FLAG EQUAL 'Y'
               PERFORM LOAD-ONE-WORLD-LOCALE
               ADD 1 TO WS-WORLD-LOCALE-INDEX
           END-PERFORM.

       LOAD-ONE-WORLD-LOCALE.
           PERFORM READ-ONE-WORLD-LINE.
           IF WS-WORLD-BAD-FLAG EQUAL 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-WORLD-KEYWORD.
           MOVE SPACES TO WS-WORLD-NAME-TOKEN.
           MOVE SPACES TO WS-WORLD-NUM-TOKEN.
           UNSTRING WORLD-RECORD DELIMITED BY ALL " "
               INTO WS-WORLD-KEYWORD WS-WORLD-NAME-TOKEN
                   WS-WORLD-NUM-TOKEN
           END-UNSTRING.

           IF WS-WORLD-KEYWORD NOT EQUAL "LOCALE"
                   OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-WORLD-NUM-TOKEN)) NOT EQUAL 0
               MOVE 'Y' TO WS-WORLD-BAD-FLAG
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-WORLD-LOCALE-LINES =
               FUNCTION NUMVAL(WS-WORLD-NUM-TOKEN).

           IF WS-LOCALE-CODE NOT EQUAL SPACES
                   AND WS-WORLD-NAME-TOKEN EQUAL WS-LOCALE-CODE
               MOVE 'Y' TO WS-LOCALE-IN-WORLD-FLAG
           END-IF.

           MOVE 1 TO WS-WORLD-LOCALE-SCAN.
           PERFORM UNTIL WS-WORLD-LOCALE-SCAN > WS-WORLD-LOCALE-LINES
                   OR WS-WORLD-BAD-FLAG EQUAL 'Y'
               PERFORM READ-ONE-WORLD-LINE
               IF WS-WORLD-BAD-FLAG EQUAL 'N'
                       AND WS-LOCALE-CODE NOT EQUAL SPACES
                       AND WS-WORLD-NAME-TOKEN EQUAL WS-LOCALE-CODE
                   MOVE WORLD-RECORD TO WS-OVERLAY-LINE
                   PERFORM ADD-OVERLAY-LINE
               END-IF
               ADD 1 TO WS-WORLD-LOCALE-SCAN
           END-PERFORM.

      *The manifest is read once. Without one, the world is the
      *single dialogue.txt, exactly as before chapters existed.
       LOAD-CHAPTER-MANIFEST.
           PERFORM LOAD-PROFILE.

           MOVE DIALOGUE(1) TO WS-EMIT-TEXT.
           MOVE 1 TO WS-OVERLAY-INDEX.
           MOVE 0 TO WS-OVERLAY-PART.
           PERFORM APPLY-SCENE-OVERLAY.
           PERFORM EMIT-LINE.

           PERFORM SHOW-PROFILE-SUMMARY.

           PERFORM UNTIL INPUT-VALID
               MOVE "MENU-WELCOME" TO WS-MESSAGE-KEY
               PERFORM EMIT-MESSAGE
               MOVE "MENU-LOAD" TO WS-MESSAGE-KEY
               PERFORM EMIT-MESSAGE
               MOVE "MENU-NEW" TO WS-MESSAGE-KEY
               PERFORM EMIT-MESSAGE
               MOVE "MENU-QUIT" TO WS-MESSAGE-KEY
               PERFORM EMIT-MESSAGE

               IF WS-AUTOSAVE-PRESENT
                   MOVE "MENU-RESUME" TO WS-MESSAGE-KEY
                   PERFORM EMIT-MESSAGE
               END-IF

               PERFORM GET-USER-INPUT
                   PERFORM RESUME-AUTOSAVE-ROUTINE
               ELSE
                   SET INPUT-VALID TO FALSE
                   MOVE "MENU-INVALID" TO WS-MESSAGE-KEY
                   PERFORM EMIT-MESSAGE
                   MOVE SPACES TO WS-EMIT-TEXT
                   PERFORM EMIT-LINE
               END-IF
       LOAD-GAME-ROUTINE.
           PERFORM PROMPT-FOR-SAVE-SLOT.

           MOVE "SLOT-DESC" TO WS-MESSAGE-KEY.
           MOVE WS-SAVE-SLOT TO WS-MESSAGE-ARG(1).
           PERFORM FORMAT-MESSAGE.
           MOVE WS-MESSAGE-RESULT TO WS-SAVE-DESC.

           PERFORM READ-SAVE-FILE.


               SET EXPLORING TO TRUE

               PERFORM OPEN-JOURNAL-SESSION

               MOVE SPACES TO WS-EMIT-TEXT
               PERFORM EMIT-LINE
           END-IF.
           END-IF.

           IF WS-LOADED-WORLD-STAMP NOT EQUAL WS-WORLD-VERSION
               MOVE "SAVE-RELEASE" TO WS-MESSAGE-KEY
               MOVE WS-LOADED-WORLD-STAMP TO WS-MESSAGE-ARG(1)
               MOVE WS-WORLD-VERSION TO WS-MESSAGE-ARG(2)
               PERFORM FORMAT-MESSAGE
               MOVE WS-MESSAGE-RESULT TO WS-EMIT-TEXT
               PERFORM EMIT-LINE
           END-IF.

           OPEN INPUT SAVE-FILE.

           IF WS-SAVE-FILE-STATUS NOT EQUAL "00"
               MOVE "SAVE-NONE" TO WS-MESSAGE-KEY
               MOVE WS-SAVE-DESC TO WS-MESSAGE-ARG(1)
               PERFORM FORMAT-MESSAGE
               MOVE WS-MESSAGE-RESULT TO WS-EMIT-TEXT
               PERFORM EMIT-LINE
               MOVE SPACES TO WS-EMIT-TEXT
               PERFORM EMIT-LINE

           IF EOF-SAVE-REACHED
                   OR SAVE-RECORD(1:7) NOT EQUAL "TMPSAVE"
               MOVE "SAVE-OLD" TO WS-MESSAGE-KEY
               MOVE WS-SAVE-DESC TO WS-MESSAGE-ARG(1)
               PERFORM FORMAT-MESSAGE
               MOVE WS-MESSAGE-RESULT TO WS-EMIT-TEXT
               PERFORM EMIT-LINE
               MOVE SPACES TO WS-EMIT-TEXT
               PERFORM EMIT-LINE
           IF FUNCTION TEST-NUMVAL(SAVE-RECORD(9:2)) NOT EQUAL 0
                   OR FUNCTION TEST-NUMVAL(SAVE-RECORD(12:9))
                   NOT EQUAL 0
               MOVE "SAVE-DAMAGED" TO WS-MESSAGE-KEY
               MOVE WS-SAVE-DESC TO WS-MESSAGE-ARG(1)
               PERFORM FORMAT-MESSAGE
               MOVE WS-MESSAGE-RESULT TO WS-EMIT-TEXT
               PERFORM EMIT-LINE
               MOVE SPACES TO WS-EMIT-TEXT
               PERFORM EMIT-LINE

           IF WS-LOADED-VERSION < 2
                   OR WS-LOADED-VERSION > WS-SAVE-LAYOUT-VERSION
               MOVE "SAVE-LAYOUT" TO WS-MESSAGE-KEY
               MOVE WS-SAVE-DESC TO WS-MESSAGE-ARG(1)
               PERFORM FORMAT-MESSAGE
               MOVE WS-MESSAGE-RESULT TO WS-EMIT-TEXT
               PERFORM EMIT-LINE
               MOVE SPACES TO WS-EMIT-TEXT
               PERFORM EMIT-LINE
           PERFORM COMPUTE-SAVE-CHECKSUM.

           IF WS-CHECKSUM-WORK NOT EQUAL WS-EXPECTED-CHECKSUM
               MOVE "SAVE-BADSUM" TO WS-MESSAGE-KEY
               MOVE WS-SAVE-DESC TO WS-MESSAGE-ARG(1)
               PERFORM FORMAT-MESSAGE
               MOVE WS-MESSAGE-RESULT TO WS-EMIT-TEXT
               PERFORM EMIT-LINE
               MOVE SPACES TO WS-EMIT-TEXT
               PERFORM EMIT-LINE
           END-IF.

           IF WS-SAVE-LINE-COUNT < 3
               MOVE "SAVE-SHORT" TO WS-MESSAGE-KEY
               MOVE WS-SAVE-DESC TO WS-MESSAGE-ARG(1)
               PERFORM FORMAT-MESSAGE
               MOVE WS-MESSAGE-RESULT TO WS-EMIT-TEXT
               PERFORM EMIT-LINE
               MOVE SPACES TO WS-EMIT-TEXT
               PERFORM EMIT-LINE
      *We list which of slots 1-9 already have a save on disk before
      *asking the player to pick one, so slots can be told apart.
       LIST-SAVE-SLOTS.
           MOVE "SLOT-LIST" TO WS-MESSAGE-KEY.
           PERFORM FORMAT-MESSAGE.
           MOVE WS-MESSAGE-RESULT TO WS-EMIT-TEXT.
           PERFORM EMIT-LINE.

           MOVE 1 TO WS-SAVE-SLOT.
                   END-READ

                   IF NOT EOF-SAVE-REACHED
                       MOVE "SLOT-ENTRY" TO WS-MESSAGE-KEY
                       MOVE WS-SAVE-SLOT TO WS-MESSAGE-ARG(1)
                       PERFORM EMIT-MESSAGE
                   END-IF

                   CLOSE SAVE-FILE
       PROMPT-FOR-SAVE-SLOT.
           PERFORM LIST-SAVE-SLOTS.

           MOVE "SLOT-PROMPT" TO WS-MESSAGE-KEY.
           PERFORM FORMAT-MESSAGE.
           MOVE WS-MESSAGE-RESULT TO WS-EMIT-TEXT.
           PERFORM EMIT-LINE.
           PERFORM GET-USER-INPUT.

           MOVE 'N' TO WS-CHAPTER-FALLBACK-FLAG.
           IF WS-CHAPTER-TO-LOAD < 1
                   OR WS-CHAPTER-TO-LOAD > WS-CHAPTER-COUNT
               MOVE "SAVE-NOCHAP" TO WS-MESSAGE-KEY
               PERFORM FORMAT-MESSAGE
               MOVE WS-MESSAGE-RESULT TO WS-EMIT-TEXT
               PERFORM EMIT-LINE
               MOVE 1 TO WS-CHAPTER-TO-LOAD
               MOVE 'Y' TO WS-CHAPTER-FALLBACK-FLAG
           ELSE IF CURRENT-DIALOGUE-INDEX < 1
                   OR CURRENT-DIALOGUE-INDEX >=
                   WS-DIALOGUE-RECORD-COUNT
               MOVE "SAVE-NOSCENE" TO WS-MESSAGE-KEY
               PERFORM FORMAT-MESSAGE
               MOVE WS-MESSAGE-RESULT TO WS-EMIT-TEXT
               PERFORM EMIT-LINE
               MOVE 1 TO CURRENT-DIALOGUE-INDEX
           END-IF.

      *Order-sensitive checksum over every byte of the staged save
      *records, so a changed byte and swapped lines are both caught.
      *SAVE-UPGRADE and SAVE-SWEEP compute the same sum; keep all
      *three in step.
       COMPUTE-SAVE-CHECKSUM.
           MOVE 0 TO WS-CHECKSUM-WORK.
           MOVE 1 TO WS-SAVE-LINE-INDEX.

           PERFORM WRITE-SAVE-FILE.

           MOVE "SAVE-DONE" TO WS-MESSAGE-KEY.
           MOVE WS-SAVE-SLOT TO WS-MESSAGE-ARG(1).
           PERFORM EMIT-MESSAGE.
           MOVE SPACES TO WS-EMIT-TEXT.
           PERFORM EMIT-LINE.


       RESUME-AUTOSAVE-ROUTINE.
           MOVE WS-AUTOSAVE-FILENAME TO WS-SAVE-FILENAME.
           MOVE "AUTO-DESC" TO WS-MESSAGE-KEY.
           PERFORM FORMAT-MESSAGE.
           MOVE WS-MESSAGE-RESULT TO WS-SAVE-DESC.

           PERFORM READ-SAVE-FILE.


               SET EXPLORING TO TRUE

               PERFORM OPEN-JOURNAL-SESSION

               MOVE "RESUMING" TO WS-MESSAGE-KEY
               PERFORM EMIT-MESSAGE
               MOVE SPACES TO WS-EMIT-TEXT
               PERFORM EMIT-LINE
           END-IF.
           SET WS-AUTOSAVE-PRESENT TO FALSE.

       NEW-GAME-ROUTINE.
           MOVE "NEW-GAME" TO WS-MESSAGE-KEY.
           PERFORM FORMAT-MESSAGE.
           MOVE WS-MESSAGE-RESULT TO WS-EMIT-TEXT.
           PERFORM EMIT-LINE.

           MOVE 100 TO PLAYER-HEALTH.

           SET EXPLORING TO TRUE.

           PERFORM OPEN-JOURNAL-SESSION.

      *We rebuild INVENTORY-TABLE from WS-INVENTORY-FLAGS (a space-
      *separated item list) on new game and after loading a save.
       PARSE-INVENTORY-FLAGS.

           IF WS-INVENTORY-OVERFLOW-FLAG EQUAL 'Y'
               MOVE 'N' TO WS-INVENTORY-OVERFLOW-FLAG
               MOVE "WARN-INV" TO WS-MESSAGE-KEY
               PERFORM EMIT-MESSAGE
           END-IF.

      *We add WS-INVENTORY-ITEM-NAME to the first free inventory

           IF WS-FLAG-OVERFLOW-FLAG EQUAL 'Y'
               MOVE 'N' TO WS-FLAG-OVERFLOW-FLAG
               MOVE "WARN-FLAGS" TO WS-MESSAGE-KEY
               PERFORM EMIT-MESSAGE
           END-IF.

      *We raise WS-STORY-FLAG-NAME in the first free flag slot,

           IF WS-STOCK-OVERFLOW-FLAG EQUAL 'Y'
               MOVE 'N' TO WS-STOCK-OVERFLOW-FLAG
               MOVE "WARN-STOCK" TO WS-MESSAGE-KEY
               PERFORM EMIT-MESSAGE
           END-IF.

       BUILD-ONE-STOCK-PAIR.
           IF FUNCTION TRIM(ACTION(1)) NOT EQUAL "NONE"
               MOVE "------------------" TO WS-EMIT-TEXT
               PERFORM EMIT-LINE
               MOVE "ACTIONS-HEAD" TO WS-MESSAGE-KEY
               PERFORM EMIT-MESSAGE

               PERFORM DISPLAY-AVAILABLE-ACTIONS

               PERFORM EMIT-LINE
               MOVE "quit" TO WS-EMIT-TEXT
               PERFORM EMIT-LINE
               MOVE "INPUT-PROMPT" TO WS-MESSAGE-KEY
               PERFORM EMIT-MESSAGE

               PERFORM GET-USER-INPUT

      *text.
       SHOW-SCENE-TEXT.
           MOVE DIALOGUE(CURRENT-DIALOGUE-INDEX) TO WS-EMIT-TEXT.
           MOVE CURRENT-DIALOGUE-INDEX TO WS-OVERLAY-INDEX.
           MOVE 0 TO WS-OVERLAY-PART.
           PERFORM APPLY-SCENE-OVERLAY.
           PERFORM EMIT-LINE.

           IF WS-ENTRY-EXTRA-COUNT(CURRENT-DIALOGUE-INDEX) = 0
           PERFORM UNTIL WS-EXTRA-SCAN > WS-EXTRA-LIMIT
               MOVE SCENE-EXTRA-TEXT(WS-EXTRA-SCAN)
                   TO WS-EMIT-TEXT
               ADD 1 TO WS-OVERLAY-PART
               PERFORM APPLY-SCENE-OVERLAY
               PERFORM EMIT-LINE
               ADD 1 TO WS-EXTRA-SCAN
           END-PERFORM.

      *We swap the story line in WS-EMIT-TEXT for its translation
      *when the overlay has one: the line is keyed by the loaded
      *chapter and WS-OVERLAY-INDEX, and by WS-OVERLAY-PART for the
      *continuation lines after it. Untranslated lines stay as they
      *are in the chapter file.
       APPLY-SCENE-OVERLAY.
           IF WS-OVERLAY-COUNT = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-LOADED-CHAPTER TO WS-CHAPTER-DISPLAY.
           MOVE WS-OVERLAY-INDEX TO WS-OVERLAY-NUM-DISPLAY.
           MOVE SPACES TO WS-OVERLAY-LOOKUP-KEY.

           IF WS-OVERLAY-PART = 0
               STRING "C" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CHAPTER-DISPLAY)
                       DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       FUNCTION TRIM(WS-OVERLAY-NUM-DISPLAY)
                       DELIMITED BY SIZE
                   INTO WS-OVERLAY-LOOKUP-KEY
           ELSE
               MOVE WS-OVERLAY-PART TO WS-OVERLAY-PART-DISPLAY
               STRING "C" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CHAPTER-DISPLAY)
                       DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       FUNCTION TRIM(WS-OVERLAY-NUM-DISPLAY)
                       DELIMITED BY SIZE
                       "+" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-OVERLAY-PART-DISPLAY)
                       DELIMITED BY SIZE
                   INTO WS-OVERLAY-LOOKUP-KEY
           END-IF.

           MOVE 1 TO WS-OVERLAY-SCAN.
           PERFORM UNTIL WS-OVERLAY-SCAN > WS-OVERLAY-COUNT
               IF WS-OVERLAY-KEY(WS-OVERLAY-SCAN)
                       EQUAL WS-OVERLAY-LOOKUP-KEY
                   MOVE WS-OVERLAY-TEXT(WS-OVERLAY-SCAN)
                       TO WS-EMIT-TEXT
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-OVERLAY-SCAN
           END-PERFORM.

      *We write one line per turn: the chapter and dialogue index
      *the player was at ("Dialogue C2.5") and the action they chose
      *(or NONE for an auto-advance), so the playtest report can
           MOVE PLAYER-LEVEL TO WS-LEVEL-DISPLAY.
           MOVE PLAYER-XP TO WS-XP-DISPLAY.

           MOVE "STATUS-LINE" TO WS-MESSAGE-KEY.
           MOVE WS-PLAYER-HEALTH-DISPLAY TO WS-MESSAGE-ARG(1).
           MOVE WS-PLAYER-GOLD-DISPLAY TO WS-MESSAGE-ARG(2).
           MOVE WS-LEVEL-DISPLAY TO WS-MESSAGE-ARG(3).
           MOVE WS-XP-DISPLAY TO WS-MESSAGE-ARG(4).
           MOVE WS-ITEM-COUNT-DISPLAY TO WS-MESSAGE-ARG(5).
           PERFORM EMIT-MESSAGE.

       COUNT-INVENTORY-ITEMS.
           MOVE 0 TO WS-ITEM-COUNT.
           PERFORM COUNT-INVENTORY-ITEMS.

           IF WS-ITEM-COUNT = 0
               MOVE "INV-EMPTY" TO WS-MESSAGE-KEY
               PERFORM EMIT-MESSAGE
               MOVE SPACES TO WS-EMIT-TEXT
               PERFORM EMIT-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE "INV-HEAD" TO WS-MESSAGE-KEY.
           PERFORM EMIT-MESSAGE.

           MOVE 1 TO WS-INVENTORY-COUNTER.
           PERFORM UNTIL WS-INVENTORY-COUNTER > 10
           IF WS-SESSION-FOUGHT-FLAG EQUAL 'N'
                   AND WS-ACH-PACIFIST-FLAG EQUAL 'N'
               MOVE 'Y' TO WS-ACH-PACIFIST-FLAG
               MOVE "ACH-PACIFIST" TO WS-MESSAGE-KEY
               PERFORM EMIT-MESSAGE
           END-IF.

           IF PLAYER-HEALTH >= WS-PLAYER-MAX-HEALTH
                   AND WS-ACH-UNSCATHED-FLAG EQUAL 'N'
               MOVE 'Y' TO WS-ACH-UNSCATHED-FLAG
               MOVE "ACH-UNHURT" TO WS-MESSAGE-KEY
               PERFORM EMIT-MESSAGE
           END-IF.

       ADD-PROFILE-ENDING.
      *A session only counts once it saw at least one turn; menu
      *visits that never start a game leave the profile alone.
       RECORD-SESSION-END.
           PERFORM CLOSE-JOURNAL-SESSION.

           IF WS-SESSION-PLAYED-FLAG EQUAL 'N'
               EXIT PARAGRAPH
           END-IF.
      *The profile summary shown above the menu options, so the
      *regulars chasing every ending can see how far they are.
       SHOW-PROFILE-SUMMARY.
           MOVE "PROFILE-LINE" TO WS-MESSAGE-KEY.
           MOVE WS-PROFILE-PLAYTHROUGHS TO WS-PROFILE-DISPLAY.
           MOVE WS-PROFILE-DISPLAY TO WS-MESSAGE-ARG(1).
           MOVE WS-PROFILE-DEATHS TO WS-PROFILE-DISPLAY.
           MOVE WS-PROFILE-DISPLAY TO WS-MESSAGE-ARG(2).
           PERFORM EMIT-MESSAGE.

           IF WS-PROFILE-ENDING-COUNT = 0
               MOVE "ENDINGS-NONE" TO WS-MESSAGE-KEY
           ELSE
               MOVE SPACES TO WS-PROFILE-BUILD
               MOVE 1 TO WS-PROFILE-POINTER
                       WITH POINTER WS-PROFILE-POINTER
                   ADD 1 TO WS-ENDING-SCAN
               END-PERFORM
               MOVE "ENDINGS-LIST" TO WS-MESSAGE-KEY
               MOVE WS-PROFILE-BUILD TO WS-MESSAGE-ARG(1)
           END-IF.
           PERFORM EMIT-MESSAGE.

           IF WS-ACH-PACIFIST-FLAG EQUAL 'N'
                   AND WS-ACH-UNSCATHED-FLAG EQUAL 'N'
               MOVE "ACHV-NONE" TO WS-MESSAGE-KEY
           ELSE
               MOVE SPACES TO WS-PROFILE-BUILD
               MOVE 1 TO WS-PROFILE-POINTER
                       INTO WS-PROFILE-BUILD
                       WITH POINTER WS-PROFILE-POINTER
               END-IF
               MOVE "ACHV-LIST" TO WS-MESSAGE-KEY
               MOVE WS-PROFILE-BUILD TO WS-MESSAGE-ARG(1)
           END-IF.
           PERFORM EMIT-MESSAGE.

           MOVE SPACES TO WS-EMIT-TEXT.
           PERFORM EMIT-LINE.

       QUIT-FROM-EXPLORING-ROUTINE.
           MOVE "QUIT-SAVE" TO WS-MESSAGE-KEY.
           PERFORM EMIT-MESSAGE.

           PERFORM GET-USER-INPUT.

                   PERFORM ROUTE-TO-TARGET
               END-IF
           ELSE
               MOVE "INPUT-BAD" TO WS-MESSAGE-KEY
               PERFORM EMIT-MESSAGE
               MOVE SPACES TO WS-EMIT-TEXT
               PERFORM EMIT-LINE.

           END-IF.

           MOVE PLAYER-HEALTH TO WS-PLAYER-HEALTH-DISPLAY.
           MOVE "HIT-TAKEN" TO WS-MESSAGE-KEY.
           MOVE WS-PLAYER-HEALTH-DISPLAY TO WS-MESSAGE-ARG(1).
           PERFORM EMIT-MESSAGE.

           IF PLAYER-HEALTH = 0
               ADD 1 TO WS-PROFILE-DEATHS
           PERFORM FIND-ENEMY-ENTRY.

           IF NOT WS-ENEMY-FOUND
               MOVE "NO-ENEMY" TO WS-MESSAGE-KEY
               MOVE WS-FIGHT-ENEMY-NAME TO WS-MESSAGE-ARG(1)
               PERFORM EMIT-MESSAGE
               MOVE SPACES TO WS-EMIT-TEXT
               PERFORM EMIT-LINE
               EXIT PARAGRAPH
               TO WS-ENEMY-CURRENT-HP.

           MOVE WS-ENEMY-CURRENT-HP TO WS-ENEMY-HP-DISPLAY.
           MOVE "SQUARE-OFF" TO WS-MESSAGE-KEY.
           MOVE WS-FIGHT-ENEMY-NAME TO WS-MESSAGE-ARG(1).
           MOVE WS-ENEMY-HP-DISPLAY TO WS-MESSAGE-ARG(2).
           PERFORM EMIT-MESSAGE.

           SET WS-COMBAT-OVER TO FALSE.

       PLAYER-COMBAT-CHOICE.
           SET WS-USE-DONE TO FALSE.

           MOVE "STRIKE-ASK" TO WS-MESSAGE-KEY.
           PERFORM EMIT-MESSAGE.

           PERFORM GET-USER-INPUT.


           MOVE WS-PLAYER-ATTACK TO WS-ATTACK-DISPLAY.
           MOVE WS-ENEMY-CURRENT-HP TO WS-ENEMY-HP-DISPLAY.
           MOVE "YOU-STRIKE" TO WS-MESSAGE-KEY.
           MOVE WS-FIGHT-ENEMY-NAME TO WS-MESSAGE-ARG(1).
           MOVE WS-ATTACK-DISPLAY TO WS-MESSAGE-ARG(2).
           MOVE WS-ENEMY-HP-DISPLAY TO WS-MESSAGE-ARG(3).
           PERFORM EMIT-MESSAGE.

      *A held shield blunts every blow taken by 3, though a landed
      *hit always costs at least 1 health.

           MOVE WS-ENEMY-ATTACK TO WS-ATTACK-DISPLAY.
           MOVE PLAYER-HEALTH TO WS-PLAYER-HEALTH-DISPLAY.
           MOVE "ENEMY-HITS" TO WS-MESSAGE-KEY.
           MOVE WS-FIGHT-ENEMY-NAME TO WS-MESSAGE-ARG(1).
           MOVE WS-ATTACK-DISPLAY TO WS-MESSAGE-ARG(2).
           MOVE WS-PLAYER-HEALTH-DISPLAY TO WS-MESSAGE-ARG(3).
           PERFORM EMIT-MESSAGE.

       WIN-THE-FIGHT.
           MOVE "ENEMY-DOWN" TO WS-MESSAGE-KEY.
           MOVE WS-FIGHT-ENEMY-NAME TO WS-MESSAGE-ARG(1).
           PERFORM EMIT-MESSAGE.

           PERFORM GAIN-FIGHT-XP.


           MOVE ENEMY-XP-REWARD(WS-ENEMY-INDEX)
               TO WS-XP-DISPLAY.
           MOVE "XP-GAIN" TO WS-MESSAGE-KEY.
           MOVE WS-XP-DISPLAY TO WS-MESSAGE-ARG(1).
           PERFORM EMIT-MESSAGE.

           IF PLAYER-LEVEL > WS-PREVIOUS-LEVEL
               MOVE PLAYER-LEVEL TO WS-LEVEL-DISPLAY
               MOVE "LEVEL-UP" TO WS-MESSAGE-KEY
               MOVE WS-LEVEL-DISPLAY TO WS-MESSAGE-ARG(1)
               PERFORM EMIT-MESSAGE
           END-IF.

       LOSE-THE-FIGHT.
           ADD 1 TO WS-PROFILE-DEATHS.

           MOVE "BESTED" TO WS-MESSAGE-KEY.
           MOVE WS-FIGHT-ENEMY-NAME TO WS-MESSAGE-ARG(1).
           PERFORM EMIT-MESSAGE.

           COMPUTE CURRENT-DIALOGUE-INDEX =
               WS-DIALOGUE-RECORD-COUNT - 1.

           PERFORM ADD-INVENTORY-ITEM.

           MOVE "TAKE-ITEM" TO WS-MESSAGE-KEY.
           MOVE WS-INVENTORY-ITEM-NAME TO WS-MESSAGE-ARG(1).
           PERFORM EMIT-MESSAGE.

           MOVE ACTION(CURRENT-ACTION-COUNTER + 1)
               TO WS-ROUTE-TARGET.
           PERFORM CHECK-INVENTORY-FOR-ITEM.

           IF NOT WS-HAS-ITEM
               MOVE "USE-NOTHELD" TO WS-MESSAGE-KEY
               MOVE WS-INVENTORY-ITEM-NAME TO WS-MESSAGE-ARG(1)
               PERFORM EMIT-MESSAGE
               EXIT PARAGRAPH
           END-IF.

           IF NOT WS-ITEM-DESC-FOUND
                   OR ITEM-EFFECT-KIND(WS-ITEM-DESC-INDEX)
                   EQUAL SPACES
               MOVE "USE-NOEFFECT" TO WS-MESSAGE-KEY
               MOVE WS-INVENTORY-ITEM-NAME TO WS-MESSAGE-ARG(1)
               PERFORM EMIT-MESSAGE
               EXIT PARAGRAPH
           END-IF.


           MOVE WS-USE-AMOUNT TO WS-USE-AMOUNT-DISPLAY.
           MOVE PLAYER-HEALTH TO WS-PLAYER-HEALTH-DISPLAY.
           MOVE "USE-HEAL" TO WS-MESSAGE-KEY.
           MOVE WS-INVENTORY-ITEM-NAME TO WS-MESSAGE-ARG(1).
           MOVE WS-USE-AMOUNT-DISPLAY TO WS-MESSAGE-ARG(2).
           MOVE WS-PLAYER-HEALTH-DISPLAY TO WS-MESSAGE-ARG(3).
           PERFORM EMIT-MESSAGE.

       APPLY-GOLD-EFFECT.
           MOVE ITEM-EFFECT-AMOUNT(WS-ITEM-DESC-INDEX)
               TO WS-USE-AMOUNT.

           MOVE PLAYER-GOLD TO WS-JOURNAL-GOLD-BEFORE.

           ADD WS-USE-AMOUNT TO PLAYER-GOLD
               ON SIZE ERROR
                   MOVE 99999 TO PLAYER-GOLD
           END-ADD.

      *    No shop shelf is involved, so the stock columns stay at
      *    zero.
           MOVE "GOLD" TO WS-JL-KIND.
           MOVE WS-INVENTORY-ITEM-NAME TO WS-JL-ITEM.
           MOVE 1 TO WS-JL-QUANTITY.
           COMPUTE WS-JL-AMOUNT = PLAYER-GOLD - WS-JOURNAL-GOLD-BEFORE.
           MOVE 0 TO WS-JOURNAL-STOCK-BEFORE.
           MOVE 0 TO WS-JL-STOCK-AFTER.
           PERFORM WRITE-JOURNAL-ENTRY.

           MOVE WS-USE-AMOUNT TO WS-USE-AMOUNT-DISPLAY.
           MOVE PLAYER-GOLD TO WS-TRADE-GOLD-DISPLAY.
           MOVE "USE-GOLD" TO WS-MESSAGE-KEY.
           MOVE WS-INVENTORY-ITEM-NAME TO WS-MESSAGE-ARG(1).
           MOVE WS-USE-AMOUNT-DISPLAY TO WS-MESSAGE-ARG(2).
           MOVE WS-TRADE-GOLD-DISPLAY TO WS-MESSAGE-ARG(3).
           PERFORM EMIT-MESSAGE.

      *SET:<flag> is a reserved action prefix: selecting it raises
      *the named story flag before routing on normally, the same way
           PERFORM FIND-PRICE-ENTRY.

           IF NOT WS-PRICE-FOUND
               MOVE "BUY-NOPRICE" TO WS-MESSAGE-KEY
               MOVE WS-TRADE-ITEM-NAME TO WS-MESSAGE-ARG(1)
               PERFORM EMIT-MESSAGE
               MOVE SPACES TO WS-EMIT-TEXT
               PERFORM EMIT-LINE
               EXIT PARAGRAPH
           MOVE PRICE-BUY-VALUE(WS-PRICE-INDEX) TO WS-TRADE-AMOUNT.

           IF PRICE-STOCK-QTY(WS-PRICE-INDEX) = 0
               MOVE "BUY-NOSTOCK" TO WS-MESSAGE-KEY
               MOVE WS-TRADE-ITEM-NAME TO WS-MESSAGE-ARG(1)
               PERFORM EMIT-MESSAGE
               MOVE SPACES TO WS-EMIT-TEXT
               PERFORM EMIT-LINE
               EXIT PARAGRAPH
           PERFORM CHECK-INVENTORY-FOR-ITEM.

           IF WS-HAS-ITEM
               MOVE "BUY-HELD" TO WS-MESSAGE-KEY
               MOVE WS-TRADE-ITEM-NAME TO WS-MESSAGE-ARG(1)
               PERFORM EMIT-MESSAGE
               MOVE SPACES TO WS-EMIT-TEXT
               PERFORM EMIT-LINE
               EXIT PARAGRAPH
           END-IF.

           IF WS-ITEM-COUNT >= 10
               MOVE "BUY-FULL" TO WS-MESSAGE-KEY
               MOVE WS-TRADE-ITEM-NAME TO WS-MESSAGE-ARG(1)
               PERFORM EMIT-MESSAGE
               MOVE SPACES TO WS-EMIT-TEXT
               PERFORM EMIT-LINE
               EXIT PARAGRAPH
           IF PLAYER-GOLD < WS-TRADE-AMOUNT
               MOVE WS-TRADE-AMOUNT TO WS-PLAYER-GOLD-DISPLAY
               MOVE PLAYER-GOLD TO WS-TRADE-GOLD-DISPLAY
               MOVE "BUY-NOGOLD" TO WS-MESSAGE-KEY
               MOVE WS-TRADE-ITEM-NAME TO WS-MESSAGE-ARG(1)
               MOVE WS-PLAYER-GOLD-DISPLAY TO WS-MESSAGE-ARG(2)
               MOVE WS-TRADE-GOLD-DISPLAY TO WS-MESSAGE-ARG(3)
               PERFORM EMIT-MESSAGE
               MOVE SPACES TO WS-EMIT-TEXT
               PERFORM EMIT-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE PLAYER-GOLD TO WS-JOURNAL-GOLD-BEFORE.
           MOVE PRICE-STOCK-QTY(WS-PRICE-INDEX)
               TO WS-JOURNAL-STOCK-BEFORE.

           SUBTRACT WS-TRADE-AMOUNT FROM PLAYER-GOLD.
           SUBTRACT 1 FROM PRICE-STOCK-QTY(WS-PRICE-INDEX).

           MOVE WS-TRADE-ITEM-NAME TO WS-INVENTORY-ITEM-NAME.
           PERFORM ADD-INVENTORY-ITEM.

           MOVE "BUY" TO WS-JL-KIND.
           MOVE WS-TRADE-ITEM-NAME TO WS-JL-ITEM.
           MOVE 1 TO WS-JL-QUANTITY.
           MOVE WS-TRADE-AMOUNT TO WS-JL-AMOUNT.
           MOVE PRICE-STOCK-QTY(WS-PRICE-INDEX)
               TO WS-JL-STOCK-AFTER.
           PERFORM WRITE-JOURNAL-ENTRY.

           MOVE WS-TRADE-AMOUNT TO WS-PLAYER-GOLD-DISPLAY.
           MOVE PLAYER-GOLD TO WS-TRADE-GOLD-DISPLAY.
           MOVE "BUY-DONE" TO WS-MESSAGE-KEY.
           MOVE WS-TRADE-ITEM-NAME TO WS-MESSAGE-ARG(1).
           MOVE WS-PLAYER-GOLD-DISPLAY TO WS-MESSAGE-ARG(2).
           MOVE WS-TRADE-GOLD-DISPLAY TO WS-MESSAGE-ARG(3).
           PERFORM EMIT-MESSAGE.

           MOVE ACTION(CURRENT-ACTION-COUNTER + 1)
               TO WS-ROUTE-TARGET.
           PERFORM CHECK-INVENTORY-FOR-ITEM.

           IF NOT WS-HAS-ITEM
               MOVE "SELL-NOTHELD" TO WS-MESSAGE-KEY
               MOVE WS-TRADE-ITEM-NAME TO WS-MESSAGE-ARG(1)
               PERFORM EMIT-MESSAGE
               MOVE SPACES TO WS-EMIT-TEXT
               PERFORM EMIT-LINE
               EXIT PARAGRAPH
           PERFORM FIND-PRICE-ENTRY.

           IF NOT WS-PRICE-FOUND
               MOVE "SELL-NOPRICE" TO WS-MESSAGE-KEY
               MOVE WS-TRADE-ITEM-NAME TO WS-MESSAGE-ARG(1)
               PERFORM EMIT-MESSAGE
               MOVE SPACES TO WS-EMIT-TEXT
               PERFORM EMIT-LINE
               EXIT PARAGRAPH

           MOVE PRICE-SELL-VALUE(WS-PRICE-INDEX) TO WS-TRADE-AMOUNT.

           MOVE PLAYER-GOLD TO WS-JOURNAL-GOLD-BEFORE.
           MOVE PRICE-STOCK-QTY(WS-PRICE-INDEX)
               TO WS-JOURNAL-STOCK-BEFORE.

           PERFORM REMOVE-INVENTORY-ITEM.

      *    The sold item goes onto the shop's shelf, so it can be
                   MOVE 99999 TO PLAYER-GOLD
           END-ADD.

      *    Journal what was actually credited, which falls short of
      *    the sell value only when the purse is already full.
           MOVE "SELL" TO WS-JL-KIND.
           MOVE WS-TRADE-ITEM-NAME TO WS-JL-ITEM.
           MOVE 1 TO WS-JL-QUANTITY.
           COMPUTE WS-JL-AMOUNT = PLAYER-GOLD - WS-JOURNAL-GOLD-BEFORE.
           MOVE PRICE-STOCK-QTY(WS-PRICE-INDEX)
               TO WS-JL-STOCK-AFTER.
           PERFORM WRITE-JOURNAL-ENTRY.

           MOVE WS-TRADE-AMOUNT TO WS-PLAYER-GOLD-DISPLAY.
           MOVE PLAYER-GOLD TO WS-TRADE-GOLD-DISPLAY.
           MOVE "SELL-DONE" TO WS-MESSAGE-KEY.
           MOVE WS-TRADE-ITEM-NAME TO WS-MESSAGE-ARG(1).
           MOVE WS-PLAYER-GOLD-DISPLAY TO WS-MESSAGE-ARG(2).
           MOVE WS-TRADE-GOLD-DISPLAY TO WS-MESSAGE-ARG(3).
           PERFORM EMIT-MESSAGE.

           MOVE ACTION(CURRENT-ACTION-COUNTER + 1)
               TO WS-ROUTE-TARGET.
               END-IF
               ADD 1 TO WS-INVENTORY-COUNTER
           END-PERFORM.

      *One trade-journal entry. The caller fills in the kind, the
      *item, the amount and the stock after the movement, with the
      *balances before it in WS-JOURNAL-GOLD-BEFORE and
      *WS-JOURNAL-STOCK-BEFORE; who, where, when and the balance
      *after are filled in here.
       WRITE-JOURNAL-ENTRY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JL-STAMP.
           MOVE WS-PLAYER-NAME TO WS-JL-PLAYER.
           MOVE WS-LOADED-CHAPTER TO WS-JL-CHAPTER.
           MOVE CURRENT-DIALOGUE-INDEX TO WS-JL-SCENE.
           MOVE WS-JOURNAL-GOLD-BEFORE TO WS-JL-GOLD-BEFORE.
           MOVE PLAYER-GOLD TO WS-JL-GOLD-AFTER.
           MOVE WS-JOURNAL-STOCK-BEFORE TO WS-JL-STOCK-BEFORE.

           MOVE WS-JOURNAL-LINE TO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.

      *An adventure's opening and closing balances bracket its
      *entries. Both carry no item and no movement; the balance
      *stands in both balance columns.
       OPEN-JOURNAL-SESSION.
           MOVE "OPEN" TO WS-JL-KIND.
           PERFORM WRITE-JOURNAL-BALANCE.

           SET WS-JOURNAL-SESSION-OPEN TO TRUE.

      *Called from RECORD-SESSION-END, which both quit paths and the
      *replay winddown may reach in turn; only the first call writes.
       CLOSE-JOURNAL-SESSION.
           IF NOT WS-JOURNAL-SESSION-OPEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "CLOSE" TO WS-JL-KIND.
           PERFORM WRITE-JOURNAL-BALANCE.

           SET WS-JOURNAL-SESSION-OPEN TO FALSE.

       WRITE-JOURNAL-BALANCE.
           MOVE SPACES TO WS-JL-ITEM.
           MOVE 0 TO WS-JL-QUANTITY.
           MOVE 0 TO WS-JL-AMOUNT.
           MOVE PLAYER-GOLD TO WS-JOURNAL-GOLD-BEFORE.
           MOVE 0 TO WS-JOURNAL-STOCK-BEFORE.
           MOVE 0 TO WS-JL-STOCK-AFTER.
           PERFORM WRITE-JOURNAL-ENTRY.
