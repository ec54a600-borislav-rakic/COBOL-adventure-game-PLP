       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMBAT-SIM.

      *Offline combat balance simulator. Every hand-played fight is
      *one random sample of FIGHT-ENEMY-ROUTINE, which tells the
      *story team next to nothing about whether an enemy is really
      *beatable where the story puts it. This program loads the
      *enemies from enemies.txt and fights each of them thousands of
      *times at every player level from 1 to 10, bare-handed, with
      *the sword, with the shield and with both, using the engine's
      *own rules:
      *  - the player strikes first, for RANDOM * 8 + 8 plus 2 for
      *    each level past the first (PLAYER-ATTACK-ROUND), plus 5
      *    with the sword;
      *  - the enemy answers for RANDOM * (max - min + 1) + min,
      *    less 3 with the shield but never below 1
      *    (ENEMY-ATTACK-ROUND);
      *  - the player starts at full health for the level, 100 plus
      *    10 for each level past the first (DERIVE-PLAYER-LEVEL);
      *  - a win earns the enemy's XP reward (GAIN-FIGHT-XP).
      *It prints a grid per enemy of win rate, average rounds and
      *average health lost, then flags every enemy that a player
      *at the level the story first meets it at, bare-handed, beats
      *less often than the threshold.
      *
      *That story level is found by reading the chapters in order
      *(chapters.txt, or dialogue.txt alone, as DIALOGUE-AUDIT does)
      *and adding up the XP rewards of every distinct enemy fought
      *before this one first appears - the level a player who won
      *every earlier fight would have. Enemies no chapter fights are
      *judged at level 1. The generator is seeded with a fixed
      *value, so two runs over the same files print the same grid
      *and a tuning change can be compared run against run.
      *
      *Usage: combat-sim [fights [threshold]]
      *  fights     fights per enemy, level and kit (default 2000,
      *             at most 99999).
      *  threshold  lowest acceptable win rate, in percent, at the
      *             story level (default 75).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENEMY-FILE ASSIGN TO 'enemies.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ENEMY-FILE-STATUS.

      *items.txt is read only to see whether the world describes a
      *sword and a shield; the bonuses themselves are the engine's.
           SELECT ITEM-FILE ASSIGN TO 'items.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ITEM-FILE-STATUS.

           SELECT CHAPTER-FILE ASSIGN TO 'chapters.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHAPTER-FILE-STATUS.

           SELECT DIALOGUE-FILE ASSIGN TO WS-DIALOGUE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DIALOGUE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ENEMY-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ENEMY-RECORD.
       01 ENEMY-RECORD             PIC X(100).

       FD ITEM-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ITEM-RECORD.
       01 ITEM-RECORD              PIC X(100).

       FD CHAPTER-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CHAPTER-RECORD.
       01 CHAPTER-RECORD           PIC X(100).

       FD DIALOGUE-FILE
           RECORD CONTAINS 500 CHARACTERS
           DATA RECORD IS DIALOGUE-RECORD.
       01 DIALOGUE-RECORD          PIC X(500).

       WORKING-STORAGE SECTION.
       01 WS-EOF-ENEMY-FLAG        PIC X(1) VALUE 'N'.
           88 EOF-ENEMY-REACHED             VALUE 'Y'.
       01 WS-ENEMY-FILE-STATUS     PIC X(2) VALUE '00'.
       01 WS-EOF-ITEM-FLAG         PIC X(1) VALUE 'N'.
           88 EOF-ITEM-REACHED              VALUE 'Y'.
       01 WS-ITEM-FILE-STATUS      PIC X(2) VALUE '00'.
       01 WS-EOF-CHAPTER-FLAG      PIC X(1) VALUE 'N'.
           88 EOF-CHAPTER-REACHED           VALUE 'Y'.
       01 WS-CHAPTER-FILE-STATUS   PIC X(2) VALUE '00'.
       01 WS-EOF-DIALOGUE-FLAG     PIC X(1) VALUE 'N'.
           88 EOF-DIALOGUE-REACHED          VALUE 'Y'.
       01 WS-DIALOGUE-FILE-STATUS  PIC X(2) VALUE '00'.
       01 WS-DIALOGUE-FILENAME     PIC X(30) VALUE 'dialogue.txt'.

       01 CHAPTER-TABLE.
           02 CHAPTER-FILENAME     PIC X(30) OCCURS 20 TIMES.
       01 WS-CHAPTER-COUNT         PIC 9(2) VALUE 0.
       01 WS-CHAPTER-INDEX         PIC 9(2) VALUE 1.
       01 WS-CHAPTER-LINE-COUNT    PIC 9(3) VALUE 0.

       01 WS-COMMAND-ARGS          PIC X(80) VALUE SPACES.
       01 WS-ARG-TOKEN-1           PIC X(20) VALUE SPACES.
       01 WS-ARG-TOKEN-2           PIC X(20) VALUE SPACES.
       01 WS-FIGHTS-PER-CELL       PIC 9(5) VALUE 2000.
       01 WS-THRESHOLD-PERCENT     PIC 9(3) VALUE 75.

      *The enemy table, loaded and validated the way the engine's
      *LOAD-ONE-ENEMY loads it. ENEMY-STORY-XP is the XP a player
      *would hold on first meeting the enemy, ENEMY-STORY-LEVEL the
      *level that XP gives; ENEMY-PLACED-FLAG says whether any
      *chapter fights it at all.
       01 ENEMY-TABLE.
           02 ENEMY-ENTRY OCCURS 20 TIMES.
               03 ENEMY-NAME       PIC X(20).
               03 ENEMY-HIT-POINTS PIC 9(3).
               03 ENEMY-MIN-DAMAGE PIC 9(3).
               03 ENEMY-MAX-DAMAGE PIC 9(3).
               03 ENEMY-XP-REWARD  PIC 9(5).
               03 ENEMY-PLACED-FLAG
                                   PIC X(1).
               03 ENEMY-STORY-XP   PIC 9(7).
               03 ENEMY-STORY-LEVEL
                                   PIC 9(2).
               03 ENEMY-STORY-CHAPTER
                                   PIC 9(2).
               03 ENEMY-STORY-SCENE
                                   PIC 9(3).
       01 WS-ENEMY-COUNT           PIC 9(2) VALUE 0.
       01 WS-ENEMY-INDEX           PIC 9(2) VALUE 1.
       01 WS-ENEMY-SCAN            PIC 9(2) VALUE 1.
       01 WS-ENEMY-FOUND-FLAG      PIC X(1) VALUE 'N'.
           88 WS-ENEMY-FOUND                VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-MASTER-PARSE-LINE     PIC X(100) VALUE SPACES.
       01 WS-ENEMY-NAME-TOKEN      PIC X(20) VALUE SPACES.
       01 WS-ENEMY-HP-TOKEN        PIC X(10) VALUE SPACES.
       01 WS-ENEMY-MIN-TOKEN       PIC X(10) VALUE SPACES.
       01 WS-ENEMY-MAX-TOKEN       PIC X(10) VALUE SPACES.
       01 WS-ENEMY-XP-TOKEN        PIC X(10) VALUE SPACES.
       01 WS-ITEM-NAME-TOKEN       PIC X(20) VALUE SPACES.
       01 WS-SWORD-LISTED-FLAG     PIC X(1) VALUE 'N'.
           88 WS-SWORD-LISTED               VALUE 'Y'.
       01 WS-SHIELD-LISTED-FLAG    PIC X(1) VALUE 'N'.
           88 WS-SHIELD-LISTED              VALUE 'Y'.

      *Running total of XP from enemies already met in the chapter
      *walk; each enemy counts once, on its first appearance, so a
      *fight repeated down two branches is not counted twice.
       01 WS-STORY-XP              PIC 9(7) VALUE 0.
       01 WS-FIGHT-ENEMY-NAME      PIC X(20) VALUE SPACES.
       01 WS-ACTION-TOKENS.
           02 WS-ACTION-TOKEN      PIC X(100) OCCURS 40 TIMES.
       01 WS-ACTION-TOKEN-COUNT    PIC 9(2) VALUE 0.
       01 WS-ACTION-POINTER        PIC 9(3) VALUE 1.
       01 WS-ACTION-INDEX          PIC 9(2) VALUE 1.

      *The four kits, in grid column order: bare-handed, sword,
      *shield, sword and shield.
       01 WS-KIT-NAMES.
           02 FILLER               PIC X(17) VALUE 'bare-handed'.
           02 FILLER               PIC X(17) VALUE 'sword'.
           02 FILLER               PIC X(17) VALUE 'shield'.
           02 FILLER               PIC X(17) VALUE 'sword + shield'.
       01 WS-KIT-NAME-TABLE REDEFINES WS-KIT-NAMES.
           02 WS-KIT-NAME          PIC X(17) OCCURS 4 TIMES.
       01 WS-KIT-INDEX             PIC 9(1) VALUE 1.
       01 WS-KIT-SWORD-FLAG        PIC X(1) VALUE 'N'.
           88 WS-KIT-HAS-SWORD              VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-KIT-SHIELD-FLAG       PIC X(1) VALUE 'N'.
           88 WS-KIT-HAS-SHIELD             VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

      *One simulated fight. The pictures match the engine's so the
      *same truncations happen here as at the player's table.
       01 PLAYER-HEALTH            PIC S9(3) VALUE 0.
       01 PLAYER-LEVEL             PIC 9(2) VALUE 1.
       01 WS-PLAYER-MAX-HEALTH     PIC 9(3) VALUE 100.
       01 WS-ENEMY-CURRENT-HP      PIC S9(4) VALUE 0.
       01 WS-PLAYER-ATTACK         PIC 9(3) VALUE 0.
       01 WS-ENEMY-ATTACK          PIC 9(3) VALUE 0.
       01 WS-COMBAT-OVER-FLAG      PIC X(1) VALUE 'N'.
           88 WS-COMBAT-OVER                VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-FIGHT-WON-FLAG        PIC X(1) VALUE 'N'.
           88 WS-FIGHT-WON                  VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-FIGHT-ROUNDS          PIC 9(5) VALUE 0.
       01 WS-FIGHT-NUMBER          PIC 9(5) VALUE 0.
       01 WS-RANDOM-SEED           PIC 9(8) VALUE 12345.
       01 WS-RANDOM-DISCARD        PIC 9(4) VALUE 0.

      *Totals for one grid cell (enemy, level, kit), and the win
      *rate of every cell for the current enemy so the flag pass
      *can look back at the story level.
       01 WS-CELL-WINS             PIC 9(5) VALUE 0.
       01 WS-CELL-ROUNDS           PIC 9(9) VALUE 0.
       01 WS-CELL-HEALTH-LOST      PIC 9(9) VALUE 0.
       01 WS-CELL-WIN-PERCENT      PIC 9(3)V9 VALUE 0.
       01 WS-CELL-AVG-ROUNDS       PIC 9(3)V9 VALUE 0.
       01 WS-CELL-AVG-LOST         PIC 9(3)V9 VALUE 0.
       01 WS-WIN-RATE-TABLE.
           02 WS-WIN-RATE-LEVEL OCCURS 10 TIMES.
               03 WS-WIN-RATE      PIC 9(3)V9 OCCURS 4 TIMES.

       01 WS-GRID-LINE             PIC X(100) VALUE SPACES.
       01 WS-GRID-POINTER          PIC 9(3) VALUE 1.

       01 WS-FLAGGED-COUNT         PIC 9(2) VALUE 0.
       01 WS-FLAG-LINES.
           02 WS-FLAG-LINE         PIC X(100) OCCURS 20 TIMES.
       01 WS-FLAG-INDEX            PIC 9(2) VALUE 1.

       01 WS-DISPLAY-PERCENT       PIC ZZ9.9.
       01 WS-DISPLAY-ROUNDS        PIC ZZ9.9.
       01 WS-DISPLAY-LOST          PIC ZZ9.9.
       01 WS-DISPLAY-PERCENT-2     PIC ZZ9.9.
       01 WS-DISPLAY-NUMBER        PIC ZZZZZZ9.
       01 WS-DISPLAY-NUMBER-2      PIC ZZZZZZ9.
       01 WS-DISPLAY-LEVEL         PIC Z9.
       01 WS-DISPLAY-CHAPTER       PIC Z9.
       01 WS-DISPLAY-SCENE         PIC ZZ9.
       01 WS-DISPLAY-MIN-DAMAGE    PIC ZZ9.
       01 WS-DISPLAY-MAX-DAMAGE    PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Combat balance simulator".
           DISPLAY "========================".
           DISPLAY " ".

           PERFORM PARSE-COMMAND-ARGS.
           PERFORM LOAD-ENEMY-TABLE.

           IF WS-ENEMY-COUNT = 0
               DISPLAY "No usable enemies in enemies.txt; nothing to "
                       "simulate."
               STOP RUN
           END-IF.

           PERFORM LOAD-ITEM-NAMES.
           PERFORM LOAD-CHAPTER-MANIFEST.
           PERFORM PLACE-ENEMIES-IN-STORY.

           MOVE WS-FIGHTS-PER-CELL TO WS-DISPLAY-NUMBER.
           MOVE WS-THRESHOLD-PERCENT TO WS-DISPLAY-NUMBER-2.
           DISPLAY "Fights per cell: " FUNCTION TRIM(WS-DISPLAY-NUMBER)
                   "; flag threshold: "
                   FUNCTION TRIM(WS-DISPLAY-NUMBER-2)
                   "% at the story level, bare-handed.".
           IF NOT WS-SWORD-LISTED
               DISPLAY "Note: items.txt does not list a sword; its "
                       "columns show the engine's bonus all the same."
           END-IF.
           IF NOT WS-SHIELD-LISTED
               DISPLAY "Note: items.txt does not list a shield; its "
                       "columns show the engine's bonus all the same."
           END-IF.
           DISPLAY "Each cell: win % / average rounds / average "
                   "health lost.".
           DISPLAY " ".

      *    One fixed seed for the whole run keeps the grid
      *    repeatable from one tuning pass to the next.
           COMPUTE WS-RANDOM-DISCARD = FUNCTION RANDOM(WS-RANDOM-SEED)
                   * 10000.

           MOVE 1 TO WS-ENEMY-INDEX.
           PERFORM UNTIL WS-ENEMY-INDEX > WS-ENEMY-COUNT
               PERFORM SIMULATE-ONE-ENEMY
               ADD 1 TO WS-ENEMY-INDEX
           END-PERFORM.

           PERFORM REPORT-FLAGGED-ENEMIES.

           STOP RUN.

       PARSE-COMMAND-ARGS.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.

           IF WS-COMMAND-ARGS EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-ARG-TOKEN-1.
           MOVE SPACES TO WS-ARG-TOKEN-2.
           UNSTRING WS-COMMAND-ARGS DELIMITED BY ALL " "
               INTO WS-ARG-TOKEN-1 WS-ARG-TOKEN-2
           END-UNSTRING.

           IF WS-ARG-TOKEN-1 NOT EQUAL SPACES
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ARG-TOKEN-1))
                       EQUAL 0
                       AND FUNCTION NUMVAL(WS-ARG-TOKEN-1) >= 1
                       AND FUNCTION NUMVAL(WS-ARG-TOKEN-1) <= 99999
                   COMPUTE WS-FIGHTS-PER-CELL =
                       FUNCTION NUMVAL(WS-ARG-TOKEN-1)
               ELSE
                   DISPLAY "Fights must be 1 to 99999; "
                           "2000 used."
               END-IF
           END-IF.

           IF WS-ARG-TOKEN-2 NOT EQUAL SPACES
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ARG-TOKEN-2))
                       EQUAL 0
                       AND FUNCTION NUMVAL(WS-ARG-TOKEN-2) >= 0
                       AND FUNCTION NUMVAL(WS-ARG-TOKEN-2) <= 100
                   COMPUTE WS-THRESHOLD-PERCENT =
                       FUNCTION NUMVAL(WS-ARG-TOKEN-2)
               ELSE
                   DISPLAY "Threshold must be 0 to 100; 75 used."
               END-IF
           END-IF.

       LOAD-ENEMY-TABLE.
           OPEN INPUT ENEMY-FILE.

           IF WS-ENEMY-FILE-STATUS NOT EQUAL "00"
               DISPLAY "enemies.txt not found."
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF-ENEMY-REACHED
               READ ENEMY-FILE
                   AT END
                       SET EOF-ENEMY-REACHED TO TRUE
                   NOT AT END
                       MOVE ENEMY-RECORD TO WS-MASTER-PARSE-LINE
                       PERFORM LOAD-ONE-ENEMY
               END-READ
           END-PERFORM.

           CLOSE ENEMY-FILE.

      *Lines the engine would skip are skipped here with the same
      *warnings, so the grid only ever shows enemies the game can
      *actually field.
       LOAD-ONE-ENEMY.
           MOVE SPACES TO WS-ENEMY-NAME-TOKEN.
           MOVE SPACES TO WS-ENEMY-HP-TOKEN.
           MOVE SPACES TO WS-ENEMY-MIN-TOKEN.
           MOVE SPACES TO WS-ENEMY-MAX-TOKEN.
           MOVE SPACES TO WS-ENEMY-XP-TOKEN.

           UNSTRING WS-MASTER-PARSE-LINE DELIMITED BY ";"
               INTO WS-ENEMY-NAME-TOKEN WS-ENEMY-HP-TOKEN
                   WS-ENEMY-MIN-TOKEN WS-ENEMY-MAX-TOKEN
                   WS-ENEMY-XP-TOKEN
           END-UNSTRING.

           IF WS-ENEMY-NAME-TOKEN EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ENEMY-HP-TOKEN))
                   NOT EQUAL 0
                   OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-ENEMY-MIN-TOKEN)) NOT EQUAL 0
                   OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-ENEMY-MAX-TOKEN)) NOT EQUAL 0
               DISPLAY "Enemy file warning: no usable stats for "
                       FUNCTION TRIM(WS-ENEMY-NAME-TOKEN)
                       "; line skipped."
               EXIT PARAGRAPH
           END-IF.

           IF WS-ENEMY-COUNT >= 20
               DISPLAY "Enemy file warning: more than 20 enemies; "
                       "extra lines skipped."
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ENEMY-COUNT.
           MOVE FUNCTION TRIM(WS-ENEMY-NAME-TOKEN)
               TO ENEMY-NAME(WS-ENEMY-COUNT).
           COMPUTE ENEMY-HIT-POINTS(WS-ENEMY-COUNT) =
               FUNCTION NUMVAL(WS-ENEMY-HP-TOKEN).
           COMPUTE ENEMY-MIN-DAMAGE(WS-ENEMY-COUNT) =
               FUNCTION NUMVAL(WS-ENEMY-MIN-TOKEN).
           COMPUTE ENEMY-MAX-DAMAGE(WS-ENEMY-COUNT) =
               FUNCTION NUMVAL(WS-ENEMY-MAX-TOKEN).

           IF WS-ENEMY-XP-TOKEN EQUAL SPACES
               MOVE 0 TO ENEMY-XP-REWARD(WS-ENEMY-COUNT)
           ELSE IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-ENEMY-XP-TOKEN)) NOT EQUAL 0
               DISPLAY "Enemy file warning: no usable XP reward for "
                       FUNCTION TRIM(WS-ENEMY-NAME-TOKEN)
                       "; 0 assumed."
               MOVE 0 TO ENEMY-XP-REWARD(WS-ENEMY-COUNT)
           ELSE
               COMPUTE ENEMY-XP-REWARD(WS-ENEMY-COUNT) =
                   FUNCTION NUMVAL(WS-ENEMY-XP-TOKEN)
           END-IF.

           MOVE 'N' TO ENEMY-PLACED-FLAG(WS-ENEMY-COUNT).
           MOVE 0 TO ENEMY-STORY-XP(WS-ENEMY-COUNT).
           MOVE 1 TO ENEMY-STORY-LEVEL(WS-ENEMY-COUNT).
           MOVE 0 TO ENEMY-STORY-CHAPTER(WS-ENEMY-COUNT).
           MOVE 0 TO ENEMY-STORY-SCENE(WS-ENEMY-COUNT).

       LOAD-ITEM-NAMES.
           OPEN INPUT ITEM-FILE.

           IF WS-ITEM-FILE-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF-ITEM-REACHED
               READ ITEM-FILE
                   AT END
                       SET EOF-ITEM-REACHED TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-ITEM-NAME-TOKEN
                       UNSTRING ITEM-RECORD DELIMITED BY ";"
                           INTO WS-ITEM-NAME-TOKEN
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-ITEM-NAME-TOKEN)
                               EQUAL "sword"
                           MOVE 'Y' TO WS-SWORD-LISTED-FLAG
                       END-IF
                       IF FUNCTION TRIM(WS-ITEM-NAME-TOKEN)
                               EQUAL "shield"
                           MOVE 'Y' TO WS-SHIELD-LISTED-FLAG
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ITEM-FILE.

      *Without a manifest the world is the single dialogue.txt,
      *exactly as the engine treats it.
       LOAD-CHAPTER-MANIFEST.
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
                       PERFORM LOAD-ONE-CHAPTER-NAME
               END-READ
           END-PERFORM.

           CLOSE CHAPTER-FILE.

       LOAD-ONE-CHAPTER-NAME.
           IF CHAPTER-RECORD EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.

           IF WS-CHAPTER-COUNT >= 20
               DISPLAY "Warning: chapters.txt lists more than 20 "
                       "chapters; extra lines ignored."
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CHAPTER-COUNT.
           MOVE FUNCTION TRIM(CHAPTER-RECORD)
               TO CHAPTER-FILENAME(WS-CHAPTER-COUNT).

      *The chapters are read in order and each enemy's first FIGHT:
      *is where the story puts it. Continuation lines take no index,
      *so every even-numbered indexed line is an action list.
       PLACE-ENEMIES-IN-STORY.
           MOVE 0 TO WS-STORY-XP.
           MOVE 1 TO WS-CHAPTER-INDEX.

           PERFORM UNTIL WS-CHAPTER-INDEX > WS-CHAPTER-COUNT
               PERFORM SCAN-ONE-CHAPTER
               ADD 1 TO WS-CHAPTER-INDEX
           END-PERFORM.

       SCAN-ONE-CHAPTER.
           MOVE CHAPTER-FILENAME(WS-CHAPTER-INDEX)
               TO WS-DIALOGUE-FILENAME.
           MOVE 'N' TO WS-EOF-DIALOGUE-FLAG.
           MOVE 0 TO WS-CHAPTER-LINE-COUNT.

           OPEN INPUT DIALOGUE-FILE.

           IF WS-DIALOGUE-FILE-STATUS NOT EQUAL "00"
               DISPLAY "Chapter file "
                       FUNCTION TRIM(WS-DIALOGUE-FILENAME)
                       " is missing; its fights are not placed."
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF-DIALOGUE-REACHED
               READ DIALOGUE-FILE
                   AT END
                       SET EOF-DIALOGUE-REACHED TO TRUE
                   NOT AT END
                       IF DIALOGUE-RECORD(1:1) NOT EQUAL "+"
                           ADD 1 TO WS-CHAPTER-LINE-COUNT
                           IF FUNCTION MOD(WS-CHAPTER-LINE-COUNT, 2)
                                   EQUAL 0
                               PERFORM SCAN-ACTION-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE DIALOGUE-FILE.

       SCAN-ACTION-LINE.
           MOVE 1 TO WS-ACTION-POINTER.
           MOVE 1 TO WS-ACTION-TOKEN-COUNT.

           PERFORM UNTIL WS-ACTION-TOKEN-COUNT > 40
               MOVE SPACES TO WS-ACTION-TOKEN(WS-ACTION-TOKEN-COUNT)

               UNSTRING DIALOGUE-RECORD DELIMITED BY ";"
                   INTO WS-ACTION-TOKEN(WS-ACTION-TOKEN-COUNT)
                   WITH POINTER WS-ACTION-POINTER
               END-UNSTRING

               IF WS-ACTION-TOKEN(WS-ACTION-TOKEN-COUNT) NOT EQUAL
                       SPACES
                   ADD 1 TO WS-ACTION-TOKEN-COUNT
               ELSE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           SUBTRACT 1 FROM WS-ACTION-TOKEN-COUNT.

      *    Actions sit at the odd token positions, each followed
      *    by its target.
           MOVE 1 TO WS-ACTION-INDEX.
           PERFORM UNTIL WS-ACTION-INDEX > WS-ACTION-TOKEN-COUNT
               IF WS-ACTION-TOKEN(WS-ACTION-INDEX)(1:6)
                       EQUAL "FIGHT:"
                   PERFORM PLACE-ONE-FIGHT
               END-IF
               ADD 2 TO WS-ACTION-INDEX
           END-PERFORM.

       PLACE-ONE-FIGHT.
           MOVE FUNCTION TRIM(WS-ACTION-TOKEN(WS-ACTION-INDEX)(7:))
               TO WS-FIGHT-ENEMY-NAME.

           SET WS-ENEMY-FOUND TO FALSE.
           MOVE 1 TO WS-ENEMY-SCAN.
           PERFORM UNTIL WS-ENEMY-SCAN > WS-ENEMY-COUNT
                   OR WS-ENEMY-FOUND
               IF ENEMY-NAME(WS-ENEMY-SCAN) EQUAL WS-FIGHT-ENEMY-NAME
                   SET WS-ENEMY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-ENEMY-SCAN
               END-IF
           END-PERFORM.

           IF NOT WS-ENEMY-FOUND
               EXIT PARAGRAPH
           END-IF.

           IF ENEMY-PLACED-FLAG(WS-ENEMY-SCAN) EQUAL 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO ENEMY-PLACED-FLAG(WS-ENEMY-SCAN).
           MOVE WS-STORY-XP TO ENEMY-STORY-XP(WS-ENEMY-SCAN).
           MOVE WS-CHAPTER-INDEX TO ENEMY-STORY-CHAPTER(WS-ENEMY-SCAN).
           COMPUTE ENEMY-STORY-SCENE(WS-ENEMY-SCAN) =
               WS-CHAPTER-LINE-COUNT - 1.

      *    Same formula and cap as DERIVE-PLAYER-LEVEL.
           IF WS-STORY-XP >= 900
               MOVE 10 TO ENEMY-STORY-LEVEL(WS-ENEMY-SCAN)
           ELSE
               COMPUTE ENEMY-STORY-LEVEL(WS-ENEMY-SCAN) =
                   1 + WS-STORY-XP / 100
           END-IF.

           ADD ENEMY-XP-REWARD(WS-ENEMY-SCAN) TO WS-STORY-XP.

      *One enemy's grid: a header line with its stats and story
      *placement, then one row per level with a cell per kit.
       SIMULATE-ONE-ENEMY.
           MOVE ENEMY-HIT-POINTS(WS-ENEMY-INDEX) TO WS-DISPLAY-NUMBER.
           MOVE ENEMY-XP-REWARD(WS-ENEMY-INDEX) TO WS-DISPLAY-NUMBER-2.
           MOVE ENEMY-MIN-DAMAGE(WS-ENEMY-INDEX)
               TO WS-DISPLAY-MIN-DAMAGE.
           MOVE ENEMY-MAX-DAMAGE(WS-ENEMY-INDEX)
               TO WS-DISPLAY-MAX-DAMAGE.
           DISPLAY FUNCTION TRIM(ENEMY-NAME(WS-ENEMY-INDEX))
                   ": " FUNCTION TRIM(WS-DISPLAY-NUMBER)
                   " hit points, " FUNCTION TRIM(WS-DISPLAY-MIN-DAMAGE)
                   "-" FUNCTION TRIM(WS-DISPLAY-MAX-DAMAGE)
                   " damage, " FUNCTION TRIM(WS-DISPLAY-NUMBER-2)
                   " XP per win".

           MOVE ENEMY-STORY-LEVEL(WS-ENEMY-INDEX) TO WS-DISPLAY-LEVEL.
           IF ENEMY-PLACED-FLAG(WS-ENEMY-INDEX) EQUAL 'Y'
               MOVE ENEMY-STORY-CHAPTER(WS-ENEMY-INDEX)
                   TO WS-DISPLAY-CHAPTER
               MOVE ENEMY-STORY-SCENE(WS-ENEMY-INDEX)
                   TO WS-DISPLAY-SCENE
               MOVE ENEMY-STORY-XP(WS-ENEMY-INDEX)
                   TO WS-DISPLAY-NUMBER
               DISPLAY "  First fought at C"
                       FUNCTION TRIM(WS-DISPLAY-CHAPTER) "."
                       FUNCTION TRIM(WS-DISPLAY-SCENE) " with up to "
                       FUNCTION TRIM(WS-DISPLAY-NUMBER)
                       " XP: story level "
                       FUNCTION TRIM(WS-DISPLAY-LEVEL) "."
           ELSE
               DISPLAY "  Not fought in any chapter: judged at "
                       "level 1."
           END-IF.

           MOVE SPACES TO WS-GRID-LINE.
           MOVE 1 TO WS-GRID-POINTER.
           STRING "  Lvl" DELIMITED BY SIZE
               INTO WS-GRID-LINE WITH POINTER WS-GRID-POINTER.
           MOVE 1 TO WS-KIT-INDEX.
           PERFORM UNTIL WS-KIT-INDEX > 4
               STRING " | " DELIMITED BY SIZE
                       WS-KIT-NAME(WS-KIT-INDEX) DELIMITED BY SIZE
                   INTO WS-GRID-LINE WITH POINTER WS-GRID-POINTER
               ADD 1 TO WS-KIT-INDEX
           END-PERFORM.
           DISPLAY FUNCTION TRIM(WS-GRID-LINE TRAILING).

           MOVE 1 TO PLAYER-LEVEL.
           PERFORM UNTIL PLAYER-LEVEL > 10
               PERFORM SIMULATE-ONE-LEVEL
               ADD 1 TO PLAYER-LEVEL
           END-PERFORM.

           DISPLAY " ".

           PERFORM CHECK-ENEMY-AGAINST-THRESHOLD.

       SIMULATE-ONE-LEVEL.
           COMPUTE WS-PLAYER-MAX-HEALTH =
               100 + (PLAYER-LEVEL - 1) * 10.

           MOVE PLAYER-LEVEL TO WS-DISPLAY-LEVEL.
           MOVE SPACES TO WS-GRID-LINE.
           MOVE 1 TO WS-GRID-POINTER.
           STRING "   " DELIMITED BY SIZE
                   WS-DISPLAY-LEVEL DELIMITED BY SIZE
               INTO WS-GRID-LINE WITH POINTER WS-GRID-POINTER.

           MOVE 1 TO WS-KIT-INDEX.
           PERFORM UNTIL WS-KIT-INDEX > 4
               PERFORM SIMULATE-ONE-CELL
               ADD 1 TO WS-KIT-INDEX
           END-PERFORM.

           DISPLAY FUNCTION TRIM(WS-GRID-LINE TRAILING).

       SIMULATE-ONE-CELL.
           IF WS-KIT-INDEX = 2 OR WS-KIT-INDEX = 4
               SET WS-KIT-HAS-SWORD TO TRUE
           ELSE
               SET WS-KIT-HAS-SWORD TO FALSE
           END-IF.
           IF WS-KIT-INDEX >= 3
               SET WS-KIT-HAS-SHIELD TO TRUE
           ELSE
               SET WS-KIT-HAS-SHIELD TO FALSE
           END-IF.

           MOVE 0 TO WS-CELL-WINS.
           MOVE 0 TO WS-CELL-ROUNDS.
           MOVE 0 TO WS-CELL-HEALTH-LOST.

           MOVE 1 TO WS-FIGHT-NUMBER.
           PERFORM UNTIL WS-FIGHT-NUMBER > WS-FIGHTS-PER-CELL
               PERFORM SIMULATE-ONE-FIGHT
               ADD 1 TO WS-FIGHT-NUMBER
           END-PERFORM.

           COMPUTE WS-CELL-WIN-PERCENT ROUNDED =
               WS-CELL-WINS * 100 / WS-FIGHTS-PER-CELL.
           COMPUTE WS-CELL-AVG-ROUNDS ROUNDED =
               WS-CELL-ROUNDS / WS-FIGHTS-PER-CELL.
           COMPUTE WS-CELL-AVG-LOST ROUNDED =
               WS-CELL-HEALTH-LOST / WS-FIGHTS-PER-CELL.

           MOVE WS-CELL-WIN-PERCENT
               TO WS-WIN-RATE(PLAYER-LEVEL, WS-KIT-INDEX).

           MOVE WS-CELL-WIN-PERCENT TO WS-DISPLAY-PERCENT.
           MOVE WS-CELL-AVG-ROUNDS TO WS-DISPLAY-ROUNDS.
           MOVE WS-CELL-AVG-LOST TO WS-DISPLAY-LOST.
           STRING " | " DELIMITED BY SIZE
                   WS-DISPLAY-PERCENT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DISPLAY-ROUNDS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DISPLAY-LOST DELIMITED BY SIZE
               INTO WS-GRID-LINE WITH POINTER WS-GRID-POINTER.

      *One fight as FIGHT-ENEMY-ROUTINE runs it when the player just
      *keeps striking: player first, then the enemy if it still
      *stands, until one side drops.
       SIMULATE-ONE-FIGHT.
           MOVE WS-PLAYER-MAX-HEALTH TO PLAYER-HEALTH.
           MOVE ENEMY-HIT-POINTS(WS-ENEMY-INDEX)
               TO WS-ENEMY-CURRENT-HP.
           MOVE 0 TO WS-FIGHT-ROUNDS.
           SET WS-COMBAT-OVER TO FALSE.
           SET WS-FIGHT-WON TO FALSE.

           PERFORM UNTIL WS-COMBAT-OVER
               ADD 1 TO WS-FIGHT-ROUNDS
               PERFORM PLAYER-ATTACK-ROUND

               IF WS-ENEMY-CURRENT-HP <= 0
                   SET WS-FIGHT-WON TO TRUE
                   SET WS-COMBAT-OVER TO TRUE
               ELSE
                   PERFORM ENEMY-ATTACK-ROUND

                   IF PLAYER-HEALTH = 0
                       SET WS-COMBAT-OVER TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-FIGHT-WON
               ADD 1 TO WS-CELL-WINS
           END-IF.
           ADD WS-FIGHT-ROUNDS TO WS-CELL-ROUNDS.
           COMPUTE WS-CELL-HEALTH-LOST = WS-CELL-HEALTH-LOST
               + WS-PLAYER-MAX-HEALTH - PLAYER-HEALTH.

       PLAYER-ATTACK-ROUND.
           COMPUTE WS-PLAYER-ATTACK = FUNCTION RANDOM * 8 + 8
               + (PLAYER-LEVEL - 1) * 2.

           IF WS-KIT-HAS-SWORD
               ADD 5 TO WS-PLAYER-ATTACK
           END-IF.

           SUBTRACT WS-PLAYER-ATTACK FROM WS-ENEMY-CURRENT-HP.

           IF WS-ENEMY-CURRENT-HP < 0
               MOVE 0 TO WS-ENEMY-CURRENT-HP
           END-IF.

       ENEMY-ATTACK-ROUND.
           COMPUTE WS-ENEMY-ATTACK = FUNCTION RANDOM *
               (ENEMY-MAX-DAMAGE(WS-ENEMY-INDEX) -
               ENEMY-MIN-DAMAGE(WS-ENEMY-INDEX) + 1) +
               ENEMY-MIN-DAMAGE(WS-ENEMY-INDEX).

           IF WS-KIT-HAS-SHIELD
               IF WS-ENEMY-ATTACK > 3
                   SUBTRACT 3 FROM WS-ENEMY-ATTACK
               ELSE
                   MOVE 1 TO WS-ENEMY-ATTACK
               END-IF
           END-IF.

           SUBTRACT WS-ENEMY-ATTACK FROM PLAYER-HEALTH.

           IF PLAYER-HEALTH < 0
               MOVE 0 TO PLAYER-HEALTH
           END-IF.

      *The flag is judged bare-handed at the story level - a player
      *may well reach a fight without sword or shield - and the
      *fully equipped rate is quoted alongside so the desk can see
      *whether gear rescues the fight.
       CHECK-ENEMY-AGAINST-THRESHOLD.
           MOVE ENEMY-STORY-LEVEL(WS-ENEMY-INDEX) TO PLAYER-LEVEL.

           IF WS-WIN-RATE(PLAYER-LEVEL, 1) >= WS-THRESHOLD-PERCENT
               EXIT PARAGRAPH
           END-IF.

           IF WS-FLAGGED-COUNT >= 20
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-FLAGGED-COUNT.
           MOVE PLAYER-LEVEL TO WS-DISPLAY-LEVEL.
           MOVE WS-WIN-RATE(PLAYER-LEVEL, 1) TO WS-DISPLAY-PERCENT.
           MOVE WS-WIN-RATE(PLAYER-LEVEL, 4) TO WS-DISPLAY-PERCENT-2.
           MOVE SPACES TO WS-FLAG-LINE(WS-FLAGGED-COUNT).
           STRING "  " DELIMITED BY SIZE
                   ENEMY-NAME(WS-ENEMY-INDEX) DELIMITED BY SIZE
                   " level " DELIMITED BY SIZE
                   WS-DISPLAY-LEVEL DELIMITED BY SIZE
                   ": wins" DELIMITED BY SIZE
                   WS-DISPLAY-PERCENT DELIMITED BY SIZE
                   "% bare-handed," DELIMITED BY SIZE
                   WS-DISPLAY-PERCENT-2 DELIMITED BY SIZE
                   "% with sword and shield" DELIMITED BY SIZE
               INTO WS-FLAG-LINE(WS-FLAGGED-COUNT).

       REPORT-FLAGGED-ENEMIES.
           MOVE WS-THRESHOLD-PERCENT TO WS-DISPLAY-NUMBER.
           DISPLAY "Enemies beaten less than "
                   FUNCTION TRIM(WS-DISPLAY-NUMBER)
                   "% of the time at their story level".
           DISPLAY "------------------------------------------------"
                   "--------------".

           IF WS-FLAGGED-COUNT = 0
               DISPLAY "  (none)"
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-FLAG-INDEX.
           PERFORM UNTIL WS-FLAG-INDEX > WS-FLAGGED-COUNT
               DISPLAY FUNCTION TRIM(WS-FLAG-LINE(WS-FLAG-INDEX)
                   TRAILING)
               ADD 1 TO WS-FLAG-INDEX
           END-PERFORM.

           MOVE WS-FLAGGED-COUNT TO WS-DISPLAY-NUMBER.
           DISPLAY " ".
           DISPLAY "Enemies flagged: " FUNCTION TRIM(WS-DISPLAY-NUMBER)
                   ".".
