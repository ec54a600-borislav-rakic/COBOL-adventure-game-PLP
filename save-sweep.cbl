       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAVE-SWEEP.

      *Nightly integrity sweep of the players' save slots. A broken
      *or stale save otherwise only shows itself when a player picks
      *that slot from Load Game; this program opens every SAVE-NN.DAT
      *slot and the AUTOSAVE.DAT checkpoint and puts each through the
      *checks the engine makes when it loads one:
      *  - the TMPSAVE header and its numeric fields (READ-SAVE-FILE),
      *  - the save layout version,
      *  - the checksum, computed as COMPUTE-SAVE-CHECKSUM does,
      *  - at least the three records every layout has,
      *  - the world stamp against the live world.dat
      *    (CHECK-SAVE-WORLD-STAMP; a blank stamp on either side is
      *    given the benefit of the doubt, as the engine gives it),
      *  - the saved chapter and scene against the live chapter
      *    content (APPLY-SAVE-LINES),
      *  - every inventory item against the item table and every
      *    shop-stock pair against the price table.
      *The live world is world.dat when it is an intact compiled
      *release and the loose files (chapters.txt or dialogue.txt,
      *items.txt, prices.txt) when it is not - the same choice the
      *engine makes at startup - so the item and price tables are
      *the ones a loaded save would actually be matched against.
      *The replay suite's REPLAY-SAVE-NN.DAT slots are not swept.
      *
      *The report has one directory line per slot and then every
      *exception found. A slot's status is OK, WARN (it loads, but
      *the engine will warn, fall back or drop something), REJECT
      *(the engine will refuse to load it) or EMPTY (no save).
      *
      *Usage: save-sweep [report-file]
      *  report-file defaults to save-directory.txt.

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

           SELECT ITEM-FILE ASSIGN TO 'items.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ITEM-FILE-STATUS.

           SELECT PRICE-FILE ASSIGN TO 'prices.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRICE-FILE-STATUS.

           SELECT SAVE-FILE ASSIGN TO WS-SAVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SAVE-FILE-STATUS.

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

       FD ITEM-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ITEM-RECORD.
       01 ITEM-RECORD              PIC X(100).

       FD PRICE-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS PRICE-RECORD.
       01 PRICE-RECORD             PIC X(100).

       FD SAVE-FILE
           RECORD CONTAINS 250 CHARACTERS
           DATA RECORD IS SAVE-RECORD.
       01 SAVE-RECORD              PIC X(250).

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
       01 WS-EOF-ITEM-FLAG         PIC X(1) VALUE 'N'.
           88 EOF-ITEM-REACHED              VALUE 'Y'.
       01 WS-ITEM-FILE-STATUS      PIC X(2) VALUE '00'.
       01 WS-EOF-PRICE-FLAG        PIC X(1) VALUE 'N'.
           88 EOF-PRICE-REACHED             VALUE 'Y'.
       01 WS-PRICE-FILE-STATUS     PIC X(2) VALUE '00'.
       01 WS-EOF-SAVE-FLAG         PIC X(1) VALUE 'N'.
           88 EOF-SAVE-REACHED              VALUE 'Y'.
       01 WS-SAVE-FILE-STATUS      PIC X(2) VALUE '00'.
       01 WS-SAVE-FILENAME         PIC X(20) VALUE 'SAVE-01.DAT'.
       01 WS-REPORT-FILE-STATUS    PIC X(2) VALUE '00'.
       01 WS-REPORT-FILENAME       PIC X(40)
                                   VALUE 'save-directory.txt'.
       01 WS-COMMAND-ARGS          PIC X(80) VALUE SPACES.

      *Must match WS-SAVE-LAYOUT-VERSION in the engine: the newest
      *layout it writes and the newest it will load.
       01 WS-SAVE-LAYOUT-VERSION   PIC 9(2) VALUE 8.

      *The live world. Only what a save is checked against is kept:
      *how many logical entries each chapter has, and the names in
      *the item and price tables.
       01 WS-WORLD-SOURCE          PIC X(60) VALUE SPACES.
       01 WS-TABLE-SOURCE          PIC X(60) VALUE SPACES.
       01 WS-ITEM-SOURCE           PIC X(30) VALUE 'items.txt'.
       01 WS-PRICE-SOURCE          PIC X(30) VALUE 'prices.txt'.
       01 WS-WORLD-STAMP           PIC X(14) VALUE SPACES.
       01 WS-WORLD-BAD-FLAG        PIC X(1) VALUE 'N'.
       01 WS-WORLD-LOADED-FLAG     PIC X(1) VALUE 'N'.
       01 WS-WORLD-KEYWORD         PIC X(10) VALUE SPACES.
       01 WS-WORLD-NUM-TOKEN       PIC X(10) VALUE SPACES.
       01 WS-WORLD-NUM2-TOKEN      PIC X(10) VALUE SPACES.
       01 WS-WORLD-RAW-COUNT       PIC 9(3) VALUE 0.
       01 WS-WORLD-SECTION-COUNT   PIC 9(3) VALUE 0.
       01 WS-WORLD-LINE-INDEX      PIC 9(3) VALUE 0.

       01 CHAPTER-TABLE.
           02 CHAPTER-FILENAME     PIC X(30) OCCURS 20 TIMES.
       01 CHAPTER-SIZE-TABLE.
           02 CHAPTER-ENTRY-COUNT  PIC 9(3) OCCURS 20 TIMES.
       01 WS-CHAPTER-COUNT         PIC 9(2) VALUE 0.
       01 WS-CURRENT-CHAPTER       PIC 9(2) VALUE 0.

       01 ITEM-NAME-TABLE.
           02 ITEM-NAME            PIC X(30) OCCURS 50 TIMES.
       01 WS-ITEM-COUNT            PIC 9(2) VALUE 0.
       01 PRICE-NAME-TABLE.
           02 PRICE-NAME           PIC X(30) OCCURS 50 TIMES.
       01 WS-PRICE-COUNT           PIC 9(2) VALUE 0.
       01 WS-MASTER-PARSE-LINE     PIC X(100) VALUE SPACES.
       01 WS-NAME-TOKEN            PIC X(30) VALUE SPACES.
       01 WS-BUY-TOKEN             PIC X(10) VALUE SPACES.
       01 WS-SELL-TOKEN            PIC X(10) VALUE SPACES.
       01 WS-TABLE-SCAN            PIC 9(2) VALUE 0.
       01 WS-NAME-FOUND-FLAG       PIC X(1) VALUE 'N'.
           88 WS-NAME-FOUND                 VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

      *One save at a time, staged the way the engine's READ-SAVE-FILE
      *stages it: the header, then up to ten data records.
       01 WS-SAVE-SLOT             PIC 9(2) VALUE 1.
       01 WS-SAVE-HEADER-LINE      PIC X(250) VALUE SPACES.
       01 WS-SAVE-LINES.
           02 WS-SAVE-LINE         PIC X(250) OCCURS 10 TIMES.
       01 WS-SAVE-LINE-COUNT       PIC 9(2) VALUE 0.
       01 WS-SAVE-RECORD-COUNT     PIC 9(5) VALUE 0.
       01 WS-SAVE-LINE-INDEX       PIC 9(2) VALUE 0.
       01 WS-SAVE-VERSION          PIC 9(2) VALUE 0.
       01 WS-EXPECTED-CHECKSUM     PIC 9(9) VALUE 0.
       01 WS-CHECKSUM-WORK         PIC 9(9) VALUE 0.
       01 WS-CHECKSUM-POS          PIC 9(3) VALUE 0.
       01 WS-SAVE-STAMP            PIC X(14) VALUE SPACES.
       01 WS-SAVE-HEALTH           PIC 9(5) VALUE 0.
       01 WS-SAVE-GOLD             PIC 9(5) VALUE 0.
       01 WS-SAVE-XP               PIC 9(5) VALUE 0.
       01 WS-SAVE-LEVEL            PIC 9(2) VALUE 0.
       01 WS-SAVE-CHAPTER          PIC 9(3) VALUE 0.
       01 WS-SAVE-INDEX            PIC 9(3) VALUE 0.
       01 WS-SAVE-ITEM-COUNT       PIC 9(2) VALUE 0.
       01 WS-FIELDS-KNOWN-FLAG     PIC X(1) VALUE 'N'.

      *The slot's verdict: blank means not yet judged, and a REJECT
      *is never softened to a WARN by a later check.
       01 WS-SLOT-STATUS           PIC X(6) VALUE SPACES.
           88 SLOT-IS-OK                    VALUE 'OK'.
           88 SLOT-IS-WARN                  VALUE 'WARN'.
           88 SLOT-IS-REJECT                VALUE 'REJECT'.
           88 SLOT-IS-EMPTY                 VALUE 'EMPTY'.

       01 WS-LIST-POINTER          PIC 9(3) VALUE 1.
       01 WS-LIST-TOKEN            PIC X(30) VALUE SPACES.
       01 WS-STOCK-NAME-TOKEN      PIC X(30) VALUE SPACES.
       01 WS-STOCK-QTY-TOKEN       PIC X(10) VALUE SPACES.

      *Exceptions are kept until the directory has been written.
       01 EXCEPTION-TABLE.
           02 EXCEPTION-LINE       PIC X(132) OCCURS 300 TIMES.
       01 WS-EXCEPTION-COUNT       PIC 9(3) VALUE 0.
       01 WS-EXCEPTION-TEXT        PIC X(132) VALUE SPACES.
       01 WS-EXCEPTION-INDEX       PIC 9(3) VALUE 0.

       01 WS-SLOTS-SWEPT           PIC 9(2) VALUE 0.
       01 WS-SLOTS-OK              PIC 9(2) VALUE 0.
       01 WS-SLOTS-WARN            PIC 9(2) VALUE 0.
       01 WS-SLOTS-REJECT          PIC 9(2) VALUE 0.

       01 WS-REPORT-BUILD          PIC X(132) VALUE SPACES.
       01 WS-DIRECTORY-LINE.
           02 WS-DIR-SLOT          PIC X(12).
           02 FILLER               PIC X(2) VALUE SPACES.
           02 WS-DIR-STATUS        PIC X(6).
           02 FILLER               PIC X(2) VALUE SPACES.
           02 WS-DIR-HEALTH        PIC ZZZZ9.
           02 FILLER               PIC X(2) VALUE SPACES.
           02 WS-DIR-GOLD          PIC ZZZZ9.
           02 FILLER               PIC X(2) VALUE SPACES.
           02 WS-DIR-LEVEL         PIC ZZZZ9.
           02 FILLER               PIC X(2) VALUE SPACES.
           02 WS-DIR-XP            PIC ZZZZ9.
           02 FILLER               PIC X(2) VALUE SPACES.
           02 WS-DIR-CHAPTER       PIC ZZZZ9.
           02 FILLER               PIC X(2) VALUE SPACES.
           02 WS-DIR-SCENE         PIC ZZZZ9.
           02 FILLER               PIC X(2) VALUE SPACES.
           02 WS-DIR-ITEMS         PIC ZZZZ9.
           02 FILLER               PIC X(2) VALUE SPACES.
           02 WS-DIR-STAMP         PIC X(14).
       01 WS-RUN-DATE              PIC X(8) VALUE SPACES.
       01 WS-DISPLAY-NUMBER        PIC ZZZZ9.
       01 WS-DISPLAY-NUMBER-2      PIC ZZZZ9.
       01 WS-DISPLAY-CHECKSUM      PIC Z(8)9.
       01 WS-DISPLAY-CHECKSUM-2    PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Save-slot integrity sweep".
           DISPLAY "=========================".
           DISPLAY " ".

           PERFORM PARSE-COMMAND-ARGS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           PERFORM LOAD-CURRENT-WORLD.

           OPEN OUTPUT REPORT-FILE.

           IF WS-REPORT-FILE-STATUS NOT EQUAL "00"
               DISPLAY "Cannot write "
                       FUNCTION TRIM(WS-REPORT-FILENAME) "."
               STOP RUN
           END-IF.

           PERFORM WRITE-REPORT-HEADING.

           MOVE 1 TO WS-SAVE-SLOT.
           PERFORM UNTIL WS-SAVE-SLOT > 9
               MOVE SPACES TO WS-SAVE-FILENAME
               STRING "SAVE-" DELIMITED BY SIZE
                       WS-SAVE-SLOT DELIMITED BY SIZE
                       ".DAT" DELIMITED BY SIZE
                   INTO WS-SAVE-FILENAME
               PERFORM SWEEP-ONE-SLOT
               ADD 1 TO WS-SAVE-SLOT
           END-PERFORM.

           MOVE 'AUTOSAVE.DAT' TO WS-SAVE-FILENAME.
           PERFORM SWEEP-ONE-SLOT.

           PERFORM WRITE-EXCEPTIONS.

           CLOSE REPORT-FILE.

           MOVE WS-SLOTS-SWEPT TO WS-DISPLAY-NUMBER.
           MOVE WS-EXCEPTION-COUNT TO WS-DISPLAY-NUMBER-2.
           DISPLAY FUNCTION TRIM(WS-DISPLAY-NUMBER)
                   " save(s) swept against "
                   FUNCTION TRIM(WS-WORLD-SOURCE) ", "
                   FUNCTION TRIM(WS-DISPLAY-NUMBER-2)
                   " exception(s).".
           MOVE WS-SLOTS-OK TO WS-DISPLAY-NUMBER.
           DISPLAY "  OK:     " WS-DISPLAY-NUMBER.
           MOVE WS-SLOTS-WARN TO WS-DISPLAY-NUMBER.
           DISPLAY "  WARN:   " WS-DISPLAY-NUMBER.
           MOVE WS-SLOTS-REJECT TO WS-DISPLAY-NUMBER.
           DISPLAY "  REJECT: " WS-DISPLAY-NUMBER.
           DISPLAY "Slot directory written to "
                   FUNCTION TRIM(WS-REPORT-FILENAME) ".".

           STOP RUN.

       PARSE-COMMAND-ARGS.
           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.

           IF WS-COMMAND-ARGS NOT EQUAL SPACES
               MOVE FUNCTION TRIM(WS-COMMAND-ARGS)
                   TO WS-REPORT-FILENAME
           END-IF.

      *The engine plays from world.dat whenever it is an intact
      *compiled release and from the loose files otherwise, so the
      *saves are judged against the same place.
       LOAD-CURRENT-WORLD.
           PERFORM LOAD-WORLD-RELEASE.

           IF WS-WORLD-LOADED-FLAG EQUAL 'Y'
               STRING "world.dat (stamp " DELIMITED BY SIZE
                       WS-WORLD-STAMP DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                   INTO WS-WORLD-SOURCE
               MOVE "the ITEMS and PRICES blocks of world.dat"
                   TO WS-TABLE-SOURCE
               MOVE "the ITEMS block of world.dat" TO WS-ITEM-SOURCE
               MOVE "the PRICES block of world.dat"
                   TO WS-PRICE-SOURCE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-WORLD-STAMP.
           MOVE 0 TO WS-ITEM-COUNT.
           MOVE 0 TO WS-PRICE-COUNT.
           PERFORM LOAD-CHAPTER-MANIFEST.

           MOVE 1 TO WS-CURRENT-CHAPTER.
           PERFORM UNTIL WS-CURRENT-CHAPTER > WS-CHAPTER-COUNT
               PERFORM LOAD-LOOSE-CHAPTER
               ADD 1 TO WS-CURRENT-CHAPTER
           END-PERFORM.

           PERFORM LOAD-ITEM-FILE.
           PERFORM LOAD-PRICE-FILE.

           IF WS-CHAPTER-COUNT = 1
                   AND CHAPTER-FILENAME(1) EQUAL 'dialogue.txt'
               MOVE "dialogue.txt" TO WS-WORLD-SOURCE
           ELSE
               MOVE "the chapter files in chapters.txt"
                   TO WS-WORLD-SOURCE
           END-IF.
           MOVE "items.txt and prices.txt" TO WS-TABLE-SOURCE.

       LOAD-WORLD-RELEASE.
           MOVE 'N' TO WS-WORLD-LOADED-FLAG.
           MOVE 'N' TO WS-WORLD-BAD-FLAG.
           MOVE 'N' TO WS-EOF-WORLD-FLAG.
           MOVE 0 TO WS-ITEM-COUNT.
           MOVE 0 TO WS-PRICE-COUNT.

           OPEN INPUT WORLD-FILE.

           IF WS-WORLD-FILE-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-ONE-WORLD-LINE.

           IF WS-WORLD-BAD-FLAG EQUAL 'Y'
                   OR WORLD-RECORD(1:8) NOT EQUAL "TMPWORLD"
               DISPLAY "world.dat is not a compiled world release; "
                       "using the text files."
               CLOSE WORLD-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE WORLD-RECORD(10:14) TO WS-WORLD-STAMP.

           PERFORM LOAD-RELEASE-CHAPTERS.

           IF WS-WORLD-BAD-FLAG EQUAL 'N'
               PERFORM LOAD-RELEASE-SECTION
               IF WS-WORLD-KEYWORD NOT EQUAL "PRICES"
                   MOVE 'Y' TO WS-WORLD-BAD-FLAG
               END-IF
           END-IF.

           IF WS-WORLD-BAD-FLAG EQUAL 'N'
               PERFORM LOAD-RELEASE-SECTION
               IF WS-WORLD-KEYWORD NOT EQUAL "ENEMIES"
                   MOVE 'Y' TO WS-WORLD-BAD-FLAG
               END-IF
           END-IF.

           IF WS-WORLD-BAD-FLAG EQUAL 'N'
               PERFORM LOAD-RELEASE-SECTION
               IF WS-WORLD-KEYWORD NOT EQUAL "ITEMS"
                   MOVE 'Y' TO WS-WORLD-BAD-FLAG
               END-IF
           END-IF.

           CLOSE WORLD-FILE.

           IF WS-WORLD-BAD-FLAG EQUAL 'Y'
               DISPLAY "world.dat is damaged or truncated; using the "
                       "text files."
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

      *Continuation lines take no index, so only the other records
      *count towards the chapter's entries.
       LOAD-ONE-RELEASE-CHAPTER.
           MOVE 0 TO CHAPTER-ENTRY-COUNT(WS-CURRENT-CHAPTER).

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
                           AND CHAPTER-ENTRY-COUNT(WS-CURRENT-CHAPTER)
                           < 500
                       ADD 1 TO CHAPTER-ENTRY-COUNT(WS-CURRENT-CHAPTER)
                   END-IF
                   ADD 1 TO WS-WORLD-LINE-INDEX
               END-IF
           END-PERFORM.

      *A "<KEYWORD> <n>" line and its n raw lines. Price and item
      *lines go through the same parse as the loose files; the
      *enemy lines are only read past.
       LOAD-RELEASE-SECTION.
           PERFORM READ-ONE-WORLD-LINE.
           IF WS-WORLD-BAD-FLAG EQUAL 'Y'
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-WORLD-KEYWORD.
           MOVE SPACES TO WS-WORLD-NUM-TOKEN.
           UNSTRING WORLD-RECORD DELIMITED BY ALL " "
               INTO WS-WORLD-KEYWORD WS-WORLD-NUM-TOKEN
           END-UNSTRING.

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-WORLD-NUM-TOKEN)) NOT EQUAL 0
               MOVE 'Y' TO WS-WORLD-BAD-FLAG
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-WORLD-SECTION-COUNT =
               FUNCTION NUMVAL(WS-WORLD-NUM-TOKEN).

           MOVE 1 TO WS-WORLD-LINE-INDEX.
           PERFORM UNTIL WS-WORLD-LINE-INDEX > WS-WORLD-SECTION-COUNT
                   OR WS-WORLD-BAD-FLAG EQUAL 'Y'
               PERFORM READ-ONE-WORLD-LINE
               IF WS-WORLD-BAD-FLAG EQUAL 'N'
                   MOVE WORLD-RECORD(1:100) TO WS-MASTER-PARSE-LINE
                   IF WS-WORLD-KEYWORD EQUAL "PRICES"
                       PERFORM LOAD-ONE-PRICE-NAME
                   ELSE IF WS-WORLD-KEYWORD EQUAL "ITEMS"
                       PERFORM LOAD-ONE-ITEM-NAME
                   END-IF
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

      *A chapter file that cannot be read is left with no entries,
      *so every save in it is reported as pointing past its end.
       LOAD-LOOSE-CHAPTER.
           MOVE 0 TO CHAPTER-ENTRY-COUNT(WS-CURRENT-CHAPTER).
           MOVE CHAPTER-FILENAME(WS-CURRENT-CHAPTER)
               TO WS-DIALOGUE-FILENAME.
           MOVE 'N' TO WS-EOF-DIALOGUE-FLAG.

           OPEN INPUT DIALOGUE-FILE.

           IF WS-DIALOGUE-FILE-STATUS NOT EQUAL "00"
               DISPLAY "Chapter file "
                       FUNCTION TRIM(WS-DIALOGUE-FILENAME)
                       " is missing or unreadable."
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF-DIALOGUE-REACHED
               READ DIALOGUE-FILE
                   AT END
                       SET EOF-DIALOGUE-REACHED TO TRUE
                   NOT AT END
                       IF DIALOGUE-RECORD(1:1) NOT EQUAL "+"
                               AND CHAPTER-ENTRY-COUNT(
                               WS-CURRENT-CHAPTER) < 500
                           ADD 1 TO
                               CHAPTER-ENTRY-COUNT(WS-CURRENT-CHAPTER)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE DIALOGUE-FILE.

       LOAD-ITEM-FILE.
           OPEN INPUT ITEM-FILE.

           IF WS-ITEM-FILE-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF-ITEM-REACHED
               READ ITEM-FILE
                   AT END
                       SET EOF-ITEM-REACHED TO TRUE
                   NOT AT END
                       MOVE ITEM-RECORD TO WS-MASTER-PARSE-LINE
                       PERFORM LOAD-ONE-ITEM-NAME
               END-READ
           END-PERFORM.

           CLOSE ITEM-FILE.

       LOAD-PRICE-FILE.
           OPEN INPUT PRICE-FILE.

           IF WS-PRICE-FILE-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF-PRICE-REACHED
               READ PRICE-FILE
                   AT END
                       SET EOF-PRICE-REACHED TO TRUE
                   NOT AT END
                       MOVE PRICE-RECORD TO WS-MASTER-PARSE-LINE
                       PERFORM LOAD-ONE-PRICE-NAME
               END-READ
           END-PERFORM.

           CLOSE PRICE-FILE.

      *The engine's LOAD-ONE-ITEM-DESC keeps every named line, up
      *to 50.
       LOAD-ONE-ITEM-NAME.
           MOVE SPACES TO WS-NAME-TOKEN.
           UNSTRING WS-MASTER-PARSE-LINE DELIMITED BY ";"
               INTO WS-NAME-TOKEN
           END-UNSTRING.

           IF WS-NAME-TOKEN EQUAL SPACES OR WS-ITEM-COUNT >= 50
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ITEM-COUNT.
           MOVE FUNCTION TRIM(WS-NAME-TOKEN)
               TO ITEM-NAME(WS-ITEM-COUNT).

      *The engine's LOAD-ONE-PRICE skips a line without numeric buy
      *and sell values, so such an item has no price for a save
      *either.
       LOAD-ONE-PRICE-NAME.
           MOVE SPACES TO WS-NAME-TOKEN.
           MOVE SPACES TO WS-BUY-TOKEN.
           MOVE SPACES TO WS-SELL-TOKEN.
           UNSTRING WS-MASTER-PARSE-LINE DELIMITED BY ";"
               INTO WS-NAME-TOKEN WS-BUY-TOKEN WS-SELL-TOKEN
           END-UNSTRING.

           IF WS-NAME-TOKEN EQUAL SPACES OR WS-PRICE-COUNT >= 50
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-BUY-TOKEN))
                   NOT EQUAL 0
                   OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-SELL-TOKEN)) NOT EQUAL 0
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-PRICE-COUNT.
           MOVE FUNCTION TRIM(WS-NAME-TOKEN)
               TO PRICE-NAME(WS-PRICE-COUNT).

       WRITE-REPORT-HEADING.
           MOVE "Save-slot directory" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "===================" TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO WS-REPORT-BUILD.
           STRING "Swept " DELIMITED BY SIZE
                   WS-RUN-DATE(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-RUN-DATE(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-RUN-DATE(7:2) DELIMITED BY SIZE
               INTO WS-REPORT-BUILD.
           MOVE WS-REPORT-BUILD TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO WS-REPORT-BUILD.
           STRING "Live world: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-WORLD-SOURCE) DELIMITED BY SIZE
               INTO WS-REPORT-BUILD.
           MOVE WS-REPORT-BUILD TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO WS-REPORT-BUILD.
           STRING "Items and stock checked against " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TABLE-SOURCE) DELIMITED BY SIZE
               INTO WS-REPORT-BUILD.
           MOVE WS-REPORT-BUILD TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO WS-REPORT-BUILD.
           STRING "Status: OK loads cleanly, WARN loads with a "
                   DELIMITED BY SIZE
                   "warning or loss, REJECT will not load, EMPTY "
                   DELIMITED BY SIZE
                   "holds no save." DELIMITED BY SIZE
               INTO WS-REPORT-BUILD.
           MOVE WS-REPORT-BUILD TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO WS-REPORT-BUILD.
           STRING "Slot          Status  Health   Gold  Level     XP"
                   DELIMITED BY SIZE
                   "  Chapt  Scene  Items  World stamp"
                   DELIMITED BY SIZE
               INTO WS-REPORT-BUILD.
           MOVE WS-REPORT-BUILD TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO WS-REPORT-BUILD.
           STRING "------------  ------  ------  -----  -----  -----"
                   DELIMITED BY SIZE
                   "  -----  -----  -----  --------------"
                   DELIMITED BY SIZE
               INTO WS-REPORT-BUILD.
           MOVE WS-REPORT-BUILD TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *One slot, checked in the order the engine loads it: a REJECT
      *stops the checks that need a loadable save, but whatever
      *could be read is still shown on the directory line.
       SWEEP-ONE-SLOT.
           MOVE SPACES TO WS-SLOT-STATUS.
           MOVE 'N' TO WS-FIELDS-KNOWN-FLAG.
           MOVE SPACES TO WS-SAVE-STAMP.

           PERFORM READ-ONE-SAVE.

           IF WS-SAVE-FILE-STATUS NOT EQUAL "00"
                   OR (WS-SAVE-HEADER-LINE EQUAL SPACES
                   AND WS-SAVE-RECORD-COUNT = 0)
               SET SLOT-IS-EMPTY TO TRUE
               PERFORM WRITE-DIRECTORY-LINE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SLOTS-SWEPT.

           PERFORM CHECK-SAVE-HEADER.

           IF NOT SLOT-IS-REJECT
               PERFORM CHECK-SAVE-CHECKSUM
           END-IF.

           IF WS-FIELDS-KNOWN-FLAG EQUAL 'Y'
               PERFORM READ-SAVE-FIELDS
           END-IF.

           IF NOT SLOT-IS-REJECT
               PERFORM CHECK-SAVE-STAMP
               PERFORM CHECK-SAVE-POSITION
               PERFORM CHECK-SAVE-INVENTORY
               PERFORM CHECK-SAVE-STOCK
           END-IF.

           IF WS-SLOT-STATUS EQUAL SPACES
               SET SLOT-IS-OK TO TRUE
           END-IF.

           IF SLOT-IS-OK
               ADD 1 TO WS-SLOTS-OK
           ELSE IF SLOT-IS-WARN
               ADD 1 TO WS-SLOTS-WARN
           ELSE
               ADD 1 TO WS-SLOTS-REJECT
           END-IF.

           PERFORM WRITE-DIRECTORY-LINE.

       READ-ONE-SAVE.
           MOVE 'N' TO WS-EOF-SAVE-FLAG.
           MOVE SPACES TO WS-SAVE-HEADER-LINE.
           MOVE SPACES TO WS-SAVE-LINES.
           MOVE 0 TO WS-SAVE-LINE-COUNT.
           MOVE 0 TO WS-SAVE-RECORD-COUNT.

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
                       ADD 1 TO WS-SAVE-RECORD-COUNT
                       IF WS-SAVE-LINE-COUNT < 10
                           ADD 1 TO WS-SAVE-LINE-COUNT
                           MOVE SAVE-RECORD
                               TO WS-SAVE-LINE(WS-SAVE-LINE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SAVE-FILE.

      *The header is "TMPSAVE <version> <checksum> <world stamp>"
      *in fixed columns, as WRITE-SAVE-FILE lays it out.
       CHECK-SAVE-HEADER.
           IF WS-SAVE-HEADER-LINE(1:7) NOT EQUAL "TMPSAVE"
               SET SLOT-IS-REJECT TO TRUE
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING "is in an old or unrecognised format; run the "
                       DELIMITED BY SIZE
                       "SAVE-UPGRADE utility to convert it."
                       DELIMITED BY SIZE
                   INTO WS-EXCEPTION-TEXT
               PERFORM ADD-EXCEPTION
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TEST-NUMVAL(WS-SAVE-HEADER-LINE(9:2))
                   NOT EQUAL 0
                   OR FUNCTION TEST-NUMVAL(WS-SAVE-HEADER-LINE(12:9))
                   NOT EQUAL 0
               SET SLOT-IS-REJECT TO TRUE
               MOVE "has a damaged save header." TO WS-EXCEPTION-TEXT
               PERFORM ADD-EXCEPTION
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION NUMVAL(WS-SAVE-HEADER-LINE(9:2))
               TO WS-SAVE-VERSION.
           MOVE FUNCTION NUMVAL(WS-SAVE-HEADER-LINE(12:9))
               TO WS-EXPECTED-CHECKSUM.
           MOVE WS-SAVE-HEADER-LINE(22:14) TO WS-SAVE-STAMP.
           MOVE 'Y' TO WS-FIELDS-KNOWN-FLAG.

           IF WS-SAVE-VERSION < 2
                   OR WS-SAVE-VERSION > WS-SAVE-LAYOUT-VERSION
               SET SLOT-IS-REJECT TO TRUE
               MOVE WS-SAVE-VERSION TO WS-DISPLAY-NUMBER
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING "was written by save layout version "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DISPLAY-NUMBER)
                       DELIMITED BY SIZE
                       ", which the engine does not know."
                       DELIMITED BY SIZE
                   INTO WS-EXCEPTION-TEXT
               PERFORM ADD-EXCEPTION
           END-IF.

      *Order-sensitive checksum over every byte of the staged save
      *records, exactly as the engine's COMPUTE-SAVE-CHECKSUM forms
      *it. The record count check follows it, as in the engine.
       CHECK-SAVE-CHECKSUM.
           MOVE 0 TO WS-CHECKSUM-WORK.
           MOVE 1 TO WS-SAVE-LINE-INDEX.

           PERFORM UNTIL WS-SAVE-LINE-INDEX > WS-SAVE-LINE-COUNT
               MOVE 1 TO WS-CHECKSUM-POS
               PERFORM UNTIL WS-CHECKSUM-POS > 250
                   COMPUTE WS-CHECKSUM-WORK = FUNCTION MOD(
                       WS-CHECKSUM-WORK * 31 + FUNCTION ORD(
                       WS-SAVE-LINE(WS-SAVE-LINE-INDEX)
                       (WS-CHECKSUM-POS:1)), 999999937)
                   ADD 1 TO WS-CHECKSUM-POS
               END-PERFORM
               ADD 1 TO WS-SAVE-LINE-INDEX
           END-PERFORM.

           IF WS-CHECKSUM-WORK NOT EQUAL WS-EXPECTED-CHECKSUM
               SET SLOT-IS-REJECT TO TRUE
               MOVE WS-EXPECTED-CHECKSUM TO WS-DISPLAY-CHECKSUM
               MOVE WS-CHECKSUM-WORK TO WS-DISPLAY-CHECKSUM-2
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING "failed its integrity check (header checksum "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DISPLAY-CHECKSUM)
                       DELIMITED BY SIZE
                       ", records sum to " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DISPLAY-CHECKSUM-2)
                       DELIMITED BY SIZE
                       "); truncated or edited." DELIMITED BY SIZE
                   INTO WS-EXCEPTION-TEXT
               PERFORM ADD-EXCEPTION
               EXIT PARAGRAPH
           END-IF.

           IF WS-SAVE-LINE-COUNT < 3
               SET SLOT-IS-REJECT TO TRUE
               MOVE WS-SAVE-LINE-COUNT TO WS-DISPLAY-NUMBER
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING "has only " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DISPLAY-NUMBER)
                       DELIMITED BY SIZE
                       " save record(s); at least 3 are needed."
                       DELIMITED BY SIZE
                   INTO WS-EXCEPTION-TEXT
               PERFORM ADD-EXCEPTION
           END-IF.

      *Line 1 health, 2 scene index, 3 inventory, 4 gold, 5 chapter,
      *7 experience, as APPLY-SAVE-LINES reads them; a layout too old
      *to have a line loads it as the engine does (no gold, chapter
      *1, no experience). A field that is not a number shows as 0.
       READ-SAVE-FIELDS.
           MOVE 0 TO WS-SAVE-HEALTH.
           MOVE 0 TO WS-SAVE-INDEX.
           MOVE 0 TO WS-SAVE-GOLD.
           MOVE 1 TO WS-SAVE-CHAPTER.
           MOVE 0 TO WS-SAVE-XP.

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-SAVE-LINE(1)))
                   EQUAL 0
               COMPUTE WS-SAVE-HEALTH =
                   FUNCTION NUMVAL(WS-SAVE-LINE(1))
           END-IF.

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-SAVE-LINE(2)))
                   EQUAL 0
               COMPUTE WS-SAVE-INDEX =
                   FUNCTION NUMVAL(WS-SAVE-LINE(2))
           END-IF.

           IF WS-SAVE-LINE-COUNT >= 4
                   AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-SAVE-LINE(4))) EQUAL 0
               COMPUTE WS-SAVE-GOLD =
                   FUNCTION NUMVAL(WS-SAVE-LINE(4))
           END-IF.

           IF WS-SAVE-LINE-COUNT >= 5
               MOVE 0 TO WS-SAVE-CHAPTER
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                       WS-SAVE-LINE(5))) EQUAL 0
                   COMPUTE WS-SAVE-CHAPTER =
                       FUNCTION NUMVAL(WS-SAVE-LINE(5))
               END-IF
           END-IF.

           IF WS-SAVE-LINE-COUNT >= 7
                   AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-SAVE-LINE(7))) EQUAL 0
               COMPUTE WS-SAVE-XP =
                   FUNCTION NUMVAL(WS-SAVE-LINE(7))
           END-IF.

      *    Level is derived from experience, as DERIVE-PLAYER-LEVEL
      *    does it; the save does not hold it.
           COMPUTE WS-SAVE-LEVEL = 1 + WS-SAVE-XP / 100.
           IF WS-SAVE-LEVEL > 10
               MOVE 10 TO WS-SAVE-LEVEL
           END-IF.

           MOVE 0 TO WS-SAVE-ITEM-COUNT.
           MOVE 1 TO WS-LIST-POINTER.
           PERFORM UNTIL WS-LIST-POINTER > 250
                   OR WS-SAVE-ITEM-COUNT >= 10
               MOVE SPACES TO WS-LIST-TOKEN
               UNSTRING WS-SAVE-LINE(3) DELIMITED BY SPACE
                   INTO WS-LIST-TOKEN
                   WITH POINTER WS-LIST-POINTER
               END-UNSTRING
               IF WS-LIST-TOKEN EQUAL SPACES
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-SAVE-ITEM-COUNT
           END-PERFORM.

      *The same rule as CHECK-SAVE-WORLD-STAMP: only two stamps
      *that are both present and differ are reported.
       CHECK-SAVE-STAMP.
           IF WS-SAVE-STAMP EQUAL SPACES
                   OR WS-WORLD-STAMP EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.

           IF WS-SAVE-STAMP NOT EQUAL WS-WORLD-STAMP
               PERFORM MARK-SLOT-WARN
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING "was written against world release "
                       DELIMITED BY SIZE
                       WS-SAVE-STAMP DELIMITED BY SIZE
                       ", not the live " DELIMITED BY SIZE
                       WS-WORLD-STAMP DELIMITED BY SIZE
                       "; scenes may have moved." DELIMITED BY SIZE
                   INTO WS-EXCEPTION-TEXT
               PERFORM ADD-EXCEPTION
           END-IF.

      *The engine restarts chapter 1 for a chapter no longer in the
      *manifest, and restarts the chapter for a scene index outside
      *its entries (the last entry, an action list, included).
       CHECK-SAVE-POSITION.
           IF WS-SAVE-CHAPTER < 1
                   OR WS-SAVE-CHAPTER > WS-CHAPTER-COUNT
               PERFORM MARK-SLOT-WARN
               MOVE WS-SAVE-CHAPTER TO WS-DISPLAY-NUMBER
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING "is in chapter " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DISPLAY-NUMBER)
                       DELIMITED BY SIZE
                       ", which the live world no longer has; it "
                       DELIMITED BY SIZE
                       "will restart in chapter 1." DELIMITED BY SIZE
                   INTO WS-EXCEPTION-TEXT
               PERFORM ADD-EXCEPTION
               EXIT PARAGRAPH
           END-IF.

           IF WS-SAVE-INDEX < 1 OR WS-SAVE-INDEX >=
                   CHAPTER-ENTRY-COUNT(WS-SAVE-CHAPTER)
               PERFORM MARK-SLOT-WARN
               MOVE WS-SAVE-CHAPTER TO WS-DISPLAY-NUMBER
               MOVE WS-SAVE-INDEX TO WS-DISPLAY-NUMBER-2
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING "is at scene C" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DISPLAY-NUMBER)
                       DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DISPLAY-NUMBER-2)
                       DELIMITED BY SIZE
                       ", past the chapter's content; it will "
                       DELIMITED BY SIZE
                       "restart the chapter." DELIMITED BY SIZE
                   INTO WS-EXCEPTION-TEXT
               PERFORM ADD-EXCEPTION
           END-IF.

       CHECK-SAVE-INVENTORY.
           MOVE 1 TO WS-LIST-POINTER.
           MOVE 0 TO WS-SAVE-LINE-INDEX.

           PERFORM UNTIL WS-LIST-POINTER > 250
                   OR WS-SAVE-LINE-INDEX >= 10
               MOVE SPACES TO WS-LIST-TOKEN
               UNSTRING WS-SAVE-LINE(3) DELIMITED BY SPACE
                   INTO WS-LIST-TOKEN
                   WITH POINTER WS-LIST-POINTER
               END-UNSTRING
               IF WS-LIST-TOKEN EQUAL SPACES
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-SAVE-LINE-INDEX
               MOVE WS-LIST-TOKEN TO WS-NAME-TOKEN
               PERFORM FIND-ITEM-NAME
               IF NOT WS-NAME-FOUND
                   PERFORM MARK-SLOT-WARN
                   MOVE SPACES TO WS-EXCEPTION-TEXT
                   STRING "holds item " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-LIST-TOKEN)
                           DELIMITED BY SIZE
                           ", which has no entry in "
                           DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ITEM-SOURCE)
                           DELIMITED BY SIZE
                           "." DELIMITED BY SIZE
                       INTO WS-EXCEPTION-TEXT
                   PERFORM ADD-EXCEPTION
               END-IF
           END-PERFORM.

      *Each "item:quantity" pair, as PARSE-SHOP-STOCK applies it: a
      *pair without a numeric quantity, or naming an item with no
      *price, is dropped by the engine when the save loads.
       CHECK-SAVE-STOCK.
           IF WS-SAVE-LINE-COUNT < 8
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-LIST-POINTER.
           PERFORM UNTIL WS-LIST-POINTER > 250
               MOVE SPACES TO WS-LIST-TOKEN
               UNSTRING WS-SAVE-LINE(8) DELIMITED BY SPACE
                   INTO WS-LIST-TOKEN
                   WITH POINTER WS-LIST-POINTER
               END-UNSTRING
               IF WS-LIST-TOKEN EQUAL SPACES
                   EXIT PERFORM
               END-IF
               PERFORM CHECK-ONE-STOCK-PAIR
           END-PERFORM.

       CHECK-ONE-STOCK-PAIR.
           MOVE SPACES TO WS-STOCK-NAME-TOKEN.
           MOVE SPACES TO WS-STOCK-QTY-TOKEN.
           UNSTRING WS-LIST-TOKEN DELIMITED BY ":"
               INTO WS-STOCK-NAME-TOKEN WS-STOCK-QTY-TOKEN
           END-UNSTRING.

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-STOCK-QTY-TOKEN)) NOT EQUAL 0
               PERFORM MARK-SLOT-WARN
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING "has an unreadable shop-stock pair "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-LIST-TOKEN)
                       DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                   INTO WS-EXCEPTION-TEXT
               PERFORM ADD-EXCEPTION
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-STOCK-NAME-TOKEN TO WS-NAME-TOKEN.
           PERFORM FIND-PRICE-NAME.

           IF NOT WS-NAME-FOUND
               PERFORM MARK-SLOT-WARN
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING "has shop stock for " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-STOCK-NAME-TOKEN)
                       DELIMITED BY SIZE
                       ", which has no entry in "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PRICE-SOURCE)
                       DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                   INTO WS-EXCEPTION-TEXT
               PERFORM ADD-EXCEPTION
           END-IF.

       FIND-ITEM-NAME.
           SET WS-NAME-FOUND TO FALSE.
           MOVE 1 TO WS-TABLE-SCAN.

           PERFORM UNTIL WS-TABLE-SCAN > WS-ITEM-COUNT
                   OR WS-NAME-FOUND
               IF ITEM-NAME(WS-TABLE-SCAN)
                       EQUAL FUNCTION TRIM(WS-NAME-TOKEN)
                   SET WS-NAME-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-TABLE-SCAN
               END-IF
           END-PERFORM.

       FIND-PRICE-NAME.
           SET WS-NAME-FOUND TO FALSE.
           MOVE 1 TO WS-TABLE-SCAN.

           PERFORM UNTIL WS-TABLE-SCAN > WS-PRICE-COUNT
                   OR WS-NAME-FOUND
               IF PRICE-NAME(WS-TABLE-SCAN)
                       EQUAL FUNCTION TRIM(WS-NAME-TOKEN)
                   SET WS-NAME-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-TABLE-SCAN
               END-IF
           END-PERFORM.

       MARK-SLOT-WARN.
           IF NOT SLOT-IS-REJECT
               SET SLOT-IS-WARN TO TRUE
           END-IF.

      *WS-EXCEPTION-TEXT is the rest of a sentence whose subject is
      *the slot's file name.
       ADD-EXCEPTION.
           IF WS-EXCEPTION-COUNT >= 300
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO EXCEPTION-LINE(WS-EXCEPTION-COUNT).
           STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SAVE-FILENAME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EXCEPTION-TEXT) DELIMITED BY SIZE
               INTO EXCEPTION-LINE(WS-EXCEPTION-COUNT).

       WRITE-DIRECTORY-LINE.
           MOVE SPACES TO WS-DIRECTORY-LINE.
           MOVE WS-SAVE-FILENAME TO WS-DIR-SLOT.
           MOVE WS-SLOT-STATUS TO WS-DIR-STATUS.

           IF WS-FIELDS-KNOWN-FLAG EQUAL 'Y'
               MOVE WS-SAVE-HEALTH TO WS-DIR-HEALTH
               MOVE WS-SAVE-GOLD TO WS-DIR-GOLD
               MOVE WS-SAVE-LEVEL TO WS-DIR-LEVEL
               MOVE WS-SAVE-XP TO WS-DIR-XP
               MOVE WS-SAVE-CHAPTER TO WS-DIR-CHAPTER
               MOVE WS-SAVE-INDEX TO WS-DIR-SCENE
               MOVE WS-SAVE-ITEM-COUNT TO WS-DIR-ITEMS
               IF WS-SAVE-STAMP EQUAL SPACES
                   MOVE "(none)" TO WS-DIR-STAMP
               ELSE
                   MOVE WS-SAVE-STAMP TO WS-DIR-STAMP
               END-IF
           END-IF.

           MOVE WS-DIRECTORY-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-EXCEPTIONS.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE WS-EXCEPTION-COUNT TO WS-DISPLAY-NUMBER.
           MOVE SPACES TO WS-REPORT-BUILD.
           STRING "Exceptions (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DISPLAY-NUMBER) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
               INTO WS-REPORT-BUILD.
           MOVE WS-REPORT-BUILD TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           IF WS-EXCEPTION-COUNT = 0
               MOVE "  (none - every save loads cleanly)"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-EXCEPTION-INDEX.
           PERFORM UNTIL WS-EXCEPTION-INDEX > WS-EXCEPTION-COUNT
               MOVE EXCEPTION-LINE(WS-EXCEPTION-INDEX)
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 1 TO WS-EXCEPTION-INDEX
           END-PERFORM.

           IF WS-EXCEPTION-COUNT >= 300
               MOVE "  (further exceptions not listed)"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
