       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCALE-REPORT.

      *Translation status report, run before each release. For each
      *language overlay it compares locale-<code>.txt against the
      *current English: every story line of every chapter named in
      *chapters.txt (or dialogue.txt alone, without a manifest),
      *each of their "+" continuation lines, and every engine
      *message in the engine-messages catalog. It lists
      *  - every line with no translation yet (or one left empty),
      *  - every translation whose checksum no longer matches the
      *    English it was made from, so the English has changed
      *    since it was translated,
      *  - every overlay line that matches nothing current: a scene
      *    or message that is gone, a repeated key, or a line that
      *    is not in key;checksum;text form.
      *Missing and stale lines are printed in overlay form with the
      *current checksum and English text, ready to be copied into
      *the overlay file and translated. The checksum is the one the
      *engine uses for its save files, taken over the English text
      *up to its last non-blank character (a continuation line
      *without its leading "+").
      *Usage:
      *  locale-report          every locale listed in locales.txt
      *  locale-report <code>   just locale-<code>.txt

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIALOGUE-FILE ASSIGN TO WS-DIALOGUE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DIALOGUE-FILE-STATUS.

           SELECT CHAPTER-FILE ASSIGN TO 'chapters.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHAPTER-FILE-STATUS.

           SELECT LOCALE-LIST-FILE ASSIGN TO 'locales.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOCALE-LIST-STATUS.

           SELECT LOCALE-FILE ASSIGN TO WS-LOCALE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOCALE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DIALOGUE-FILE
           RECORD CONTAINS 500 CHARACTERS
           DATA RECORD IS DIALOGUE-RECORD.
       01 DIALOGUE-RECORD          PIC X(500).

       FD CHAPTER-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CHAPTER-RECORD.
       01 CHAPTER-RECORD           PIC X(100).

       FD LOCALE-LIST-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS LOCALE-LIST-RECORD.
       01 LOCALE-LIST-RECORD       PIC X(100).

       FD LOCALE-FILE
           RECORD CONTAINS 500 CHARACTERS
           DATA RECORD IS LOCALE-RECORD.
       01 LOCALE-RECORD            PIC X(500).

       WORKING-STORAGE SECTION.
       01 WS-COMMAND-ARGS          PIC X(80) VALUE SPACES.

       01 WS-EOF-DIALOGUE-FLAG     PIC X(1) VALUE 'N'.
           88 EOF-DIALOGUE-REACHED          VALUE 'Y'.
       01 WS-DIALOGUE-FILE-STATUS  PIC X(2) VALUE '00'.
       01 WS-DIALOGUE-FILENAME     PIC X(30) VALUE 'dialogue.txt'.

       01 WS-EOF-CHAPTER-FLAG      PIC X(1) VALUE 'N'.
           88 EOF-CHAPTER-REACHED           VALUE 'Y'.
       01 WS-CHAPTER-FILE-STATUS   PIC X(2) VALUE '00'.
       01 CHAPTER-TABLE.
           02 CHAPTER-FILENAME     PIC X(30) OCCURS 20 TIMES.
       01 WS-CHAPTER-COUNT         PIC 9(2) VALUE 0.
       01 WS-AUDIT-CHAPTER         PIC 9(2) VALUE 1.

      *Where we are in the chapter being read: the logical index
      *the engine would give the last non-"+" line, and how many
      *continuation lines have followed the current story line.
       01 WS-LOGICAL-INDEX         PIC 9(3) VALUE 0.
       01 WS-EXTRA-PART            PIC 9(3) VALUE 0.

      *Everything that can be translated, in report order: the
      *story lines and their continuations chapter by chapter, then
      *the engine messages. Each carries its overlay key, the
      *checksum of its current English and that English text.
       01 SOURCE-TABLE.
           02 SOURCE-ENTRY OCCURS 8000 TIMES.
               03 SOURCE-KEY       PIC X(12).
               03 SOURCE-CHECKSUM  PIC 9(9).
               03 SOURCE-TEXT      PIC X(500).
       01 WS-SOURCE-COUNT          PIC 9(4) VALUE 0.
       01 WS-SOURCE-INDEX          PIC 9(4) VALUE 0.
       01 WS-SOURCE-FULL-FLAG      PIC X(1) VALUE 'N'.
       01 WS-NEW-KEY               PIC X(12) VALUE SPACES.
       01 WS-NEW-TEXT              PIC X(500) VALUE SPACES.

           COPY "engine-messages.cpy".
       01 WS-MESSAGE-INDEX         PIC 9(3) VALUE 0.

      *The checksum, as COMPUTE-SAVE-CHECKSUM in the engine forms
      *it, over WS-SUM-TEXT up to its last non-blank character.
       01 WS-SUM-TEXT              PIC X(500) VALUE SPACES.
       01 WS-SUM-LENGTH            PIC 9(3) VALUE 0.
       01 WS-SUM-POS               PIC 9(3) VALUE 0.
       01 WS-CHECKSUM-WORK         PIC 9(9) VALUE 0.

       01 WS-LOCALE-LIST-STATUS    PIC X(2) VALUE '00'.
       01 WS-LOCALE-FILE-STATUS    PIC X(2) VALUE '00'.
       01 WS-LOCALE-FILENAME       PIC X(30) VALUE SPACES.
       01 WS-LOCALE-CODE           PIC X(8) VALUE SPACES.
       01 WS-EOF-LOCALE-FLAG       PIC X(1) VALUE 'N'.
           88 EOF-LOCALE-REACHED            VALUE 'Y'.
       01 WS-LOCALES-REPORTED      PIC 9(2) VALUE 0.

      *One locale's overlay lines as read. OVERLAY-STATE is blank
      *for a usable line, 'F' when it is not in key;checksum;text
      *form and 'D' when it repeats an earlier key; OVERLAY-MATCHED
      *is set once a current scene or message claims the line.
       01 OVERLAY-TABLE.
           02 OVERLAY-ENTRY OCCURS 2000 TIMES.
               03 OVERLAY-LINE-NO  PIC 9(5).
               03 OVERLAY-KEY      PIC X(20).
               03 OVERLAY-CHECKSUM PIC 9(9).
               03 OVERLAY-STATE    PIC X(1).
               03 OVERLAY-MATCHED  PIC X(1).
               03 OVERLAY-TEXT     PIC X(500).
       01 WS-OVERLAY-COUNT         PIC 9(4) VALUE 0.
       01 WS-OVERLAY-INDEX         PIC 9(4) VALUE 0.
       01 WS-OVERLAY-SCAN          PIC 9(4) VALUE 0.
       01 WS-OVERLAY-LINE-NUMBER   PIC 9(5) VALUE 0.
       01 WS-OVERLAY-FOUND-FLAG    PIC X(1) VALUE 'N'.
           88 WS-OVERLAY-FOUND              VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-KEY-TOKEN             PIC X(20) VALUE SPACES.
       01 WS-SUM-TOKEN             PIC X(20) VALUE SPACES.
       01 WS-LINE-POINTER          PIC 9(3) VALUE 1.

       01 WS-MISSING-COUNT         PIC 9(5) VALUE 0.
       01 WS-STALE-COUNT           PIC 9(5) VALUE 0.
       01 WS-CURRENT-COUNT         PIC 9(5) VALUE 0.
       01 WS-ORPHAN-COUNT          PIC 9(5) VALUE 0.
       01 WS-SECTION-COUNT         PIC 9(5) VALUE 0.

       01 WS-REPORT-BUILD          PIC X(540) VALUE SPACES.
       01 WS-DISPLAY-NUMBER        PIC ZZZZ9.
       01 WS-DISPLAY-CHAPTER       PIC Z9.
       01 WS-DISPLAY-INDEX         PIC ZZ9.
       01 WS-DISPLAY-PART          PIC ZZ9.
       01 WS-DISPLAY-CHECKSUM      PIC Z(8)9.
       01 WS-UNDERLINE             PIC X(60) VALUE ALL "-".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Translation status report".
           DISPLAY "=========================".
           DISPLAY " ".

           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.

           PERFORM LOAD-CHAPTER-MANIFEST.
           PERFORM LOAD-ALL-CHAPTERS.

           IF WS-SOURCE-COUNT = 0
               DISPLAY "No dialogue content found; nothing to "
                       "report on."
               STOP RUN
           END-IF.

           PERFORM ADD-MESSAGE-SOURCES.

           IF WS-COMMAND-ARGS NOT EQUAL SPACES
               MOVE FUNCTION TRIM(WS-COMMAND-ARGS) TO WS-LOCALE-CODE
               PERFORM REPORT-ONE-LOCALE
               STOP RUN
           END-IF.

           OPEN INPUT LOCALE-LIST-FILE.

           IF WS-LOCALE-LIST-STATUS NOT EQUAL "00"
               DISPLAY "locales.txt not found and no locale named; "
                       "nothing to report on."
               DISPLAY "Usage: locale-report [locale-code]"
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-LOCALE-LIST-STATUS NOT EQUAL "00"
               READ LOCALE-LIST-FILE
                   AT END
                       MOVE "10" TO WS-LOCALE-LIST-STATUS
                   NOT AT END
                       IF LOCALE-LIST-RECORD NOT EQUAL SPACES
                               AND LOCALE-LIST-RECORD(1:1)
                               NOT EQUAL "*"
                           MOVE FUNCTION TRIM(LOCALE-LIST-RECORD)
                               TO WS-LOCALE-CODE
                           PERFORM REPORT-ONE-LOCALE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LOCALE-LIST-FILE.

           IF WS-LOCALES-REPORTED = 0
               DISPLAY "locales.txt lists no locales; nothing to "
                       "report on."
           END-IF.

           STOP RUN.

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

       LOAD-ALL-CHAPTERS.
           MOVE 1 TO WS-AUDIT-CHAPTER.

           PERFORM UNTIL WS-AUDIT-CHAPTER > WS-CHAPTER-COUNT
               PERFORM LOAD-ONE-CHAPTER
               ADD 1 TO WS-AUDIT-CHAPTER
           END-PERFORM.

       LOAD-ONE-CHAPTER.
           MOVE CHAPTER-FILENAME(WS-AUDIT-CHAPTER)
               TO WS-DIALOGUE-FILENAME.

           MOVE 'N' TO WS-EOF-DIALOGUE-FLAG.
           MOVE 0 TO WS-LOGICAL-INDEX.
           MOVE 0 TO WS-EXTRA-PART.

           OPEN INPUT DIALOGUE-FILE.

           IF WS-DIALOGUE-FILE-STATUS NOT EQUAL "00"
               DISPLAY "Warning: chapter file "
                       FUNCTION TRIM(WS-DIALOGUE-FILENAME)
                       " is missing or unreadable."
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF-DIALOGUE-REACHED
               READ DIALOGUE-FILE
                   AT END
                       SET EOF-DIALOGUE-REACHED TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-DIALOGUE-LINE
               END-READ
           END-PERFORM.

           CLOSE DIALOGUE-FILE.

      *Odd logical lines are story lines and become "C<ch>.<idx>";
      *even ones are action lists and are never translated. A "+"
      *line under a story line becomes "C<ch>.<idx>+<n>"; one in
      *any other place is a content fault WORLD-COMPILE reports,
      *and is skipped here.
       LOAD-ONE-DIALOGUE-LINE.
           MOVE WS-AUDIT-CHAPTER TO WS-DISPLAY-CHAPTER.

           IF DIALOGUE-RECORD(1:1) EQUAL "+"
               IF WS-LOGICAL-INDEX = 0
                       OR FUNCTION MOD(WS-LOGICAL-INDEX, 2) EQUAL 0
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EXTRA-PART
               MOVE WS-LOGICAL-INDEX TO WS-DISPLAY-INDEX
               MOVE WS-EXTRA-PART TO WS-DISPLAY-PART
               MOVE SPACES TO WS-NEW-KEY
               STRING "C" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DISPLAY-CHAPTER)
                       DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DISPLAY-INDEX)
                       DELIMITED BY SIZE
                       "+" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DISPLAY-PART)
                       DELIMITED BY SIZE
                   INTO WS-NEW-KEY
               MOVE DIALOGUE-RECORD(2:) TO WS-NEW-TEXT
               PERFORM ADD-SOURCE-ENTRY
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-LOGICAL-INDEX.
           MOVE 0 TO WS-EXTRA-PART.

           IF FUNCTION MOD(WS-LOGICAL-INDEX, 2) EQUAL 0
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-LOGICAL-INDEX TO WS-DISPLAY-INDEX.
           MOVE SPACES TO WS-NEW-KEY.
           STRING "C" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DISPLAY-CHAPTER)
                   DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DISPLAY-INDEX)
                   DELIMITED BY SIZE
               INTO WS-NEW-KEY.
           MOVE DIALOGUE-RECORD TO WS-NEW-TEXT.
           PERFORM ADD-SOURCE-ENTRY.

       ADD-MESSAGE-SOURCES.
           MOVE 1 TO WS-MESSAGE-INDEX.

           PERFORM UNTIL WS-MESSAGE-INDEX > MESSAGE-CATALOG-COUNT
               MOVE MESSAGE-KEY(WS-MESSAGE-INDEX) TO WS-NEW-KEY
               MOVE MESSAGE-DEFAULT(WS-MESSAGE-INDEX) TO WS-NEW-TEXT
               PERFORM ADD-SOURCE-ENTRY
               ADD 1 TO WS-MESSAGE-INDEX
           END-PERFORM.

       ADD-SOURCE-ENTRY.
           IF WS-SOURCE-COUNT >= 8000
               IF WS-SOURCE-FULL-FLAG EQUAL 'N'
                   DISPLAY "Warning: more than 8000 translatable "
                           "lines; the rest are not reported."
                   MOVE 'Y' TO WS-SOURCE-FULL-FLAG
               END-IF
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SOURCE-COUNT.
           MOVE WS-NEW-KEY TO SOURCE-KEY(WS-SOURCE-COUNT).
           MOVE WS-NEW-TEXT TO SOURCE-TEXT(WS-SOURCE-COUNT).

           MOVE WS-NEW-TEXT TO WS-SUM-TEXT.
           PERFORM COMPUTE-TEXT-CHECKSUM.
           MOVE WS-CHECKSUM-WORK
               TO SOURCE-CHECKSUM(WS-SOURCE-COUNT).

       COMPUTE-TEXT-CHECKSUM.
           MOVE 0 TO WS-CHECKSUM-WORK.

           IF WS-SUM-TEXT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SUM-TEXT TRAILING))
               TO WS-SUM-LENGTH.

           MOVE 1 TO WS-SUM-POS.
           PERFORM UNTIL WS-SUM-POS > WS-SUM-LENGTH
               COMPUTE WS-CHECKSUM-WORK = FUNCTION MOD(
                   WS-CHECKSUM-WORK * 31 + FUNCTION ORD(
                   WS-SUM-TEXT(WS-SUM-POS:1)), 999999937)
               ADD 1 TO WS-SUM-POS
           END-PERFORM.

       REPORT-ONE-LOCALE.
           ADD 1 TO WS-LOCALES-REPORTED.

           MOVE SPACES TO WS-LOCALE-FILENAME.
           STRING "locale-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LOCALE-CODE) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-LOCALE-FILENAME.

           MOVE SPACES TO WS-REPORT-BUILD.
           STRING "Locale " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LOCALE-CODE) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LOCALE-FILENAME)
                   DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
               INTO WS-REPORT-BUILD.
           DISPLAY FUNCTION TRIM(WS-REPORT-BUILD).
           DISPLAY WS-UNDERLINE(1:FUNCTION LENGTH(
               FUNCTION TRIM(WS-REPORT-BUILD))).

           PERFORM LOAD-OVERLAY-FILE.

           MOVE 0 TO WS-MISSING-COUNT.
           MOVE 0 TO WS-STALE-COUNT.
           MOVE 0 TO WS-CURRENT-COUNT.
           MOVE 0 TO WS-ORPHAN-COUNT.

           PERFORM REPORT-MISSING-LINES.
           PERFORM REPORT-STALE-LINES.
           PERFORM REPORT-ORPHAN-LINES.
           PERFORM REPORT-LOCALE-SUMMARY.

      *A missing overlay file is reported as a locale with nothing
      *translated, so the whole missing list still comes out.
       LOAD-OVERLAY-FILE.
           MOVE 0 TO WS-OVERLAY-COUNT.
           MOVE 0 TO WS-OVERLAY-LINE-NUMBER.
           MOVE 'N' TO WS-EOF-LOCALE-FLAG.

           OPEN INPUT LOCALE-FILE.

           IF WS-LOCALE-FILE-STATUS NOT EQUAL "00"
               DISPLAY FUNCTION TRIM(WS-LOCALE-FILENAME)
                       " not found; every line is listed as missing."
               DISPLAY " "
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF-LOCALE-REACHED
               READ LOCALE-FILE
                   AT END
                       SET EOF-LOCALE-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-OVERLAY-LINE-NUMBER
                       PERFORM LOAD-ONE-OVERLAY-LINE
               END-READ
           END-PERFORM.

           CLOSE LOCALE-FILE.

       LOAD-ONE-OVERLAY-LINE.
           IF LOCALE-RECORD EQUAL SPACES
                   OR LOCALE-RECORD(1:1) EQUAL "*"
               EXIT PARAGRAPH
           END-IF.

           IF WS-OVERLAY-COUNT >= 2000
               IF WS-OVERLAY-COUNT = 2000
                   DISPLAY "Warning: "
                           FUNCTION TRIM(WS-LOCALE-FILENAME)
                           " has more than 2000 lines; the rest are "
                           "not checked."
                   ADD 1 TO WS-OVERLAY-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-OVERLAY-COUNT.
           MOVE WS-OVERLAY-LINE-NUMBER
               TO OVERLAY-LINE-NO(WS-OVERLAY-COUNT).
           MOVE SPACE TO OVERLAY-STATE(WS-OVERLAY-COUNT).
           MOVE 'N' TO OVERLAY-MATCHED(WS-OVERLAY-COUNT).
           MOVE 0 TO OVERLAY-CHECKSUM(WS-OVERLAY-COUNT).
           MOVE SPACES TO OVERLAY-TEXT(WS-OVERLAY-COUNT).

           MOVE SPACES TO WS-KEY-TOKEN.
           MOVE SPACES TO WS-SUM-TOKEN.
           MOVE 1 TO WS-LINE-POINTER.
           UNSTRING LOCALE-RECORD DELIMITED BY ";"
               INTO WS-KEY-TOKEN WS-SUM-TOKEN
               WITH POINTER WS-LINE-POINTER
           END-UNSTRING.

           MOVE FUNCTION TRIM(WS-KEY-TOKEN)
               TO OVERLAY-KEY(WS-OVERLAY-COUNT).

           IF WS-LINE-POINTER > 500
                   OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-SUM-TOKEN)) NOT EQUAL 0
               MOVE 'F' TO OVERLAY-STATE(WS-OVERLAY-COUNT)
               EXIT PARAGRAPH
           END-IF.

           COMPUTE OVERLAY-CHECKSUM(WS-OVERLAY-COUNT) =
               FUNCTION NUMVAL(WS-SUM-TOKEN).
           MOVE LOCALE-RECORD(WS-LINE-POINTER:)
               TO OVERLAY-TEXT(WS-OVERLAY-COUNT).

           MOVE 1 TO WS-OVERLAY-SCAN.
           PERFORM UNTIL WS-OVERLAY-SCAN >= WS-OVERLAY-COUNT
               IF OVERLAY-STATE(WS-OVERLAY-SCAN) EQUAL SPACE
                       AND OVERLAY-KEY(WS-OVERLAY-SCAN) EQUAL
                       OVERLAY-KEY(WS-OVERLAY-COUNT)
                   MOVE 'D' TO OVERLAY-STATE(WS-OVERLAY-COUNT)
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-OVERLAY-SCAN
           END-PERFORM.

      *We set WS-OVERLAY-INDEX to the usable overlay line carrying
      *SOURCE-KEY(WS-SOURCE-INDEX), and mark it claimed.
       FIND-OVERLAY-LINE.
           SET WS-OVERLAY-FOUND TO FALSE.
           MOVE 1 TO WS-OVERLAY-INDEX.

           PERFORM UNTIL WS-OVERLAY-INDEX > WS-OVERLAY-COUNT
                   OR WS-OVERLAY-INDEX > 2000
               IF OVERLAY-STATE(WS-OVERLAY-INDEX) EQUAL SPACE
                       AND OVERLAY-KEY(WS-OVERLAY-INDEX)
                       EQUAL SOURCE-KEY(WS-SOURCE-INDEX)
                   SET WS-OVERLAY-FOUND TO TRUE
                   MOVE 'Y' TO OVERLAY-MATCHED(WS-OVERLAY-INDEX)
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-OVERLAY-INDEX
           END-PERFORM.

      *Untranslated lines, and lines left with empty text, printed
      *as ready-to-fill overlay lines.
       REPORT-MISSING-LINES.
           DISPLAY "Not yet translated (copy into the overlay and "
                   "translate the text)".

           MOVE 0 TO WS-SECTION-COUNT.
           MOVE 1 TO WS-SOURCE-INDEX.

           PERFORM UNTIL WS-SOURCE-INDEX > WS-SOURCE-COUNT
               PERFORM FIND-OVERLAY-LINE
               IF NOT WS-OVERLAY-FOUND
                   PERFORM PRINT-SOURCE-LINE
                   ADD 1 TO WS-MISSING-COUNT
               ELSE
                   IF OVERLAY-TEXT(WS-OVERLAY-INDEX) EQUAL SPACES
                       PERFORM PRINT-SOURCE-LINE
                       ADD 1 TO WS-MISSING-COUNT
                   END-IF
               END-IF
               ADD 1 TO WS-SOURCE-INDEX
           END-PERFORM.

           IF WS-SECTION-COUNT = 0
               DISPLAY "  (none)"
           END-IF.

           DISPLAY " ".

      *A translation whose checksum is not that of the current
      *English was made from an older text. The line to use now is
      *printed with the translation it replaces under it.
       REPORT-STALE-LINES.
           DISPLAY "Translated from an older text (update the "
                   "checksum and the translation)".

           MOVE 0 TO WS-SECTION-COUNT.
           MOVE 1 TO WS-SOURCE-INDEX.

           PERFORM UNTIL WS-SOURCE-INDEX > WS-SOURCE-COUNT
               PERFORM FIND-OVERLAY-LINE
               IF WS-OVERLAY-FOUND
                       AND OVERLAY-TEXT(WS-OVERLAY-INDEX)
                       NOT EQUAL SPACES
                   IF OVERLAY-CHECKSUM(WS-OVERLAY-INDEX) EQUAL
                           SOURCE-CHECKSUM(WS-SOURCE-INDEX)
                       ADD 1 TO WS-CURRENT-COUNT
                   ELSE
                       PERFORM PRINT-SOURCE-LINE
                       MOVE SPACES TO WS-REPORT-BUILD
                       STRING "    was translated as: "
                               DELIMITED BY SIZE
                               FUNCTION TRIM(
                               OVERLAY-TEXT(WS-OVERLAY-INDEX))
                               DELIMITED BY SIZE
                           INTO WS-REPORT-BUILD
                       DISPLAY FUNCTION TRIM(WS-REPORT-BUILD TRAILING)
                       ADD 1 TO WS-STALE-COUNT
                   END-IF
               END-IF
               ADD 1 TO WS-SOURCE-INDEX
           END-PERFORM.

           IF WS-SECTION-COUNT = 0
               DISPLAY "  (none)"
           END-IF.

           DISPLAY " ".

      *Overlay lines no current scene or message claimed.
       REPORT-ORPHAN-LINES.
           DISPLAY "Overlay lines matching nothing current (remove "
                   "or correct)".

           MOVE 0 TO WS-SECTION-COUNT.
           MOVE 1 TO WS-OVERLAY-INDEX.

           PERFORM UNTIL WS-OVERLAY-INDEX > WS-OVERLAY-COUNT
                   OR WS-OVERLAY-INDEX > 2000
               IF OVERLAY-MATCHED(WS-OVERLAY-INDEX) EQUAL 'N'
                   PERFORM PRINT-ORPHAN-LINE
               END-IF
               ADD 1 TO WS-OVERLAY-INDEX
           END-PERFORM.

           IF WS-SECTION-COUNT = 0
               DISPLAY "  (none)"
           END-IF.

           DISPLAY " ".

       PRINT-ORPHAN-LINE.
           ADD 1 TO WS-SECTION-COUNT.
           ADD 1 TO WS-ORPHAN-COUNT.

           MOVE OVERLAY-LINE-NO(WS-OVERLAY-INDEX)
               TO WS-DISPLAY-NUMBER.
           MOVE SPACES TO WS-REPORT-BUILD.
           STRING "  line " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DISPLAY-NUMBER)
                   DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(OVERLAY-KEY(WS-OVERLAY-INDEX))
                   DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
               INTO WS-REPORT-BUILD.

           IF OVERLAY-STATE(WS-OVERLAY-INDEX) EQUAL 'F'
               DISPLAY FUNCTION TRIM(WS-REPORT-BUILD TRAILING)
                       " not in key;checksum;text form"
           ELSE IF OVERLAY-STATE(WS-OVERLAY-INDEX) EQUAL 'D'
               DISPLAY FUNCTION TRIM(WS-REPORT-BUILD TRAILING)
                       " repeats a key translated earlier"
           ELSE
               DISPLAY FUNCTION TRIM(WS-REPORT-BUILD TRAILING)
                       " no such scene or message now"
           END-IF.

      *One translatable line in overlay form: key, current checksum
      *and the English text, exactly as it would go in the file.
       PRINT-SOURCE-LINE.
           ADD 1 TO WS-SECTION-COUNT.

           MOVE SOURCE-CHECKSUM(WS-SOURCE-INDEX)
               TO WS-DISPLAY-CHECKSUM.
           MOVE SPACES TO WS-REPORT-BUILD.
           STRING FUNCTION TRIM(SOURCE-KEY(WS-SOURCE-INDEX))
                   DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DISPLAY-CHECKSUM)
                   DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(SOURCE-TEXT(WS-SOURCE-INDEX)
                   TRAILING) DELIMITED BY SIZE
               INTO WS-REPORT-BUILD.
           DISPLAY FUNCTION TRIM(WS-REPORT-BUILD TRAILING).

       REPORT-LOCALE-SUMMARY.
           MOVE WS-CURRENT-COUNT TO WS-DISPLAY-NUMBER.
           MOVE SPACES TO WS-REPORT-BUILD.
           STRING "Summary: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DISPLAY-NUMBER)
                   DELIMITED BY SIZE
                   " of " DELIMITED BY SIZE
               INTO WS-REPORT-BUILD.
           MOVE WS-SOURCE-COUNT TO WS-DISPLAY-NUMBER.
           STRING FUNCTION TRIM(WS-REPORT-BUILD) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DISPLAY-NUMBER)
                   DELIMITED BY SIZE
                   " lines translated and current, " DELIMITED BY SIZE
               INTO WS-REPORT-BUILD.
           MOVE WS-MISSING-COUNT TO WS-DISPLAY-NUMBER.
           STRING FUNCTION TRIM(WS-REPORT-BUILD) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DISPLAY-NUMBER)
                   DELIMITED BY SIZE
                   " missing, " DELIMITED BY SIZE
               INTO WS-REPORT-BUILD.
           MOVE WS-STALE-COUNT TO WS-DISPLAY-NUMBER.
           STRING FUNCTION TRIM(WS-REPORT-BUILD) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DISPLAY-NUMBER)
                   DELIMITED BY SIZE
                   " stale, " DELIMITED BY SIZE
               INTO WS-REPORT-BUILD.
           MOVE WS-ORPHAN-COUNT TO WS-DISPLAY-NUMBER.
           STRING FUNCTION TRIM(WS-REPORT-BUILD) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DISPLAY-NUMBER)
                   DELIMITED BY SIZE
                   " matching nothing." DELIMITED BY SIZE
               INTO WS-REPORT-BUILD.
           DISPLAY FUNCTION TRIM(WS-REPORT-BUILD).
           DISPLAY " ".
