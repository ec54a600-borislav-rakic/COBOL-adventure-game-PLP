      *stamped with a content version and record counts that the
      *engine loads in one fast pass. A world that fails any check
      *is reported and no release file is written.
      *The language overlays named in locales.txt (one locale code
      *per line, each with its locale-<code>.txt) travel in the
      *release too. An overlay line that is malformed, names a scene
      *or message that does not exist, or repeats a key is reported
      *as a warning and left out; it never stops the release, since
      *LOCALE-REPORT is where translation gaps are chased.
      *The exit status is 0 when world.dat was written and 8 when it
      *was not, so the nightly batch can stop short of running the
      *suite against a stale release.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WORLD-FILE-STATUS.

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
           DATA RECORD IS WORLD-RECORD.
       01 WORLD-RECORD             PIC X(500).

       FD LOCALE-LIST-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS LOCALE-LIST-RECORD.
       01 LOCALE-LIST-RECORD       PIC X(100).

       FD LOCALE-FILE
           RECORD CONTAINS 500 CHARACTERS
           DATA RECORD IS LOCALE-RECORD.
       01 LOCALE-RECORD            PIC X(500).

       WORKING-STORAGE SECTION.
       01 WS-EOF-DIALOGUE-FLAG     PIC X(1) VALUE 'N'.
           88 EOF-DIALOGUE-REACHED          VALUE 'Y'.
       01 WS-WORLD-BUILD-LINE      PIC X(500) VALUE SPACES.
       01 WS-WRITE-INDEX           PIC 9(3) VALUE 1.

      *Language overlays. Each overlay is read twice: once to check
      *it and count the lines that will be carried, and again while
      *the release is written, so no overlay has to be held in
      *memory. WS-LOCALE-PASS says which pass is running; the
      *warnings are only shown on the first.
       01 WS-LOCALE-LIST-STATUS    PIC X(2) VALUE '00'.
       01 WS-LOCALE-FILE-STATUS    PIC X(2) VALUE '00'.
       01 WS-LOCALE-FILENAME       PIC X(30) VALUE SPACES.
       01 WS-EOF-LOCALE-FLAG       PIC X(1) VALUE 'N'.
           88 EOF-LOCALE-REACHED            VALUE 'Y'.
       01 WS-LOCALE-LIST-PRESENT   PIC X(1) VALUE 'N'.
       01 WS-LOCALE-TABLE.
           02 WS-LOCALE-ENTRY OCCURS 20 TIMES.
               03 WS-LOCALE-CODE   PIC X(8).
               03 WS-LOCALE-KEPT   PIC 9(4).
       01 WS-LOCALE-COUNT          PIC 9(2) VALUE 0.
       01 WS-LOCALE-INDEX          PIC 9(2) VALUE 0.
       01 WS-LOCALE-PASS           PIC X(1) VALUE 'C'.
           88 WS-LOCALE-CHECK-PASS          VALUE 'C'.
           88 WS-LOCALE-WRITE-PASS          VALUE 'W'.
       01 WS-LOCALE-LINE-NUMBER    PIC 9(5) VALUE 0.
       01 WS-LOCALE-LINE-OK-FLAG   PIC X(1) VALUE 'N'.
           88 WS-LOCALE-LINE-OK             VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-LOCALE-WARNING-COUNT  PIC 9(5) VALUE 0.
       01 WS-LOCALE-KEY-TOKEN      PIC X(20) VALUE SPACES.
       01 WS-LOCALE-SUM-TOKEN      PIC X(20) VALUE SPACES.
       01 WS-LOCALE-POINTER        PIC 9(3) VALUE 1.
       01 WS-LOCALE-REASON         PIC X(60) VALUE SPACES.
       01 WS-LOCALE-CH-TOKEN       PIC X(10) VALUE SPACES.
       01 WS-LOCALE-REST-TOKEN     PIC X(20) VALUE SPACES.
       01 WS-LOCALE-IDX-TOKEN      PIC X(10) VALUE SPACES.
       01 WS-LOCALE-PART-TOKEN     PIC X(10) VALUE SPACES.
       01 WS-LOCALE-NUM-TOKEN      PIC X(10) VALUE SPACES.
       01 WS-LOCALE-NUM-LENGTH     PIC 9(2) VALUE 0.
       01 WS-LOCALE-NUM-OK-FLAG    PIC X(1) VALUE 'N'.
       01 WS-LOCALE-CHAPTER        PIC 9(3) VALUE 0.
       01 WS-LOCALE-SCENE          PIC 9(4) VALUE 0.
       01 WS-LOCALE-PART           PIC 9(4) VALUE 0.
       01 WS-LOCALE-EXTRA-COUNT    PIC 9(3) VALUE 0.
       01 WS-LOCALE-RAW-SCAN       PIC 9(3) VALUE 0.
       01 WS-LOCALE-LOGICAL        PIC 9(3) VALUE 0.
       01 WS-LOCALE-SEEN-KEYS.
           02 WS-LOCALE-SEEN-KEY   PIC X(12) OCCURS 2000 TIMES.
       01 WS-LOCALE-SEEN-COUNT     PIC 9(4) VALUE 0.
       01 WS-LOCALE-SEEN-SCAN      PIC 9(4) VALUE 0.
       01 WS-MESSAGE-INDEX         PIC 9(3) VALUE 0.
       01 WS-MESSAGE-FOUND-FLAG    PIC X(1) VALUE 'N'.
           88 WS-MESSAGE-FOUND              VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.

      *The engine's message keys, so an overlay line naming a
      *message the engine does not have is caught here.
           COPY "engine-messages.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "World release compiler".
           IF WS-TOTAL-RECORDS = 0
               DISPLAY "No dialogue content found; nothing to "
                       "compile."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CHECK-MISSING-FLAGS.
           PERFORM CHECK-DEAD-END-ENTRIES.

           PERFORM CHECK-LOCALE-OVERLAYS.

           DISPLAY " ".

           IF WS-PROBLEM-COUNT > 0
               DISPLAY FUNCTION TRIM(WS-DISPLAY-NUMBER)
                       " problem(s) found; world.dat was NOT "
                       "written."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

                   FUNCTION TRIM(WS-WORLD-STAMP)
                   " written to world.dat.".

           IF WS-LOCALE-COUNT > 0
               MOVE WS-LOCALE-COUNT TO WS-DISPLAY-NUMBER
               DISPLAY FUNCTION TRIM(WS-DISPLAY-NUMBER)
                       " language overlay(s) carried."
           END-IF.

           STOP RUN.

      *Without a manifest the world is the single dialogue.txt,
               ADD 1 TO WS-WRITE-INDEX
           END-PERFORM.

           IF WS-LOCALE-LIST-PRESENT EQUAL 'Y'
               PERFORM WRITE-WORLD-LOCALES
           END-IF.

           MOVE "END" TO WORLD-RECORD.
           WRITE WORLD-RECORD.

       WRITE-WORLD-BUILD-LINE.
           MOVE WS-WORLD-BUILD-LINE TO WORLD-RECORD.
           WRITE WORLD-RECORD.

      *locales.txt is optional; without it the release carries no
      *LOCALES block at all, exactly as before overlays existed.
       CHECK-LOCALE-OVERLAYS.
           OPEN INPUT LOCALE-LIST-FILE.

           IF WS-LOCALE-LIST-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO WS-LOCALE-LIST-PRESENT.

           PERFORM UNTIL WS-LOCALE-LIST-STATUS NOT EQUAL "00"
               READ LOCALE-LIST-FILE
                   AT END
                       MOVE "10" TO WS-LOCALE-LIST-STATUS
                   NOT AT END
                       PERFORM ADD-LOCALE-CODE
               END-READ
           END-PERFORM.

           CLOSE LOCALE-LIST-FILE.

           SET WS-LOCALE-CHECK-PASS TO TRUE.
           MOVE 1 TO WS-LOCALE-INDEX.
           PERFORM UNTIL WS-LOCALE-INDEX > WS-LOCALE-COUNT
               PERFORM READ-ONE-LOCALE-FILE
               ADD 1 TO WS-LOCALE-INDEX
           END-PERFORM.

      *A locale whose overlay file is missing is reported and
      *dropped from the list, so it is never written.
       ADD-LOCALE-CODE.
           IF LOCALE-LIST-RECORD EQUAL SPACES
                   OR LOCALE-LIST-RECORD(1:1) EQUAL "*"
               EXIT PARAGRAPH
           END-IF.

           IF WS-LOCALE-COUNT >= 20
               DISPLAY "Warning: locales.txt lists more than 20 "
                       "locales; " FUNCTION TRIM(LOCALE-LIST-RECORD)
                       " is not carried."
               ADD 1 TO WS-LOCALE-WARNING-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-LOCALE-FILENAME.
           STRING "locale-" DELIMITED BY SIZE
                   FUNCTION TRIM(LOCALE-LIST-RECORD)
                   DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-LOCALE-FILENAME.

           OPEN INPUT LOCALE-FILE.

           IF WS-LOCALE-FILE-STATUS NOT EQUAL "00"
               DISPLAY "Warning: "
                       FUNCTION TRIM(WS-LOCALE-FILENAME)
                       " is listed in locales.txt but missing; "
                       "that language is not carried."
               ADD 1 TO WS-LOCALE-WARNING-COUNT
               EXIT PARAGRAPH
           END-IF.

           CLOSE LOCALE-FILE.

           ADD 1 TO WS-LOCALE-COUNT.
           MOVE FUNCTION TRIM(LOCALE-LIST-RECORD)
               TO WS-LOCALE-CODE(WS-LOCALE-COUNT).
           MOVE 0 TO WS-LOCALE-KEPT(WS-LOCALE-COUNT).

      *One pass over locale-<code>.txt. On the check pass the lines
      *that will be carried are counted; on the write pass the same
      *lines are copied into the release.
       READ-ONE-LOCALE-FILE.
           MOVE SPACES TO WS-LOCALE-FILENAME.
           STRING "locale-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LOCALE-CODE(WS-LOCALE-INDEX))
                   DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-LOCALE-FILENAME.

           MOVE 'N' TO WS-EOF-LOCALE-FLAG.
           MOVE 0 TO WS-LOCALE-LINE-NUMBER.
           MOVE 0 TO WS-LOCALE-SEEN-COUNT.

           OPEN INPUT LOCALE-FILE.

           IF WS-LOCALE-FILE-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF-LOCALE-REACHED
               READ LOCALE-FILE
                   AT END
                       SET EOF-LOCALE-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LOCALE-LINE-NUMBER
                       PERFORM CHECK-ONE-LOCALE-LINE
               END-READ
           END-PERFORM.

           CLOSE LOCALE-FILE.

       CHECK-ONE-LOCALE-LINE.
           SET WS-LOCALE-LINE-OK TO FALSE.
           MOVE SPACES TO WS-LOCALE-REASON.

      *    Blank lines, "*" comments and lines whose text is still
      *    empty are the translator's own business: silently left
      *    out.
           IF LOCALE-RECORD EQUAL SPACES
                   OR LOCALE-RECORD(1:1) EQUAL "*"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-LOCALE-KEY-TOKEN.
           MOVE SPACES TO WS-LOCALE-SUM-TOKEN.
           MOVE 1 TO WS-LOCALE-POINTER.
           UNSTRING LOCALE-RECORD DELIMITED BY ";"
               INTO WS-LOCALE-KEY-TOKEN WS-LOCALE-SUM-TOKEN
               WITH POINTER WS-LOCALE-POINTER
           END-UNSTRING.

           IF WS-LOCALE-POINTER > 500
               MOVE "is not in key;checksum;text form"
                   TO WS-LOCALE-REASON
           ELSE IF LOCALE-RECORD(WS-LOCALE-POINTER:) EQUAL SPACES
               EXIT PARAGRAPH
           ELSE IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-LOCALE-SUM-TOKEN)) NOT EQUAL 0
               MOVE "has no usable checksum" TO WS-LOCALE-REASON
           ELSE
               MOVE FUNCTION TRIM(WS-LOCALE-KEY-TOKEN)
                   TO WS-LOCALE-KEY-TOKEN
               PERFORM CHECK-LOCALE-KEY
           END-IF.

           IF WS-LOCALE-REASON EQUAL SPACES
               PERFORM CHECK-LOCALE-DUPLICATE
           END-IF.

           IF WS-LOCALE-REASON NOT EQUAL SPACES
               IF WS-LOCALE-CHECK-PASS
                   MOVE WS-LOCALE-LINE-NUMBER TO WS-DISPLAY-NUMBER
                   DISPLAY "Warning: "
                           FUNCTION TRIM(WS-LOCALE-FILENAME)
                           " line "
                           FUNCTION TRIM(WS-DISPLAY-NUMBER) " ("
                           FUNCTION TRIM(WS-LOCALE-KEY-TOKEN) ") "
                           FUNCTION TRIM(WS-LOCALE-REASON)
                           "; left out."
                   ADD 1 TO WS-LOCALE-WARNING-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF.

           SET WS-LOCALE-LINE-OK TO TRUE.

           IF WS-LOCALE-CHECK-PASS
               ADD 1 TO WS-LOCALE-KEPT(WS-LOCALE-INDEX)
           ELSE
               MOVE LOCALE-RECORD TO WORLD-RECORD
               WRITE WORLD-RECORD
           END-IF.

      *A key is either a scene line, "C<ch>.<idx>" for the story
      *line of that entry or "C<ch>.<idx>+<n>" for its n-th
      *continuation line, or one of the engine's message keys.
       CHECK-LOCALE-KEY.
           IF WS-LOCALE-KEY-TOKEN(13:) NOT EQUAL SPACES
               MOVE "has a key longer than 12 characters"
                   TO WS-LOCALE-REASON
               EXIT PARAGRAPH
           END-IF.

           IF WS-LOCALE-KEY-TOKEN(1:1) EQUAL "C"
                   AND WS-LOCALE-KEY-TOKEN(2:1) IS NUMERIC
               PERFORM CHECK-LOCALE-SCENE-KEY
               EXIT PARAGRAPH
           END-IF.

           SET WS-MESSAGE-FOUND TO FALSE.
           MOVE 1 TO WS-MESSAGE-INDEX.
           PERFORM UNTIL WS-MESSAGE-INDEX > MESSAGE-CATALOG-COUNT
                   OR WS-MESSAGE-FOUND
               IF MESSAGE-KEY(WS-MESSAGE-INDEX)
                       EQUAL WS-LOCALE-KEY-TOKEN
                   SET WS-MESSAGE-FOUND TO TRUE
               END-IF
               ADD 1 TO WS-MESSAGE-INDEX
           END-PERFORM.

           IF NOT WS-MESSAGE-FOUND
               MOVE "names no engine message" TO WS-LOCALE-REASON
           END-IF.

       CHECK-LOCALE-SCENE-KEY.
           MOVE SPACES TO WS-LOCALE-CH-TOKEN.
           MOVE SPACES TO WS-LOCALE-REST-TOKEN.
           MOVE SPACES TO WS-LOCALE-IDX-TOKEN.
           MOVE SPACES TO WS-LOCALE-PART-TOKEN.
           UNSTRING WS-LOCALE-KEY-TOKEN(2:) DELIMITED BY "."
               INTO WS-LOCALE-CH-TOKEN WS-LOCALE-REST-TOKEN
           END-UNSTRING.
           UNSTRING WS-LOCALE-REST-TOKEN DELIMITED BY "+"
               INTO WS-LOCALE-IDX-TOKEN WS-LOCALE-PART-TOKEN
           END-UNSTRING.

           MOVE WS-LOCALE-CH-TOKEN TO WS-LOCALE-NUM-TOKEN.
           PERFORM CHECK-LOCALE-NUMBER.
           IF WS-LOCALE-NUM-OK-FLAG EQUAL 'Y'
               MOVE WS-LOCALE-IDX-TOKEN TO WS-LOCALE-NUM-TOKEN
               PERFORM CHECK-LOCALE-NUMBER
           END-IF.
           IF WS-LOCALE-NUM-OK-FLAG EQUAL 'Y'
                   AND WS-LOCALE-PART-TOKEN NOT EQUAL SPACES
               MOVE WS-LOCALE-PART-TOKEN TO WS-LOCALE-NUM-TOKEN
               PERFORM CHECK-LOCALE-NUMBER
           END-IF.

           IF WS-LOCALE-NUM-OK-FLAG EQUAL 'Z'
               MOVE "has leading zeros in a key number"
                   TO WS-LOCALE-REASON
               EXIT PARAGRAPH
           END-IF.

           IF WS-LOCALE-NUM-OK-FLAG EQUAL 'N'
               MOVE "is not a C<ch>.<idx> or C<ch>.<idx>+<n> key"
                   TO WS-LOCALE-REASON
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-LOCALE-CHAPTER =
               FUNCTION NUMVAL(WS-LOCALE-CH-TOKEN).
           COMPUTE WS-LOCALE-SCENE =
               FUNCTION NUMVAL(WS-LOCALE-IDX-TOKEN).
           IF WS-LOCALE-PART-TOKEN EQUAL SPACES
               MOVE 0 TO WS-LOCALE-PART
           ELSE
               COMPUTE WS-LOCALE-PART =
                   FUNCTION NUMVAL(WS-LOCALE-PART-TOKEN)
           END-IF.

           IF WS-LOCALE-CHAPTER < 1
                   OR WS-LOCALE-CHAPTER > WS-CHAPTER-COUNT
               MOVE "names a chapter not in the world"
                   TO WS-LOCALE-REASON
               EXIT PARAGRAPH
           END-IF.

           IF WS-LOCALE-SCENE < 1
                   OR WS-LOCALE-SCENE >
                   WS-CHAPTER-RECORDS(WS-LOCALE-CHAPTER)
                   OR FUNCTION MOD(WS-LOCALE-SCENE, 2) EQUAL 0
               MOVE "names no story line in that chapter"
                   TO WS-LOCALE-REASON
               EXIT PARAGRAPH
           END-IF.

           IF WS-LOCALE-PART > 0
               PERFORM COUNT-LOCALE-SCENE-EXTRAS
               IF WS-LOCALE-PART > WS-LOCALE-EXTRA-COUNT
                   MOVE "names a continuation line that scene lacks"
                       TO WS-LOCALE-REASON
               END-IF
           END-IF.

      *We count the "+" lines directly under the story line
      *WS-LOCALE-SCENE of chapter WS-LOCALE-CHAPTER, walking the
      *raw records the way the engine numbers them.
       COUNT-LOCALE-SCENE-EXTRAS.
           MOVE 0 TO WS-LOCALE-EXTRA-COUNT.
           MOVE 0 TO WS-LOCALE-LOGICAL.
           MOVE 1 TO WS-LOCALE-RAW-SCAN.

           PERFORM UNTIL WS-LOCALE-RAW-SCAN >
                   WS-RAW-RECORDS(WS-LOCALE-CHAPTER)
                   OR WS-LOCALE-LOGICAL > WS-LOCALE-SCENE
               IF RAW-LINE(WS-LOCALE-CHAPTER,
                       WS-LOCALE-RAW-SCAN)(1:1) EQUAL "+"
                   IF WS-LOCALE-LOGICAL = WS-LOCALE-SCENE
                       ADD 1 TO WS-LOCALE-EXTRA-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-LOCALE-LOGICAL
               END-IF
               ADD 1 TO WS-LOCALE-RAW-SCAN
           END-PERFORM.

      *A whole number of up to four digits, nothing else. The
      *engine matches keys as text, so "05" would never find scene
      *5: a leading zero sets the flag to 'Z' instead of 'Y'.
       CHECK-LOCALE-NUMBER.
           MOVE 'N' TO WS-LOCALE-NUM-OK-FLAG.

           IF WS-LOCALE-NUM-TOKEN EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LOCALE-NUM-TOKEN))
               TO WS-LOCALE-NUM-LENGTH.

           IF WS-LOCALE-NUM-LENGTH <= 4
                   AND WS-LOCALE-NUM-TOKEN(1:WS-LOCALE-NUM-LENGTH)
                   IS NUMERIC
               MOVE 'Y' TO WS-LOCALE-NUM-OK-FLAG
           END-IF.

           IF WS-LOCALE-NUM-OK-FLAG EQUAL 'Y'
                   AND WS-LOCALE-NUM-LENGTH > 1
                   AND WS-LOCALE-NUM-TOKEN(1:1) EQUAL "0"
               MOVE 'Z' TO WS-LOCALE-NUM-OK-FLAG
           END-IF.

       CHECK-LOCALE-DUPLICATE.
           MOVE 1 TO WS-LOCALE-SEEN-SCAN.
           PERFORM UNTIL WS-LOCALE-SEEN-SCAN > WS-LOCALE-SEEN-COUNT
               IF WS-LOCALE-SEEN-KEY(WS-LOCALE-SEEN-SCAN)
                       EQUAL WS-LOCALE-KEY-TOKEN
                   MOVE "repeats a key translated earlier"
                       TO WS-LOCALE-REASON
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LOCALE-SEEN-SCAN
           END-PERFORM.

           IF WS-LOCALE-SEEN-COUNT >= 2000
               MOVE "is past the 2000-line overlay limit"
                   TO WS-LOCALE-REASON
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-LOCALE-SEEN-COUNT.
           MOVE WS-LOCALE-KEY-TOKEN
               TO WS-LOCALE-SEEN-KEY(WS-LOCALE-SEEN-COUNT).

      *The LOCALES block: "LOCALES <n>", then per language
      *"LOCALE <code> <lines>" and the overlay lines themselves,
      *key;checksum;text exactly as the translator wrote them.
       WRITE-WORLD-LOCALES.
           MOVE WS-LOCALE-COUNT TO WS-DISPLAY-NUMBER.
           MOVE SPACES TO WS-WORLD-BUILD-LINE.
           STRING "LOCALES " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DISPLAY-NUMBER)
                   DELIMITED BY SIZE
               INTO WS-WORLD-BUILD-LINE.
           PERFORM WRITE-WORLD-BUILD-LINE.

           SET WS-LOCALE-WRITE-PASS TO TRUE.
           MOVE 1 TO WS-LOCALE-INDEX.
           PERFORM UNTIL WS-LOCALE-INDEX > WS-LOCALE-COUNT
               MOVE WS-LOCALE-KEPT(WS-LOCALE-INDEX)
                   TO WS-DISPLAY-NUMBER
               MOVE SPACES TO WS-WORLD-BUILD-LINE
               STRING "LOCALE " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-LOCALE-CODE(WS-LOCALE-INDEX))
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DISPLAY-NUMBER)
                       DELIMITED BY SIZE
                   INTO WS-WORLD-BUILD-LINE
               PERFORM WRITE-WORLD-BUILD-LINE
               PERFORM READ-ONE-LOCALE-FILE
               ADD 1 TO WS-LOCALE-INDEX
           END-PERFORM.
