       IDENTIFICATION DIVISION.
       PROGRAM-ID. GOLD-RECONCILE.

      *Nightly reconciliation of the trade journal. The engine
      *appends one fixed-layout line to trade-journal.log for every
      *movement of gold or shop stock - BUY and SELL trades and GOLD
      *consumables - bracketed by an OPEN line with the balance an
      *adventure started on and a CLOSE line with the balance it
      *ended on. When a tester says "my gold went wrong" this is
      *the program that says whether it did: each session's opening
      *balance plus its entries must come to its closing balance,
      *and each entry must start from the balance the one before it
      *left. Any session that does not add up is flagged with the
      *entry where it first went astray. The same pass reports the
      *shop's best sellers, the total gold paid in and out, and
      *every stock-out - the moment a purchase emptied a shelf -
      *for each item in prices.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO 'trade-journal.log'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT PRICE-FILE ASSIGN TO 'prices.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRICE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS JOURNAL-RECORD.
       01 JOURNAL-RECORD           PIC X(100).

       FD PRICE-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS PRICE-RECORD.
       01 PRICE-RECORD             PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EOF-JOURNAL-FLAG      PIC X(1) VALUE 'N'.
           88 EOF-JOURNAL-REACHED           VALUE 'Y'.
       01 WS-JOURNAL-STATUS        PIC X(2) VALUE '00'.
       01 WS-EOF-PRICE-FLAG        PIC X(1) VALUE 'N'.
           88 EOF-PRICE-REACHED             VALUE 'Y'.
       01 WS-PRICE-FILE-STATUS     PIC X(2) VALUE '00'.

      *One journal line. The layout here must stay in step with the
      *engine's WS-JOURNAL-LINE.
       01 WS-JOURNAL-LINE.
           02 WS-JL-KIND           PIC X(5).
           02 FILLER               PIC X(1).
           02 WS-JL-STAMP          PIC X(14).
           02 FILLER               PIC X(1).
           02 WS-JL-PLAYER         PIC X(12).
           02 FILLER               PIC X(1).
           02 WS-JL-CHAPTER        PIC 9(2).
           02 FILLER               PIC X(1).
           02 WS-JL-SCENE          PIC 9(3).
           02 FILLER               PIC X(1).
           02 WS-JL-ITEM           PIC X(20).
           02 FILLER               PIC X(1).
           02 WS-JL-QUANTITY       PIC 9(3).
           02 FILLER               PIC X(1).
           02 WS-JL-AMOUNT         PIC 9(5).
           02 FILLER               PIC X(1).
           02 WS-JL-GOLD-BEFORE    PIC 9(5).
           02 FILLER               PIC X(1).
           02 WS-JL-GOLD-AFTER     PIC 9(5).
           02 FILLER               PIC X(1).
           02 WS-JL-STOCK-BEFORE   PIC 9(3).
           02 FILLER               PIC X(1).
           02 WS-JL-STOCK-AFTER    PIC 9(3).
           02 FILLER               PIC X(9).
       01 WS-JOURNAL-LINE-NO       PIC 9(7) VALUE 0.

      *The session being reconciled: where it started, what its
      *entries add up to so far, and the balance the last entry
      *left. A session is flagged once; only its first discrepancy
      *is described.
       01 WS-SESSION-OPEN-FLAG     PIC X(1) VALUE 'N'.
           88 WS-SESSION-OPEN               VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-SESSION-BAD-FLAG      PIC X(1) VALUE 'N'.
           88 WS-SESSION-BAD                VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-SESSION-PLAYER        PIC X(12) VALUE SPACES.
       01 WS-SESSION-STAMP         PIC X(14) VALUE SPACES.
       01 WS-SESSION-OPENING       PIC 9(5) VALUE 0.
       01 WS-SESSION-RUNNING       PIC 9(5) VALUE 0.
       01 WS-SESSION-NET           PIC S9(7) VALUE 0.
       01 WS-SESSION-EXPECTED      PIC S9(7) VALUE 0.
       01 WS-SESSION-ENTRIES       PIC 9(5) VALUE 0.
       01 WS-PROBLEM-TEXT          PIC X(200) VALUE SPACES.
       01 WS-PROBLEM-DETAIL        PIC X(200) VALUE SPACES.

       01 WS-SESSIONS-CLOSED       PIC 9(5) VALUE 0.
       01 WS-SESSIONS-FLAGGED      PIC 9(5) VALUE 0.
       01 WS-SESSIONS-UNCLOSED     PIC 9(5) VALUE 0.
       01 WS-ORPHAN-ENTRIES        PIC 9(5) VALUE 0.
       01 WS-UNREADABLE-LINES      PIC 9(5) VALUE 0.

      *Gold totals from the players' side of the counter: paid out
      *for purchases, paid in for sales and by GOLD consumables.
       01 WS-GOLD-PAID-OUT         PIC 9(9) VALUE 0.
       01 WS-GOLD-PAID-IN-SALES    PIC 9(9) VALUE 0.
       01 WS-GOLD-PAID-IN-ITEMS    PIC 9(9) VALUE 0.

      *Per-item trade tallies: every item in prices.txt first, then
      *any item the journal names that prices.txt no longer lists.
       01 TRADE-TABLE.
           02 TRADE-ENTRY OCCURS 60 TIMES.
               03 TRADE-ITEM-NAME  PIC X(20).
               03 TRADE-PRICED-FLAG
                                   PIC X(1).
               03 TRADE-START-STOCK
                                   PIC 9(3).
               03 TRADE-UNITS-SOLD PIC 9(5).
               03 TRADE-GOLD-TAKEN PIC 9(9).
               03 TRADE-UNITS-BOUGHT-BACK
                                   PIC 9(5).
               03 TRADE-STOCK-OUTS PIC 9(5).
               03 TRADE-RANKED-FLAG
                                   PIC X(1).
       01 WS-TRADE-COUNT           PIC 9(3) VALUE 0.
       01 WS-TRADE-INDEX           PIC 9(3) VALUE 1.
       01 WS-TRADE-SCAN            PIC 9(3) VALUE 1.
       01 WS-TRADE-FOUND-FLAG      PIC X(1) VALUE 'N'.
           88 WS-TRADE-FOUND                VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-TRADE-TABLE-FULL      PIC X(1) VALUE 'N'.
       01 WS-LOOKUP-ITEM           PIC X(20) VALUE SPACES.

      *Every stock-out event, kept in journal order for the listing
      *under its item.
       01 STOCK-OUT-TABLE.
           02 STOCK-OUT-ENTRY OCCURS 500 TIMES.
               03 STOCK-OUT-TRADE  PIC 9(3).
               03 STOCK-OUT-STAMP  PIC X(14).
               03 STOCK-OUT-PLAYER PIC X(12).
               03 STOCK-OUT-CHAPTER
                                   PIC 9(2).
               03 STOCK-OUT-SCENE  PIC 9(3).
       01 WS-STOCK-OUT-COUNT       PIC 9(3) VALUE 0.
       01 WS-STOCK-OUT-SCAN        PIC 9(3) VALUE 1.
       01 WS-STOCK-OUT-TABLE-FULL  PIC X(1) VALUE 'N'.

       01 WS-PRICE-NAME-TOKEN      PIC X(20) VALUE SPACES.
       01 WS-PRICE-BUY-TOKEN       PIC X(10) VALUE SPACES.
       01 WS-PRICE-SELL-TOKEN      PIC X(10) VALUE SPACES.
       01 WS-PRICE-STOCK-TOKEN     PIC X(10) VALUE SPACES.

       01 WS-RANK                  PIC 9(2) VALUE 0.
       01 WS-BEST-INDEX            PIC 9(3) VALUE 0.
       01 WS-BEST-UNITS            PIC 9(5) VALUE 0.

       01 WS-DISPLAY-NUMBER        PIC ZZZZZZZZ9.
       01 WS-DISPLAY-NUMBER-2      PIC ZZZZZZZZ9.
       01 WS-DISPLAY-SIGNED        PIC -(8)9.
       01 WS-DISPLAY-CHAPTER       PIC Z9.
       01 WS-DISPLAY-SCENE         PIC ZZ9.
       01 WS-DISPLAY-RANK          PIC Z9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Gold and shop-stock reconciliation".
           DISPLAY "==================================".
           DISPLAY " ".

           PERFORM LOAD-PRICE-ITEMS.

           OPEN INPUT JOURNAL-FILE.

           IF WS-JOURNAL-STATUS NOT EQUAL "00"
               DISPLAY "trade-journal.log not found; nothing to "
                       "reconcile."
               STOP RUN
           END-IF.

           DISPLAY "Sessions that do not add up".
           DISPLAY "---------------------------".

           PERFORM UNTIL EOF-JOURNAL-REACHED
               READ JOURNAL-FILE
                   AT END
                       SET EOF-JOURNAL-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-JOURNAL-LINE-NO
                       PERFORM RECONCILE-ONE-LINE
               END-READ
           END-PERFORM.

           CLOSE JOURNAL-FILE.

      *    The last session may still be in play, or its terminal
      *    may have died; either way it has no closing balance yet.
           IF WS-SESSION-OPEN
               PERFORM REPORT-UNCLOSED-SESSION
           END-IF.

           IF WS-SESSIONS-FLAGGED = 0
               DISPLAY "  (none)"
           END-IF.

           DISPLAY " ".

           PERFORM REPORT-RECONCILE-SUMMARY.
           PERFORM REPORT-GOLD-TOTALS.
           PERFORM REPORT-TOP-SELLERS.
           PERFORM REPORT-STOCK-OUTS.

           STOP RUN.

      *prices.txt is parsed the way the engine's LOAD-ONE-PRICE
      *parses it, including the stock column that defaults to 99.
       LOAD-PRICE-ITEMS.
           MOVE SPACES TO TRADE-TABLE.

           OPEN INPUT PRICE-FILE.

           IF WS-PRICE-FILE-STATUS NOT EQUAL "00"
               DISPLAY "prices.txt not found; items are listed as "
                       "the journal names them."
               DISPLAY " "
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF-PRICE-REACHED
               READ PRICE-FILE
                   AT END
                       SET EOF-PRICE-REACHED TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-PRICE-ITEM
               END-READ
           END-PERFORM.

           CLOSE PRICE-FILE.

       LOAD-ONE-PRICE-ITEM.
           MOVE SPACES TO WS-PRICE-NAME-TOKEN.
           MOVE SPACES TO WS-PRICE-BUY-TOKEN.
           MOVE SPACES TO WS-PRICE-SELL-TOKEN.
           MOVE SPACES TO WS-PRICE-STOCK-TOKEN.

           UNSTRING PRICE-RECORD DELIMITED BY ";"
               INTO WS-PRICE-NAME-TOKEN WS-PRICE-BUY-TOKEN
                   WS-PRICE-SELL-TOKEN WS-PRICE-STOCK-TOKEN
           END-UNSTRING.

           IF WS-PRICE-NAME-TOKEN EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PRICE-BUY-TOKEN))
                   NOT EQUAL 0
                   OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-PRICE-SELL-TOKEN)) NOT EQUAL 0
               EXIT PARAGRAPH
           END-IF.

           IF WS-TRADE-COUNT >= 50
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-TRADE-COUNT.
           PERFORM CLEAR-TRADE-ENTRY.
           MOVE FUNCTION TRIM(WS-PRICE-NAME-TOKEN)
               TO TRADE-ITEM-NAME(WS-TRADE-COUNT).
           MOVE 'Y' TO TRADE-PRICED-FLAG(WS-TRADE-COUNT).

           IF WS-PRICE-STOCK-TOKEN EQUAL SPACES
                   OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                   WS-PRICE-STOCK-TOKEN)) NOT EQUAL 0
               MOVE 99 TO TRADE-START-STOCK(WS-TRADE-COUNT)
           ELSE
               COMPUTE TRADE-START-STOCK(WS-TRADE-COUNT) =
                   FUNCTION NUMVAL(WS-PRICE-STOCK-TOKEN)
           END-IF.

       CLEAR-TRADE-ENTRY.
           MOVE SPACES TO TRADE-ITEM-NAME(WS-TRADE-COUNT).
           MOVE 'N' TO TRADE-PRICED-FLAG(WS-TRADE-COUNT).
           MOVE 0 TO TRADE-START-STOCK(WS-TRADE-COUNT).
           MOVE 0 TO TRADE-UNITS-SOLD(WS-TRADE-COUNT).
           MOVE 0 TO TRADE-GOLD-TAKEN(WS-TRADE-COUNT).
           MOVE 0 TO TRADE-UNITS-BOUGHT-BACK(WS-TRADE-COUNT).
           MOVE 0 TO TRADE-STOCK-OUTS(WS-TRADE-COUNT).
           MOVE 'N' TO TRADE-RANKED-FLAG(WS-TRADE-COUNT).

      *One journal line. Anything that is not one of the five kinds,
      *or whose number columns are not numbers, is counted and
      *skipped rather than allowed to poison a session's sums.
       RECONCILE-ONE-LINE.
           IF JOURNAL-RECORD EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE JOURNAL-RECORD TO WS-JOURNAL-LINE.

           IF WS-JL-CHAPTER NOT NUMERIC
                   OR WS-JL-SCENE NOT NUMERIC
                   OR WS-JL-QUANTITY NOT NUMERIC
                   OR WS-JL-AMOUNT NOT NUMERIC
                   OR WS-JL-GOLD-BEFORE NOT NUMERIC
                   OR WS-JL-GOLD-AFTER NOT NUMERIC
                   OR WS-JL-STOCK-BEFORE NOT NUMERIC
                   OR WS-JL-STOCK-AFTER NOT NUMERIC
               ADD 1 TO WS-UNREADABLE-LINES
               EXIT PARAGRAPH
           END-IF.

           IF WS-JL-KIND EQUAL "OPEN"
               PERFORM START-SESSION
           ELSE IF WS-JL-KIND EQUAL "CLOSE"
               PERFORM FINISH-SESSION
           ELSE IF WS-JL-KIND EQUAL "BUY"
                   OR WS-JL-KIND EQUAL "SELL"
                   OR WS-JL-KIND EQUAL "GOLD"
               PERFORM APPLY-MOVEMENT
           ELSE
               ADD 1 TO WS-UNREADABLE-LINES
           END-IF.

       START-SESSION.
           IF WS-SESSION-OPEN
               PERFORM REPORT-UNCLOSED-SESSION
           END-IF.

           SET WS-SESSION-OPEN TO TRUE.
           SET WS-SESSION-BAD TO FALSE.
           MOVE WS-JL-PLAYER TO WS-SESSION-PLAYER.
           MOVE WS-JL-STAMP TO WS-SESSION-STAMP.
           MOVE WS-JL-GOLD-AFTER TO WS-SESSION-OPENING.
           MOVE WS-JL-GOLD-AFTER TO WS-SESSION-RUNNING.
           MOVE 0 TO WS-SESSION-NET.
           MOVE 0 TO WS-SESSION-ENTRIES.

      *Each movement must pick up where the last one left off, and
      *must itself move the balance by exactly its amount - buying
      *takes the amount off, selling and GOLD consumables add it.
      *The item tallies count every movement, reconciled or not:
      *the shop's shelf moved either way.
       APPLY-MOVEMENT.
           PERFORM TALLY-MOVEMENT.

           IF NOT WS-SESSION-OPEN
               ADD 1 TO WS-ORPHAN-ENTRIES
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SESSION-ENTRIES.

           IF WS-JL-KIND EQUAL "BUY"
               SUBTRACT WS-JL-AMOUNT FROM WS-SESSION-NET
               COMPUTE WS-SESSION-EXPECTED =
                   WS-JL-GOLD-BEFORE - WS-JL-AMOUNT
           ELSE
               ADD WS-JL-AMOUNT TO WS-SESSION-NET
               COMPUTE WS-SESSION-EXPECTED =
                   WS-JL-GOLD-BEFORE + WS-JL-AMOUNT
           END-IF.

           IF WS-JL-GOLD-BEFORE NOT EQUAL WS-SESSION-RUNNING
               MOVE WS-SESSION-RUNNING TO WS-DISPLAY-NUMBER
               MOVE WS-JL-GOLD-BEFORE TO WS-DISPLAY-NUMBER-2
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "balance before this entry is "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DISPLAY-NUMBER-2)
                       DELIMITED BY SIZE
                       " but the previous entry left "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DISPLAY-NUMBER)
                       DELIMITED BY SIZE
                   INTO WS-PROBLEM-TEXT
               PERFORM FLAG-SESSION-AT-ENTRY
           ELSE IF WS-JL-GOLD-AFTER NOT EQUAL WS-SESSION-EXPECTED
               MOVE WS-SESSION-EXPECTED TO WS-DISPLAY-SIGNED
               MOVE WS-JL-GOLD-AFTER TO WS-DISPLAY-NUMBER-2
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "balance after this entry is "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DISPLAY-NUMBER-2)
                       DELIMITED BY SIZE
                       " but its amount gives "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DISPLAY-SIGNED)
                       DELIMITED BY SIZE
                   INTO WS-PROBLEM-TEXT
               PERFORM FLAG-SESSION-AT-ENTRY
           END-IF.

           MOVE WS-JL-GOLD-AFTER TO WS-SESSION-RUNNING.

       FINISH-SESSION.
           IF NOT WS-SESSION-OPEN
               ADD 1 TO WS-ORPHAN-ENTRIES
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SESSIONS-CLOSED.

           COMPUTE WS-SESSION-EXPECTED =
               WS-SESSION-OPENING + WS-SESSION-NET.

           IF WS-JL-GOLD-AFTER NOT EQUAL WS-SESSION-EXPECTED
                   AND NOT WS-SESSION-BAD
               MOVE WS-SESSION-OPENING TO WS-DISPLAY-NUMBER
               MOVE WS-JL-GOLD-AFTER TO WS-DISPLAY-NUMBER-2
               MOVE WS-SESSION-NET TO WS-DISPLAY-SIGNED
               MOVE SPACES TO WS-PROBLEM-TEXT
               STRING "opened on " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DISPLAY-NUMBER)
                       DELIMITED BY SIZE
                       ", entries net " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DISPLAY-SIGNED)
                       DELIMITED BY SIZE
                       ", but closed on " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DISPLAY-NUMBER-2)
                       DELIMITED BY SIZE
                   INTO WS-PROBLEM-TEXT
               PERFORM FLAG-SESSION
           END-IF.

           SET WS-SESSION-OPEN TO FALSE.

       REPORT-UNCLOSED-SESSION.
           ADD 1 TO WS-SESSIONS-UNCLOSED.
           SET WS-SESSION-OPEN TO FALSE.

      *The entry's own position and item go in front of the problem
      *text, so the desk can find the turn in session.log.
       FLAG-SESSION-AT-ENTRY.
           MOVE WS-JL-CHAPTER TO WS-DISPLAY-CHAPTER.
           MOVE WS-JL-SCENE TO WS-DISPLAY-SCENE.
           MOVE WS-PROBLEM-TEXT TO WS-PROBLEM-DETAIL.
           MOVE SPACES TO WS-PROBLEM-TEXT.
           STRING FUNCTION TRIM(WS-JL-KIND) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JL-ITEM) DELIMITED BY SIZE
                   " at C" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DISPLAY-CHAPTER)
                   DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DISPLAY-SCENE)
                   DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PROBLEM-DETAIL)
                   DELIMITED BY SIZE
               INTO WS-PROBLEM-TEXT.
           PERFORM FLAG-SESSION.

       FLAG-SESSION.
           IF WS-SESSION-BAD
               EXIT PARAGRAPH
           END-IF.

           SET WS-SESSION-BAD TO TRUE.
           ADD 1 TO WS-SESSIONS-FLAGGED.

           IF WS-SESSION-PLAYER EQUAL SPACES
               DISPLAY "  Session opened " WS-SESSION-STAMP
                       " (shared):"
           ELSE
               DISPLAY "  Session opened " WS-SESSION-STAMP
                       " (" FUNCTION TRIM(WS-SESSION-PLAYER) "):"
           END-IF.
           DISPLAY "    " FUNCTION TRIM(WS-PROBLEM-TEXT) ".".

      *The item side of one movement: units over the counter each
      *way, the gold the shop took, and a stock-out whenever a
      *purchase left the shelf empty.
       TALLY-MOVEMENT.
           IF WS-JL-KIND EQUAL "GOLD"
               ADD WS-JL-AMOUNT TO WS-GOLD-PAID-IN-ITEMS
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-JL-ITEM TO WS-LOOKUP-ITEM.
           PERFORM FIND-TRADE-ENTRY.

           IF WS-JL-KIND EQUAL "SELL"
               ADD WS-JL-AMOUNT TO WS-GOLD-PAID-IN-SALES
               IF WS-TRADE-FOUND
                   ADD WS-JL-QUANTITY TO
                       TRADE-UNITS-BOUGHT-BACK(WS-TRADE-INDEX)
               END-IF
               EXIT PARAGRAPH
           END-IF.

           ADD WS-JL-AMOUNT TO WS-GOLD-PAID-OUT.

           IF NOT WS-TRADE-FOUND
               EXIT PARAGRAPH
           END-IF.

           ADD WS-JL-QUANTITY TO TRADE-UNITS-SOLD(WS-TRADE-INDEX).
           ADD WS-JL-AMOUNT TO TRADE-GOLD-TAKEN(WS-TRADE-INDEX).

           IF WS-JL-STOCK-AFTER = 0
               ADD 1 TO TRADE-STOCK-OUTS(WS-TRADE-INDEX)
               PERFORM RECORD-STOCK-OUT
           END-IF.

       RECORD-STOCK-OUT.
           IF WS-STOCK-OUT-COUNT >= 500
               IF WS-STOCK-OUT-TABLE-FULL EQUAL 'N'
                   MOVE 'Y' TO WS-STOCK-OUT-TABLE-FULL
                   DISPLAY "Warning: more than 500 stock-outs; only "
                           "the first 500 are listed."
               END-IF
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-STOCK-OUT-COUNT.
           MOVE WS-TRADE-INDEX TO STOCK-OUT-TRADE(WS-STOCK-OUT-COUNT).
           MOVE WS-JL-STAMP TO STOCK-OUT-STAMP(WS-STOCK-OUT-COUNT).
           MOVE WS-JL-PLAYER TO STOCK-OUT-PLAYER(WS-STOCK-OUT-COUNT).
           MOVE WS-JL-CHAPTER
               TO STOCK-OUT-CHAPTER(WS-STOCK-OUT-COUNT).
           MOVE WS-JL-SCENE TO STOCK-OUT-SCENE(WS-STOCK-OUT-COUNT).

      *An item the journal names but prices.txt no longer lists is
      *added to the end of the table so its trades still show.
       FIND-TRADE-ENTRY.
           SET WS-TRADE-FOUND TO FALSE.
           MOVE 1 TO WS-TRADE-SCAN.

           PERFORM UNTIL WS-TRADE-SCAN > WS-TRADE-COUNT
                   OR WS-TRADE-FOUND
               IF FUNCTION TRIM(TRADE-ITEM-NAME(WS-TRADE-SCAN))
                       EQUAL FUNCTION TRIM(WS-LOOKUP-ITEM)
                   SET WS-TRADE-FOUND TO TRUE
                   MOVE WS-TRADE-SCAN TO WS-TRADE-INDEX
               END-IF
               ADD 1 TO WS-TRADE-SCAN
           END-PERFORM.

           IF WS-TRADE-FOUND
               EXIT PARAGRAPH
           END-IF.

           IF WS-TRADE-COUNT >= 60
               IF WS-TRADE-TABLE-FULL EQUAL 'N'
                   MOVE 'Y' TO WS-TRADE-TABLE-FULL
                   DISPLAY "Warning: more than 60 traded items; "
                           "item tallies are incomplete."
               END-IF
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-TRADE-COUNT.
           PERFORM CLEAR-TRADE-ENTRY.
           MOVE WS-LOOKUP-ITEM TO TRADE-ITEM-NAME(WS-TRADE-COUNT).
           MOVE WS-TRADE-COUNT TO WS-TRADE-INDEX.
           SET WS-TRADE-FOUND TO TRUE.

       REPORT-RECONCILE-SUMMARY.
           DISPLAY "Reconciliation summary".
           DISPLAY "----------------------".

           MOVE WS-SESSIONS-CLOSED TO WS-DISPLAY-NUMBER.
           DISPLAY "  Sessions closed:            "
                   FUNCTION TRIM(WS-DISPLAY-NUMBER).
           MOVE WS-SESSIONS-FLAGGED TO WS-DISPLAY-NUMBER.
           DISPLAY "  Sessions flagged:           "
                   FUNCTION TRIM(WS-DISPLAY-NUMBER).
           MOVE WS-SESSIONS-UNCLOSED TO WS-DISPLAY-NUMBER.
           DISPLAY "  Sessions never closed:      "
                   FUNCTION TRIM(WS-DISPLAY-NUMBER).
           MOVE WS-ORPHAN-ENTRIES TO WS-DISPLAY-NUMBER.
           DISPLAY "  Entries outside a session:  "
                   FUNCTION TRIM(WS-DISPLAY-NUMBER).
           MOVE WS-UNREADABLE-LINES TO WS-DISPLAY-NUMBER.
           DISPLAY "  Unreadable journal lines:   "
                   FUNCTION TRIM(WS-DISPLAY-NUMBER).
           DISPLAY " ".

       REPORT-GOLD-TOTALS.
           DISPLAY "Gold paid in and out".
           DISPLAY "--------------------".

           MOVE WS-GOLD-PAID-OUT TO WS-DISPLAY-NUMBER.
           DISPLAY "  Paid out by players for purchases: "
                   FUNCTION TRIM(WS-DISPLAY-NUMBER).
           MOVE WS-GOLD-PAID-IN-SALES TO WS-DISPLAY-NUMBER.
           DISPLAY "  Paid in to players for sales:      "
                   FUNCTION TRIM(WS-DISPLAY-NUMBER).
           MOVE WS-GOLD-PAID-IN-ITEMS TO WS-DISPLAY-NUMBER.
           DISPLAY "  Paid in to players by consumables: "
                   FUNCTION TRIM(WS-DISPLAY-NUMBER).
           DISPLAY " ".

      *The ten items players bought most, by units; ties keep their
      *prices.txt order. A plain repeated scan for the best unranked
      *item is ample for a table of 60.
       REPORT-TOP-SELLERS.
           DISPLAY "Top-selling items".
           DISPLAY "-----------------".

           MOVE 0 TO WS-RANK.

           PERFORM UNTIL WS-RANK >= 10
               PERFORM FIND-NEXT-BEST-SELLER
               IF WS-BEST-INDEX = 0
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-RANK
               MOVE 'Y' TO TRADE-RANKED-FLAG(WS-BEST-INDEX)
               MOVE WS-RANK TO WS-DISPLAY-RANK
               MOVE TRADE-UNITS-SOLD(WS-BEST-INDEX)
                   TO WS-DISPLAY-NUMBER
               MOVE TRADE-GOLD-TAKEN(WS-BEST-INDEX)
                   TO WS-DISPLAY-NUMBER-2
               DISPLAY "  " WS-DISPLAY-RANK ". "
                       TRADE-ITEM-NAME(WS-BEST-INDEX) " "
                       FUNCTION TRIM(WS-DISPLAY-NUMBER)
                       " sold for "
                       FUNCTION TRIM(WS-DISPLAY-NUMBER-2) " gold"
           END-PERFORM.

           IF WS-RANK = 0
               DISPLAY "  (nothing bought)"
           END-IF.

           DISPLAY " ".

       FIND-NEXT-BEST-SELLER.
           MOVE 0 TO WS-BEST-INDEX.
           MOVE 0 TO WS-BEST-UNITS.
           MOVE 1 TO WS-TRADE-SCAN.

           PERFORM UNTIL WS-TRADE-SCAN > WS-TRADE-COUNT
               IF TRADE-RANKED-FLAG(WS-TRADE-SCAN) EQUAL 'N'
                       AND TRADE-UNITS-SOLD(WS-TRADE-SCAN) >
                       WS-BEST-UNITS
                   MOVE WS-TRADE-SCAN TO WS-BEST-INDEX
                   MOVE TRADE-UNITS-SOLD(WS-TRADE-SCAN)
                       TO WS-BEST-UNITS
               END-IF
               ADD 1 TO WS-TRADE-SCAN
           END-PERFORM.

      *Every item in prices.txt gets a line, stock-outs or not, so
      *a quiet shelf is visibly quiet; each stock-out is listed
      *under its item with who emptied the shelf and where.
       REPORT-STOCK-OUTS.
           DISPLAY "Stock-outs per item".
           DISPLAY "-------------------".

           IF WS-TRADE-COUNT = 0
               DISPLAY "  (no items)"
           END-IF.

           MOVE 1 TO WS-TRADE-INDEX.
           PERFORM UNTIL WS-TRADE-INDEX > WS-TRADE-COUNT
               PERFORM REPORT-ONE-ITEM-STOCK
               ADD 1 TO WS-TRADE-INDEX
           END-PERFORM.

       REPORT-ONE-ITEM-STOCK.
           MOVE TRADE-STOCK-OUTS(WS-TRADE-INDEX) TO WS-DISPLAY-NUMBER.

           IF TRADE-PRICED-FLAG(WS-TRADE-INDEX) EQUAL 'Y'
               MOVE TRADE-START-STOCK(WS-TRADE-INDEX)
                   TO WS-DISPLAY-NUMBER-2
               DISPLAY "  " TRADE-ITEM-NAME(WS-TRADE-INDEX)
                       " starting stock "
                       FUNCTION TRIM(WS-DISPLAY-NUMBER-2)
                       ", stock-outs: "
                       FUNCTION TRIM(WS-DISPLAY-NUMBER)
           ELSE
               DISPLAY "  " TRADE-ITEM-NAME(WS-TRADE-INDEX)
                       " (not in prices.txt), stock-outs: "
                       FUNCTION TRIM(WS-DISPLAY-NUMBER)
           END-IF.

           MOVE 1 TO WS-STOCK-OUT-SCAN.
           PERFORM UNTIL WS-STOCK-OUT-SCAN > WS-STOCK-OUT-COUNT
               IF STOCK-OUT-TRADE(WS-STOCK-OUT-SCAN) =
                       WS-TRADE-INDEX
                   PERFORM REPORT-ONE-STOCK-OUT
               END-IF
               ADD 1 TO WS-STOCK-OUT-SCAN
           END-PERFORM.

       REPORT-ONE-STOCK-OUT.
           MOVE STOCK-OUT-CHAPTER(WS-STOCK-OUT-SCAN)
               TO WS-DISPLAY-CHAPTER.
           MOVE STOCK-OUT-SCENE(WS-STOCK-OUT-SCAN) TO WS-DISPLAY-SCENE.

           IF STOCK-OUT-PLAYER(WS-STOCK-OUT-SCAN) EQUAL SPACES
               DISPLAY "    " STOCK-OUT-STAMP(WS-STOCK-OUT-SCAN)
                       " at C" FUNCTION TRIM(WS-DISPLAY-CHAPTER)
                       "." FUNCTION TRIM(WS-DISPLAY-SCENE)
                       " by (shared)"
           ELSE
               DISPLAY "    " STOCK-OUT-STAMP(WS-STOCK-OUT-SCAN)
                       " at C" FUNCTION TRIM(WS-DISPLAY-CHAPTER)
                       "." FUNCTION TRIM(WS-DISPLAY-SCENE)
                       " by "
                       FUNCTION TRIM(STOCK-OUT-PLAYER(
                       WS-STOCK-OUT-SCAN))
           END-IF.
