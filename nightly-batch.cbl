       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTLY-BATCH.

      *Nightly batch driver. The overnight window used to be someone
      *running five programs by hand, in an order that matters:
      *  1. WORLD-COMPILE    rebuilds world.dat from the sources;
      *  2. REPLAY-SUITE     is only meaningful against a world that
      *                      compiled, and a failure here means the
      *                      night's reports are not published;
      *  3. SESSION-REPORT   folds session.log into the totals;
      *  4. COVERAGE-REPORT  reports from those totals;
      *  5. LOG-ARCHIVE      refuses to rotate until SESSION-REPORT
      *                      has folded the log in.
      *This program runs them in that order, each with its console
      *output kept in nightly-<program>.log, and stops the chain at
      *the first step that ends with a non-zero exit status. The
      *state of the night is kept in nightly-control.dat, rewritten
      *as each step starts and ends: the night's date and attempt
      *number, then one line per step with its status (PENDING,
      *RUNNING, DONE or FAILED), start and end times and exit
      *status. Running the driver again the same night picks up at
      *the failed step and leaves the finished ones alone; a step
      *still marked RUNNING (the driver itself was interrupted) is
      *run again. Every run ends with nightly-summary.txt, a
      *one-page account of the night for the operations log.
      *
      *Usage: nightly-batch [fresh | resume]
      *  fresh   start a new night from step 1 whatever the control
      *          file says.
      *  resume  finish an unfinished night even when it began on
      *          an earlier date (a window that ran past midnight).
      *The exit status is 0 when every step is done and 8 when the
      *chain stopped.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO 'nightly-control.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT STEP-LOG-FILE ASSIGN TO WS-STEP-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STEP-LOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO 'nightly-summary.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CONTROL-RECORD.
       01 CONTROL-RECORD           PIC X(100).

       FD STEP-LOG-FILE
           RECORD CONTAINS 500 CHARACTERS
           DATA RECORD IS STEP-LOG-RECORD.
       01 STEP-LOG-RECORD          PIC X(500).

       FD REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REPORT-RECORD.
       01 REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EOF-CONTROL-FLAG      PIC X(1) VALUE 'N'.
           88 EOF-CONTROL-REACHED           VALUE 'Y'.
       01 WS-CONTROL-FILE-STATUS   PIC X(2) VALUE '00'.
       01 WS-EOF-STEP-LOG-FLAG     PIC X(1) VALUE 'N'.
           88 EOF-STEP-LOG-REACHED          VALUE 'Y'.
       01 WS-STEP-LOG-STATUS       PIC X(2) VALUE '00'.
       01 WS-STEP-LOG-FILENAME     PIC X(40) VALUE SPACES.
       01 WS-REPORT-FILE-STATUS    PIC X(2) VALUE '00'.

       01 WS-COMMAND-ARGS          PIC X(80) VALUE SPACES.
       01 WS-RUN-OPTION            PIC X(10) VALUE SPACES.
           88 WS-FORCE-FRESH                VALUE 'FRESH'.
           88 WS-FORCE-RESUME               VALUE 'RESUME'.

      *The five steps, in the order they must run.
       01 STEP-DEFINITIONS.
           02 FILLER.
               03 FILLER           PIC X(16) VALUE 'WORLD-COMPILE'.
               03 FILLER           PIC X(20) VALUE './world-compile'.
               03 FILLER           PIC X(30)
                                   VALUE 'nightly-world-compile.log'.
           02 FILLER.
               03 FILLER           PIC X(16) VALUE 'REPLAY-SUITE'.
               03 FILLER           PIC X(20) VALUE './replay-suite'.
               03 FILLER           PIC X(30)
                                   VALUE 'nightly-replay-suite.log'.
           02 FILLER.
               03 FILLER           PIC X(16) VALUE 'SESSION-REPORT'.
               03 FILLER           PIC X(20) VALUE './session-report'.
               03 FILLER           PIC X(30)
                                   VALUE 'nightly-session-report.log'.
           02 FILLER.
               03 FILLER           PIC X(16) VALUE 'COVERAGE-REPORT'.
               03 FILLER           PIC X(20) VALUE './coverage-report'.
               03 FILLER           PIC X(30)
                                   VALUE 'nightly-coverage-report.log'.
           02 FILLER.
               03 FILLER           PIC X(16) VALUE 'LOG-ARCHIVE'.
               03 FILLER           PIC X(20) VALUE './log-archive'.
               03 FILLER           PIC X(30)
                                   VALUE 'nightly-log-archive.log'.
       01 STEP-TABLE REDEFINES STEP-DEFINITIONS.
           02 STEP-DEFINITION OCCURS 5 TIMES.
               03 STEP-NAME        PIC X(16).
               03 STEP-COMMAND     PIC X(20).
               03 STEP-LOG-NAME    PIC X(30).
       01 WS-STEP-COUNT            PIC 9(1) VALUE 5.

      *Where each step stands tonight.
       01 STEP-STATE-TABLE.
           02 STEP-STATE OCCURS 5 TIMES.
               03 STEP-STATUS      PIC X(8).
               03 STEP-START       PIC X(14).
               03 STEP-END         PIC X(14).
               03 STEP-EXIT        PIC 9(5).
               03 STEP-RAN-NOW     PIC X(1).
       01 WS-STEP-INDEX            PIC 9(1) VALUE 1.
       01 WS-FAILED-STEP           PIC 9(1) VALUE 0.

      *nightly-control.dat: a header line, then one line per step
      *laid out as WS-CONTROL-STEP-LINE.
       01 WS-CONTROL-HEADER.
           02 FILLER               PIC X(11) VALUE 'TMPNIGHTLY '.
           02 WS-CH-RUN-DATE       PIC X(8).
           02 FILLER               PIC X(1) VALUE SPACE.
           02 WS-CH-ATTEMPT        PIC 9(2).
           02 FILLER               PIC X(1) VALUE SPACE.
           02 WS-CH-FIRST-START    PIC X(14).
       01 WS-CONTROL-STEP-LINE.
           02 FILLER               PIC X(5) VALUE 'STEP '.
           02 WS-CS-NUMBER         PIC 9(1).
           02 FILLER               PIC X(1) VALUE SPACE.
           02 WS-CS-NAME           PIC X(16).
           02 FILLER               PIC X(1) VALUE SPACE.
           02 WS-CS-STATUS         PIC X(8).
           02 FILLER               PIC X(1) VALUE SPACE.
           02 WS-CS-START          PIC X(14).
           02 FILLER               PIC X(1) VALUE SPACE.
           02 WS-CS-END            PIC X(14).
           02 FILLER               PIC X(1) VALUE SPACE.
           02 WS-CS-EXIT           PIC 9(5).
       01 WS-CONTROL-FOUND-FLAG    PIC X(1) VALUE 'N'.
           88 WS-CONTROL-FOUND              VALUE 'Y'
                                   WHEN SET TO FALSE IS 'N'.
       01 WS-CONTROL-LINES         PIC 9(2) VALUE 0.
       01 WS-DONE-COUNT            PIC 9(1) VALUE 0.

       01 WS-TODAY                 PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE              PIC X(8) VALUE SPACES.
       01 WS-ATTEMPT               PIC 9(2) VALUE 0.
       01 WS-FIRST-START           PIC X(14) VALUE SPACES.
       01 WS-ATTEMPT-START         PIC X(14) VALUE SPACES.
       01 WS-ATTEMPT-END           PIC X(14) VALUE SPACES.

       01 WS-SYSTEM-COMMAND        PIC X(120) VALUE SPACES.
       01 WS-SYSTEM-RESULT         PIC S9(9) VALUE 0.

      *The last lines a failed step printed, for the summary.
       01 WS-TAIL-TABLE.
           02 WS-TAIL-LINE         PIC X(120) OCCURS 8 TIMES.
       01 WS-TAIL-COUNT            PIC 9(1) VALUE 0.
       01 WS-TAIL-INDEX            PIC 9(1) VALUE 0.

       01 WS-STAMP-IN              PIC X(14) VALUE SPACES.
       01 WS-STAMP-OUT             PIC X(19) VALUE SPACES.
       01 WS-STAMP-OUT-2           PIC X(19) VALUE SPACES.
       01 WS-STEP-DETAIL           PIC X(60) VALUE SPACES.
       01 WS-REPORT-BUILD          PIC X(132) VALUE SPACES.
       01 WS-DISPLAY-NUMBER        PIC ZZZZ9.
       01 WS-DISPLAY-STEP          PIC 9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Nightly batch".
           DISPLAY "=============".
           DISPLAY " ".

           ACCEPT WS-COMMAND-ARGS FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMMAND-ARGS))
               TO WS-RUN-OPTION.

           IF WS-COMMAND-ARGS NOT EQUAL SPACES
                   AND NOT WS-FORCE-FRESH AND NOT WS-FORCE-RESUME
               DISPLAY "Usage: nightly-batch [fresh | resume]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ATTEMPT-START.

           PERFORM LOAD-RUN-CONTROL.
           PERFORM DECIDE-RUN-START.

           PERFORM WRITE-RUN-CONTROL.

           MOVE 0 TO WS-FAILED-STEP.
           MOVE 1 TO WS-STEP-INDEX.
           PERFORM UNTIL WS-STEP-INDEX > WS-STEP-COUNT
                   OR WS-FAILED-STEP > 0
               PERFORM RUN-ONE-STEP
               ADD 1 TO WS-STEP-INDEX
           END-PERFORM.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ATTEMPT-END.

           PERFORM WRITE-RUN-SUMMARY.

           DISPLAY " ".
           IF WS-FAILED-STEP > 0
               MOVE WS-FAILED-STEP TO WS-DISPLAY-STEP
               DISPLAY "Stopped at step " WS-DISPLAY-STEP " ("
                       FUNCTION TRIM(STEP-NAME(WS-FAILED-STEP))
                       "); rerun tonight to resume from it."
               DISPLAY "Summary written to nightly-summary.txt."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "All steps done."
               DISPLAY "Summary written to nightly-summary.txt."
               MOVE 0 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *A control file that is missing, or not a control file, is as
      *good as a night that never started.
       LOAD-RUN-CONTROL.
           SET WS-CONTROL-FOUND TO FALSE.
           MOVE 0 TO WS-CONTROL-LINES.
           MOVE SPACES TO STEP-STATE-TABLE.

           OPEN INPUT CONTROL-FILE.

           IF WS-CONTROL-FILE-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.

           READ CONTROL-FILE
               AT END
                   SET EOF-CONTROL-REACHED TO TRUE
           END-READ.

           IF EOF-CONTROL-REACHED
                   OR CONTROL-RECORD(1:11) NOT EQUAL 'TMPNIGHTLY '
               DISPLAY "nightly-control.dat is not a run-control "
                       "file; starting a new night."
               CLOSE CONTROL-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE CONTROL-RECORD TO WS-CONTROL-HEADER.
           MOVE WS-CH-RUN-DATE TO WS-RUN-DATE.
           MOVE WS-CH-FIRST-START TO WS-FIRST-START.
           IF WS-CH-ATTEMPT IS NUMERIC
               MOVE WS-CH-ATTEMPT TO WS-ATTEMPT
           ELSE
               MOVE 1 TO WS-ATTEMPT
           END-IF.

           PERFORM UNTIL EOF-CONTROL-REACHED
               READ CONTROL-FILE
                   AT END
                       SET EOF-CONTROL-REACHED TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-CONTROL-STEP
               END-READ
           END-PERFORM.

           CLOSE CONTROL-FILE.

           IF WS-CONTROL-LINES = WS-STEP-COUNT
               SET WS-CONTROL-FOUND TO TRUE
           ELSE
               DISPLAY "nightly-control.dat is incomplete; starting "
                       "a new night."
           END-IF.

      *Step lines are matched to the step table by number and name,
      *so a control file from a different line-up is not trusted.
       LOAD-ONE-CONTROL-STEP.
           IF CONTROL-RECORD(1:5) NOT EQUAL 'STEP '
               EXIT PARAGRAPH
           END-IF.

           MOVE CONTROL-RECORD TO WS-CONTROL-STEP-LINE.

           IF WS-CS-NUMBER IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

           IF WS-CS-NUMBER < 1 OR WS-CS-NUMBER > WS-STEP-COUNT
               EXIT PARAGRAPH
           END-IF.

           IF WS-CS-NAME NOT EQUAL STEP-NAME(WS-CS-NUMBER)
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CONTROL-LINES.
           MOVE WS-CS-STATUS TO STEP-STATUS(WS-CS-NUMBER).
           MOVE WS-CS-START TO STEP-START(WS-CS-NUMBER).
           MOVE WS-CS-END TO STEP-END(WS-CS-NUMBER).
           IF WS-CS-EXIT IS NUMERIC
               MOVE WS-CS-EXIT TO STEP-EXIT(WS-CS-NUMBER)
           ELSE
               MOVE 0 TO STEP-EXIT(WS-CS-NUMBER)
           END-IF.
           MOVE 'N' TO STEP-RAN-NOW(WS-CS-NUMBER).

      *Resume or start over. An unfinished night is resumed when it
      *is tonight's (or "resume" says so); a finished one is not
      *run twice unless "fresh" says so.
       DECIDE-RUN-START.
           IF WS-FORCE-FRESH OR NOT WS-CONTROL-FOUND
               PERFORM START-NEW-NIGHT
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-DONE-COUNT.
           MOVE 1 TO WS-STEP-INDEX.
           PERFORM UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               IF STEP-STATUS(WS-STEP-INDEX) EQUAL 'DONE'
                   ADD 1 TO WS-DONE-COUNT
               END-IF
               ADD 1 TO WS-STEP-INDEX
           END-PERFORM.

           IF WS-DONE-COUNT = WS-STEP-COUNT
               IF WS-RUN-DATE EQUAL WS-TODAY
                   DISPLAY "Tonight's run already finished every "
                           "step; nothing to do."
                   DISPLAY "Use ""nightly-batch fresh"" to run the "
                           "whole chain again."
                   MOVE 0 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM START-NEW-NIGHT
               EXIT PARAGRAPH
           END-IF.

           IF WS-RUN-DATE NOT EQUAL WS-TODAY AND NOT WS-FORCE-RESUME
               DISPLAY "The run of " WS-RUN-DATE " never finished; "
                       "starting tonight's from step 1."
               DISPLAY "(Use ""nightly-batch resume"" to finish the "
                       "earlier night instead.)"
               PERFORM START-NEW-NIGHT
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ATTEMPT.

           MOVE WS-ATTEMPT TO WS-DISPLAY-NUMBER.
           DISPLAY "Resuming the run of " WS-RUN-DATE " (attempt "
                   FUNCTION TRIM(WS-DISPLAY-NUMBER) ").".

           MOVE 1 TO WS-STEP-INDEX.
           PERFORM UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               IF STEP-STATUS(WS-STEP-INDEX) EQUAL 'RUNNING'
                   MOVE WS-STEP-INDEX TO WS-DISPLAY-STEP
                   DISPLAY "Step " WS-DISPLAY-STEP " ("
                           FUNCTION TRIM(STEP-NAME(WS-STEP-INDEX))
                           ") was interrupted; it runs again."
                   MOVE 'FAILED' TO STEP-STATUS(WS-STEP-INDEX)
               END-IF
               ADD 1 TO WS-STEP-INDEX
           END-PERFORM.

           DISPLAY " ".

       START-NEW-NIGHT.
           MOVE WS-TODAY TO WS-RUN-DATE.
           MOVE 1 TO WS-ATTEMPT.
           MOVE WS-ATTEMPT-START TO WS-FIRST-START.

           MOVE 1 TO WS-STEP-INDEX.
           PERFORM UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               MOVE 'PENDING' TO STEP-STATUS(WS-STEP-INDEX)
               MOVE SPACES TO STEP-START(WS-STEP-INDEX)
               MOVE SPACES TO STEP-END(WS-STEP-INDEX)
               MOVE 0 TO STEP-EXIT(WS-STEP-INDEX)
               MOVE 'N' TO STEP-RAN-NOW(WS-STEP-INDEX)
               ADD 1 TO WS-STEP-INDEX
           END-PERFORM.

      *The whole control file is rewritten at every change of state,
      *so whatever happens to the driver it records how far the
      *night got.
       WRITE-RUN-CONTROL.
           OPEN OUTPUT CONTROL-FILE.

           IF WS-CONTROL-FILE-STATUS NOT EQUAL "00"
               DISPLAY "Cannot write nightly-control.dat; the night "
                       "cannot be tracked, so nothing is run."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-RUN-DATE TO WS-CH-RUN-DATE.
           MOVE WS-ATTEMPT TO WS-CH-ATTEMPT.
           MOVE WS-FIRST-START TO WS-CH-FIRST-START.
           MOVE WS-CONTROL-HEADER TO CONTROL-RECORD.
           WRITE CONTROL-RECORD.

           MOVE 1 TO WS-CS-NUMBER.
           PERFORM UNTIL WS-CS-NUMBER > WS-STEP-COUNT
               MOVE STEP-NAME(WS-CS-NUMBER) TO WS-CS-NAME
               MOVE STEP-STATUS(WS-CS-NUMBER) TO WS-CS-STATUS
               MOVE STEP-START(WS-CS-NUMBER) TO WS-CS-START
               MOVE STEP-END(WS-CS-NUMBER) TO WS-CS-END
               MOVE STEP-EXIT(WS-CS-NUMBER) TO WS-CS-EXIT
               MOVE WS-CONTROL-STEP-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               IF WS-CS-NUMBER = WS-STEP-COUNT
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CS-NUMBER
           END-PERFORM.

           CLOSE CONTROL-FILE.

      *One step: marked RUNNING before it starts, DONE or FAILED
      *once it returns. The shell hands back the wait status, which
      *carries the program's exit status in its high byte.
       RUN-ONE-STEP.
           MOVE WS-STEP-INDEX TO WS-DISPLAY-STEP.

           IF STEP-STATUS(WS-STEP-INDEX) EQUAL 'DONE'
               DISPLAY "Step " WS-DISPLAY-STEP ": "
                       FUNCTION TRIM(STEP-NAME(WS-STEP-INDEX))
                       " already done this night; skipped."
               EXIT PARAGRAPH
           END-IF.

           MOVE 'RUNNING' TO STEP-STATUS(WS-STEP-INDEX).
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO STEP-START(WS-STEP-INDEX).
           MOVE SPACES TO STEP-END(WS-STEP-INDEX).
           MOVE 0 TO STEP-EXIT(WS-STEP-INDEX).
           MOVE 'Y' TO STEP-RAN-NOW(WS-STEP-INDEX).
           PERFORM WRITE-RUN-CONTROL.

           DISPLAY "Step " WS-DISPLAY-STEP ": "
                   FUNCTION TRIM(STEP-NAME(WS-STEP-INDEX))
                   " ..." WITH NO ADVANCING.

           MOVE SPACES TO WS-SYSTEM-COMMAND.
           STRING FUNCTION TRIM(STEP-COMMAND(WS-STEP-INDEX))
                   DELIMITED BY SIZE
                   " > " DELIMITED BY SIZE
                   FUNCTION TRIM(STEP-LOG-NAME(WS-STEP-INDEX))
                   DELIMITED BY SIZE
                   " 2>&1" DELIMITED BY SIZE
               INTO WS-SYSTEM-COMMAND.

           CALL "SYSTEM" USING WS-SYSTEM-COMMAND.
           MOVE RETURN-CODE TO WS-SYSTEM-RESULT.
           MOVE 0 TO RETURN-CODE.

           MOVE FUNCTION CURRENT-DATE(1:14)
               TO STEP-END(WS-STEP-INDEX).

           IF WS-SYSTEM-RESULT = 0
               MOVE 'DONE' TO STEP-STATUS(WS-STEP-INDEX)
               DISPLAY " done."
               PERFORM WRITE-RUN-CONTROL
               EXIT PARAGRAPH
           END-IF.

           IF WS-SYSTEM-RESULT < 0
               MOVE 99999 TO STEP-EXIT(WS-STEP-INDEX)
           ELSE IF WS-SYSTEM-RESULT >= 256
               COMPUTE STEP-EXIT(WS-STEP-INDEX) =
                   WS-SYSTEM-RESULT / 256
           ELSE
               MOVE WS-SYSTEM-RESULT TO STEP-EXIT(WS-STEP-INDEX)
           END-IF.

           MOVE 'FAILED' TO STEP-STATUS(WS-STEP-INDEX).
           MOVE WS-STEP-INDEX TO WS-FAILED-STEP.
           PERFORM WRITE-RUN-CONTROL.

           MOVE STEP-EXIT(WS-STEP-INDEX) TO WS-DISPLAY-NUMBER.
           DISPLAY " FAILED (exit status "
                   FUNCTION TRIM(WS-DISPLAY-NUMBER) "); see "
                   FUNCTION TRIM(STEP-LOG-NAME(WS-STEP-INDEX)) ".".

      *The one-page summary: the night, a line per step, the
      *verdict and - on a failure - the last lines the failed step
      *printed, so the cause is on the page that gets filed.
       WRITE-RUN-SUMMARY.
           OPEN OUTPUT REPORT-FILE.

           IF WS-REPORT-FILE-STATUS NOT EQUAL "00"
               DISPLAY "Cannot write nightly-summary.txt."
               EXIT PARAGRAPH
           END-IF.

           MOVE "Nightly batch run summary" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "=========================" TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE WS-ATTEMPT TO WS-DISPLAY-NUMBER.
           MOVE SPACES TO WS-REPORT-BUILD.
           STRING "Night of " DELIMITED BY SIZE
                   WS-RUN-DATE(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-RUN-DATE(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-RUN-DATE(7:2) DELIMITED BY SIZE
                   ", attempt " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DISPLAY-NUMBER) DELIMITED BY SIZE
               INTO WS-REPORT-BUILD.
           MOVE WS-REPORT-BUILD TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE WS-FIRST-START TO WS-STAMP-IN.
           PERFORM FORMAT-STAMP.
           MOVE SPACES TO WS-REPORT-BUILD.
           STRING "First attempt started " DELIMITED BY SIZE
                   WS-STAMP-OUT DELIMITED BY SIZE
               INTO WS-REPORT-BUILD.
           MOVE WS-REPORT-BUILD TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE WS-ATTEMPT-START TO WS-STAMP-IN.
           PERFORM FORMAT-STAMP.
           MOVE WS-STAMP-OUT TO WS-STAMP-OUT-2.
           MOVE WS-ATTEMPT-END TO WS-STAMP-IN.
           PERFORM FORMAT-STAMP.
           MOVE SPACES TO WS-REPORT-BUILD.
           STRING "This attempt ran " DELIMITED BY SIZE
                   WS-STAMP-OUT-2 DELIMITED BY SIZE
                   " to " DELIMITED BY SIZE
                   WS-STAMP-OUT DELIMITED BY SIZE
               INTO WS-REPORT-BUILD.
           MOVE WS-REPORT-BUILD TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO WS-REPORT-BUILD.
           STRING "Step  Program          Status    "
                   DELIMITED BY SIZE
                   "Started              Ended                "
                   DELIMITED BY SIZE
                   "Detail" DELIMITED BY SIZE
               INTO WS-REPORT-BUILD.
           MOVE WS-REPORT-BUILD TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE ALL "-" TO REPORT-RECORD(1:110).
           WRITE REPORT-RECORD.

           MOVE 1 TO WS-STEP-INDEX.
           PERFORM UNTIL WS-STEP-INDEX > WS-STEP-COUNT
               PERFORM WRITE-SUMMARY-STEP-LINE
               ADD 1 TO WS-STEP-INDEX
           END-PERFORM.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM WRITE-SUMMARY-VERDICT.

           CLOSE REPORT-FILE.

       WRITE-SUMMARY-STEP-LINE.
           MOVE SPACES TO WS-STEP-DETAIL.

           IF STEP-STATUS(WS-STEP-INDEX) EQUAL 'DONE'
               IF STEP-RAN-NOW(WS-STEP-INDEX) EQUAL 'Y'
                   MOVE "completed" TO WS-STEP-DETAIL
               ELSE
                   MOVE "completed on an earlier attempt"
                       TO WS-STEP-DETAIL
               END-IF
           ELSE IF STEP-STATUS(WS-STEP-INDEX) EQUAL 'FAILED'
               MOVE STEP-EXIT(WS-STEP-INDEX) TO WS-DISPLAY-NUMBER
               STRING "exit status " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DISPLAY-NUMBER)
                       DELIMITED BY SIZE
                       "; see " DELIMITED BY SIZE
                       FUNCTION TRIM(STEP-LOG-NAME(WS-STEP-INDEX))
                       DELIMITED BY SIZE
                   INTO WS-STEP-DETAIL
           ELSE
               MOVE WS-FAILED-STEP TO WS-DISPLAY-STEP
               STRING "not run: step " DELIMITED BY SIZE
                       WS-DISPLAY-STEP DELIMITED BY SIZE
                       " failed" DELIMITED BY SIZE
                   INTO WS-STEP-DETAIL
           END-IF.

           MOVE SPACES TO WS-STAMP-OUT-2.
           IF STEP-START(WS-STEP-INDEX) NOT EQUAL SPACES
               MOVE STEP-START(WS-STEP-INDEX) TO WS-STAMP-IN
               PERFORM FORMAT-STAMP
               MOVE WS-STAMP-OUT TO WS-STAMP-OUT-2
           END-IF.

           MOVE SPACES TO WS-STAMP-OUT.
           IF STEP-END(WS-STEP-INDEX) NOT EQUAL SPACES
               MOVE STEP-END(WS-STEP-INDEX) TO WS-STAMP-IN
               PERFORM FORMAT-STAMP
           END-IF.

           MOVE WS-STEP-INDEX TO WS-DISPLAY-STEP.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-DISPLAY-STEP TO REPORT-RECORD(1:1).
           MOVE STEP-NAME(WS-STEP-INDEX) TO REPORT-RECORD(7:16).
           MOVE STEP-STATUS(WS-STEP-INDEX) TO REPORT-RECORD(24:8).
           MOVE WS-STAMP-OUT-2 TO REPORT-RECORD(34:19).
           MOVE WS-STAMP-OUT TO REPORT-RECORD(55:19).
           MOVE WS-STEP-DETAIL TO REPORT-RECORD(76:57).
           WRITE REPORT-RECORD.

       WRITE-SUMMARY-VERDICT.
           IF WS-FAILED-STEP = 0
               MOVE SPACES TO WS-REPORT-BUILD
               STRING "Result: every step done; the night's reports "
                       DELIMITED BY SIZE
                       "are published and session.log is rotated."
                       DELIMITED BY SIZE
                   INTO WS-REPORT-BUILD
               MOVE WS-REPORT-BUILD TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-FAILED-STEP TO WS-DISPLAY-STEP.
           MOVE SPACES TO WS-REPORT-BUILD.
           STRING "Result: stopped at step " DELIMITED BY SIZE
                   WS-DISPLAY-STEP DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(STEP-NAME(WS-FAILED-STEP))
                   DELIMITED BY SIZE
                   "). Fix the cause and rerun nightly-batch "
                   DELIMITED BY SIZE
                   "tonight; it resumes from this step."
                   DELIMITED BY SIZE
               INTO WS-REPORT-BUILD.
           MOVE WS-REPORT-BUILD TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           IF WS-FAILED-STEP <= 2
               MOVE SPACES TO WS-REPORT-BUILD
               STRING "The night's reports were not published and "
                       DELIMITED BY SIZE
                       "session.log was not rotated."
                       DELIMITED BY SIZE
                   INTO WS-REPORT-BUILD
               MOVE WS-REPORT-BUILD TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           IF WS-FAILED-STEP = 2
               MOVE SPACES TO WS-REPORT-BUILD
               STRING "The regression suite has failures; see "
                       DELIMITED BY SIZE
                       "regression-report.txt." DELIMITED BY SIZE
                   INTO WS-REPORT-BUILD
               MOVE WS-REPORT-BUILD TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           PERFORM LOAD-FAILED-STEP-TAIL.

           IF WS-TAIL-COUNT = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO WS-REPORT-BUILD.
           STRING "Last lines of " DELIMITED BY SIZE
                   FUNCTION TRIM(STEP-LOG-NAME(WS-FAILED-STEP))
                   DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
               INTO WS-REPORT-BUILD.
           MOVE WS-REPORT-BUILD TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 1 TO WS-TAIL-INDEX.
           PERFORM UNTIL WS-TAIL-INDEX > WS-TAIL-COUNT
               MOVE SPACES TO REPORT-RECORD
               MOVE WS-TAIL-LINE(WS-TAIL-INDEX) TO REPORT-RECORD(3:)
               WRITE REPORT-RECORD
               IF WS-TAIL-INDEX = WS-TAIL-COUNT
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-TAIL-INDEX
           END-PERFORM.

      *The last eight non-blank lines of the failed step's output,
      *shifted up as the file is read.
       LOAD-FAILED-STEP-TAIL.
           MOVE 0 TO WS-TAIL-COUNT.
           MOVE SPACES TO WS-TAIL-TABLE.
           MOVE STEP-LOG-NAME(WS-FAILED-STEP) TO WS-STEP-LOG-FILENAME.
           MOVE 'N' TO WS-EOF-STEP-LOG-FLAG.

           OPEN INPUT STEP-LOG-FILE.

           IF WS-STEP-LOG-STATUS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL EOF-STEP-LOG-REACHED
               READ STEP-LOG-FILE
                   AT END
                       SET EOF-STEP-LOG-REACHED TO TRUE
                   NOT AT END
                       IF STEP-LOG-RECORD NOT EQUAL SPACES
                           PERFORM KEEP-TAIL-LINE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE STEP-LOG-FILE.

       KEEP-TAIL-LINE.
           IF WS-TAIL-COUNT < 8
               ADD 1 TO WS-TAIL-COUNT
               MOVE STEP-LOG-RECORD TO WS-TAIL-LINE(WS-TAIL-COUNT)
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-TAIL-INDEX.
           PERFORM UNTIL WS-TAIL-INDEX = 8
               MOVE WS-TAIL-LINE(WS-TAIL-INDEX + 1)
                   TO WS-TAIL-LINE(WS-TAIL-INDEX)
               ADD 1 TO WS-TAIL-INDEX
           END-PERFORM.
           MOVE STEP-LOG-RECORD TO WS-TAIL-LINE(8).

      *YYYYMMDDHHMMSS as "YYYY-MM-DD HH:MM:SS".
       FORMAT-STAMP.
           MOVE SPACES TO WS-STAMP-OUT.

           IF WS-STAMP-IN EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.

           STRING WS-STAMP-IN(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-STAMP-IN(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-STAMP-IN(7:2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-STAMP-IN(9:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-STAMP-IN(11:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-STAMP-IN(13:2) DELIMITED BY SIZE
               INTO WS-STAMP-OUT.
