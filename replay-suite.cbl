      *transcript line by line, and writes regression-report.txt:
      *pass or fail per script, the first differing line number
      *with both versions of that line on a failure, and a suite
      *summary to file with the release. The exit status is 4 when
      *any script failed and 8 when there was no manifest to run, so
      *the nightly batch can hold back the reports.
      *
      *Usage: replay-suite [bless] [engine-command]
      *  bless    - instead of comparing, copy each run's transcript

           IF WS-MANIFEST-FILE-STATUS NOT EQUAL "00"
               DISPLAY "replay-suite.txt not found; nothing to run."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.


           CLOSE REPORT-FILE.

           IF WS-FAIL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       PARSE-COMMAND-ARGS.
