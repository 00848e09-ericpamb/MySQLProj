      *> Validates BCS_STATE/BCS_COUNTRY on every
      *> BNKCUST row against the STATECTRY reference
      *> table and reports rows whose combination is
      *> not on file. The night's exception count
      *> is posted to the data-quality metrics
      *> table (through Program39) for the
      *> scorecard.
      *> -------------------------------------------

       ENVIRONMENT DIVISION.
           88 RUN-CLEAR-TO-START               VALUE "Y".
           88 RUN-HELD-BY-MAINT                VALUE "N".

      *> data-quality metrics posting lives in Program39 so every
      *> validation program records its nightly exception counts
      *> the same way, for the scorecard to trend
       01 WS-DQ-FUNCTION           PIC X(1).
       01 WS-DQ-PROGRAM            PIC X(10) VALUE "PROGRAM7".
       01 WS-DQ-CATEGORY           PIC X(20).
       01 WS-DQ-COUNT              PIC 9(7)  VALUE ZERO.
       01 WS-DQ-RESULT-SW          PIC X(1)  VALUE "Y".
           88 METRIC-NOT-POSTED                VALUE "E".
       01 WS-DQ-INCOMPLETE-SW      PIC X(1)  VALUE "N".
           88 METRICS-INCOMPLETE               VALUE "Y".

           EXEC SQL BEGIN DECLARE SECTION  END-EXEC
       *> Put your host variables here if you need to port
       *> to other COBOL compilers
           PERFORM Write-Except-Trailer
           CLOSE STATE-EXCEPT-RPT

           PERFORM Post-Quality-Metrics

           MOVE WS-CUST-COUNT TO WS-RC-ROW-COUNT
           MOVE ZERO TO WS-RC-RETCODE
           MOVE "E" TO WS-RC-FUNCTION
           MOVE 99 TO WS-LINE-CTR
           MOVE ZERO TO WS-PAGE-NO
           MOVE ZERO TO WS-CUST-COUNT
           MOVE ZERO TO WS-EXCEPT-COUNT

           MOVE "I" TO WS-DQ-FUNCTION
           CALL "Program39" USING WS-DQ-FUNCTION, WS-DQ-PROGRAM,
               WS-DQ-CATEGORY, WS-DQ-COUNT, WS-DQ-RESULT-SW
           IF METRIC-NOT-POSTED
               SET METRICS-INCOMPLETE TO TRUE
           END-IF.

       Validate-State-Country Section.

               ADD 1 TO WS-EXCEPT-COUNT
           END-IF.

      *> the exception report is already written, so a metrics
      *> table that cannot be updated is a warning, not a failure -
      *> the scorecard shows the night as not run
       Post-Quality-Metrics Section.

           MOVE "STATE/CTRY NOT FOUND" TO WS-DQ-CATEGORY
           MOVE WS-EXCEPT-COUNT TO WS-DQ-COUNT
           PERFORM Post-One-Metric

           IF METRICS-INCOMPLETE
               DISPLAY "WARNING - PROGRAM7 DATA-QUALITY METRICS NOT "
                   "POSTED - SCORECARD WILL SHOW NO RUN"
           END-IF.

       Post-One-Metric Section.

           IF NOT METRICS-INCOMPLETE
               MOVE "P" TO WS-DQ-FUNCTION
               CALL "Program39" USING WS-DQ-FUNCTION, WS-DQ-PROGRAM,
                   WS-DQ-CATEGORY, WS-DQ-COUNT, WS-DQ-RESULT-SW
               IF METRIC-NOT-POSTED
                   SET METRICS-INCOMPLETE TO TRUE
               END-IF
           END-IF.

       Write-Except-Headings Section.

           ADD 1 TO WS-PAGE-NO
