      *> through the maintenance program's edits and
      *> audit trail instead of one customer at a
      *> time.
      *> The night's telephone and email exception
      *> counts, and the count of rows needing a
      *> correction, are posted to the data-quality
      *> metrics table (through Program39) for the
      *> scorecard.
      *> -------------------------------------------

       ENVIRONMENT DIVISION.

       01 WS-BLANK-LINE             PIC X(132) VALUE SPACE.

      *> data-quality metrics posting lives in Program39 so every
      *> validation program records its nightly exception counts
      *> the same way, for the scorecard to trend
       01 WS-DQ-FUNCTION           PIC X(1).
       01 WS-DQ-PROGRAM            PIC X(10) VALUE "PROGRAM19".
       01 WS-DQ-CATEGORY           PIC X(20).
       01 WS-DQ-COUNT              PIC 9(7)  VALUE ZERO.
       01 WS-DQ-RESULT-SW          PIC X(1)  VALUE "Y".
           88 METRIC-NOT-POSTED                VALUE "E".
       01 WS-DQ-INCOMPLETE-SW      PIC X(1)  VALUE "N".
           88 METRICS-INCOMPLETE               VALUE "Y".

           EXEC SQL BEGIN DECLARE SECTION  END-EXEC
       *> Put your host variables here if you need to port
       *> to other COBOL compilers
           CLOSE TEL-EMAIL-RPT
           CLOSE FIX-TRANS-FILE

           PERFORM Post-Quality-Metrics

           EXIT PROGRAM.
           STOP RUN.

           MOVE ZERO TO WS-CUST-COUNT
           MOVE ZERO TO WS-TEL-EXCEPT-COUNT
           MOVE ZERO TO WS-EMAIL-EXCEPT-COUNT
           MOVE ZERO TO WS-FIX-COUNT

           MOVE "I" TO WS-DQ-FUNCTION
           CALL "Program39" USING WS-DQ-FUNCTION, WS-DQ-PROGRAM,
               WS-DQ-CATEGORY, WS-DQ-COUNT, WS-DQ-RESULT-SW
           IF METRIC-NOT-POSTED
               SET METRICS-INCOMPLETE TO TRUE
           END-IF.

       Validate-Customer-Contact Section.


           ADD 1 TO WS-FIX-COUNT.

      *> the exception report is already written, so a metrics
      *> table that cannot be updated is a warning, not a failure -
      *> the scorecard shows the night as not run
       Post-Quality-Metrics Section.

           MOVE "TEL INVALID" TO WS-DQ-CATEGORY
           MOVE WS-TEL-EXCEPT-COUNT TO WS-DQ-COUNT
           PERFORM Post-One-Metric

           MOVE "EMAIL INVALID" TO WS-DQ-CATEGORY
           MOVE WS-EMAIL-EXCEPT-COUNT TO WS-DQ-COUNT
           PERFORM Post-One-Metric

           MOVE "TEL/EMAIL NEEDS FIX" TO WS-DQ-CATEGORY
           MOVE WS-FIX-COUNT TO WS-DQ-COUNT
           PERFORM Post-One-Metric

           IF METRICS-INCOMPLETE
               DISPLAY "WARNING - PROGRAM19 DATA-QUALITY METRICS NOT "
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

       Write-Valid-Headings Section.

           ADD 1 TO WS-PAGE-NO
