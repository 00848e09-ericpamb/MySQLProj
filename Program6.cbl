      *> separately by BCS_NAME + BCS_TEL, and reports
      *> any group with more than one BCS_PID so the
      *> duplicates can be merged or flagged before a
      *> mailing or statement goes out twice. A
      *> duplicated SIN prints through the shared
      *> masking rule (Program32).
      *> The night's group counts are posted to
      *> the data-quality metrics table (through
      *> Program39) for the scorecard.
      *> -------------------------------------------

       ENVIRONMENT DIVISION.
           88 RUN-CLEAR-TO-START               VALUE "Y".
           88 RUN-HELD-BY-MAINT                VALUE "N".

      *> SIN masking lives in Program32 so every report prints a
      *> SIN the same way - the last three digits, unless this is
      *> an authorized unmasked run written to the disclosure log
       01 WS-SM-FUNCTION           PIC X(1).
       01 WS-SM-PROGRAM            PIC X(10) VALUE "PROGRAM6".
       01 WS-SM-SIN-IN             PIC X(9).
       01 WS-SM-SIN-OUT            PIC X(9).

      *> data-quality metrics posting lives in Program39 so every
      *> validation program records its nightly exception counts
      *> the same way, for the scorecard to trend
       01 WS-DQ-FUNCTION           PIC X(1).
       01 WS-DQ-PROGRAM            PIC X(10) VALUE "PROGRAM6".
       01 WS-DQ-CATEGORY           PIC X(20).
       01 WS-DQ-COUNT              PIC 9(7)  VALUE ZERO.
       01 WS-DQ-RESULT-SW          PIC X(1)  VALUE "Y".
           88 METRIC-NOT-POSTED                VALUE "E".
       01 WS-DQ-INCOMPLETE-SW      PIC X(1)  VALUE "N".
           88 METRICS-INCOMPLETE               VALUE "Y".

           EXEC SQL BEGIN DECLARE SECTION  END-EXEC
       *> Put your host variables here if you need to port
       *> to other COBOL compilers
           PERFORM Write-Audit-Trailer
           CLOSE DUP-AUDIT-RPT

           PERFORM Post-Quality-Metrics

           COMPUTE WS-RC-ROW-COUNT =
               WS-SIN-DUP-COUNT + WS-NAMETEL-DUP-COUNT
           MOVE ZERO TO WS-RC-RETCODE
           MOVE 99 TO WS-LINE-CTR
           MOVE ZERO TO WS-PAGE-NO
           MOVE ZERO TO WS-SIN-DUP-COUNT
           MOVE ZERO TO WS-NAMETEL-DUP-COUNT
           MOVE "I" TO WS-SM-FUNCTION
           CALL "Program32" USING WS-SM-FUNCTION, WS-SM-PROGRAM,
               WS-SM-SIN-IN, WS-SM-SIN-OUT

           MOVE "I" TO WS-DQ-FUNCTION
           CALL "Program39" USING WS-DQ-FUNCTION, WS-DQ-PROGRAM,
               WS-DQ-CATEGORY, WS-DQ-COUNT, WS-DQ-RESULT-SW
           IF METRIC-NOT-POSTED
               SET METRICS-INCOMPLETE TO TRUE
           END-IF.

       Audit-Duplicate-Sins Section.

                  MOVE SQLCODE TO WS-SAVE-SQLCODE
                  PERFORM Build-Sin-Pid-List
                  MOVE WS-SAVE-SQLCODE TO SQLCODE
                  MOVE WS-DUP-SIN TO WS-SM-SIN-IN
                  PERFORM Mask-Sin
                  MOVE SPACES TO RD-KEY
                  STRING "SIN=" WS-SM-SIN-OUT DELIMITED BY SIZE
                      INTO RD-KEY
                  END-STRING
                  MOVE WS-PID-LIST TO RD-PIDS
             CLOSE CSR-NAMETEL-PIDS
           END-EXEC.

       Mask-Sin Section.

           MOVE "M" TO WS-SM-FUNCTION
           CALL "Program32" USING WS-SM-FUNCTION, WS-SM-PROGRAM,
               WS-SM-SIN-IN, WS-SM-SIN-OUT.

      *> the exception report is already written, so a metrics
      *> table that cannot be updated is a warning, not a failure -
      *> the scorecard shows the night as not run
       Post-Quality-Metrics Section.

           MOVE "DUP SIN GROUPS" TO WS-DQ-CATEGORY
           MOVE WS-SIN-DUP-COUNT TO WS-DQ-COUNT
           PERFORM Post-One-Metric

           MOVE "DUP NAME/TEL GROUPS" TO WS-DQ-CATEGORY
           MOVE WS-NAMETEL-DUP-COUNT TO WS-DQ-COUNT
           PERFORM Post-One-Metric

           IF METRICS-INCOMPLETE
               DISPLAY "WARNING - PROGRAM6 DATA-QUALITY METRICS NOT "
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

       Write-Audit-Headings Section.

           ADD 1 TO WS-PAGE-NO
