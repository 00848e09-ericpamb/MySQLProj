      *> Scans BNKCUST and flags any BCS_SIN that is
      *> not 9 numeric digits, or that fails the
      *> standard Luhn-style SIN checksum, into an
      *> exceptions report keyed by BCS_PID. The
      *> SIN prints through the shared masking rule
      *> (Program32) - last three digits only.
      *> The night's count for each reason is
      *> posted to the data-quality metrics table
      *> (through Program39) for the scorecard.
      *> -------------------------------------------

       ENVIRONMENT DIVISION.
       01 WS-LINE-CTR              PIC 9(3)  VALUE 99.
       01 WS-LINES-PER-PAGE        PIC 9(3)  VALUE 55.
       01 WS-EXCEPT-COUNT          PIC 9(7)  VALUE ZERO.
       01 WS-NOT-NUMERIC-COUNT     PIC 9(7)  VALUE ZERO.
       01 WS-ALL-ZEROS-COUNT       PIC 9(7)  VALUE ZERO.
       01 WS-CHECKSUM-COUNT        PIC 9(7)  VALUE ZERO.

       01 WS-SIN-WORK.
           05 WS-SIN-DIGIT          PIC 9  OCCURS 9 TIMES.
           88 RUN-CLEAR-TO-START               VALUE "Y".
           88 RUN-HELD-BY-MAINT                VALUE "N".

      *> SIN masking lives in Program32 so every report prints a
      *> SIN the same way - the last three digits, unless this is
      *> an authorized unmasked run written to the disclosure log
       01 WS-SM-FUNCTION           PIC X(1).
       01 WS-SM-PROGRAM            PIC X(10) VALUE "PROGRAM4".
       01 WS-SM-SIN-IN             PIC X(9).
       01 WS-SM-SIN-OUT            PIC X(9).

      *> data-quality metrics posting lives in Program39 so every
      *> validation program records its nightly exception counts
      *> the same way, for the scorecard to trend
       01 WS-DQ-FUNCTION           PIC X(1).
       01 WS-DQ-PROGRAM            PIC X(10) VALUE "PROGRAM4".
       01 WS-DQ-CATEGORY           PIC X(20).
       01 WS-DQ-COUNT              PIC 9(7)  VALUE ZERO.
       01 WS-DQ-RESULT-SW          PIC X(1)  VALUE "Y".
           88 METRIC-NOT-POSTED                VALUE "E".
       01 WS-DQ-INCOMPLETE-SW      PIC X(1)  VALUE "N".
           88 METRICS-INCOMPLETE               VALUE "Y".

           EXEC SQL BEGIN DECLARE SECTION  END-EXEC
       *> Put your host variables here if you need to port
       *> to other COBOL compilers
           PERFORM Write-Exception-Trailer
           CLOSE SIN-EXCEPT-RPT

           PERFORM Post-Quality-Metrics

           MOVE WS-EXCEPT-COUNT TO WS-RC-ROW-COUNT
           MOVE ZERO TO WS-RC-RETCODE
           MOVE "E" TO WS-RC-FUNCTION

           MOVE 99 TO WS-LINE-CTR
           MOVE ZERO TO WS-PAGE-NO
           MOVE ZERO TO WS-EXCEPT-COUNT
           MOVE ZERO TO WS-NOT-NUMERIC-COUNT
           MOVE ZERO TO WS-ALL-ZEROS-COUNT
           MOVE ZERO TO WS-CHECKSUM-COUNT
           MOVE "I" TO WS-SM-FUNCTION
           CALL "Program32" USING WS-SM-FUNCTION, WS-SM-PROGRAM,
               WS-SM-SIN-IN, WS-SM-SIN-OUT

           MOVE "I" TO WS-DQ-FUNCTION
           CALL "Program39" USING WS-DQ-FUNCTION, WS-DQ-PROGRAM,
               WS-DQ-CATEGORY, WS-DQ-COUNT, WS-DQ-RESULT-SW
           IF METRIC-NOT-POSTED
               SET METRICS-INCOMPLETE TO TRUE
           END-IF.

       Write-Exception-Headings Section.

           IF WS-SIN-TEXT NOT NUMERIC
               SET SIN-IS-INVALID TO TRUE
               MOVE "NOT 9 NUMERIC DIGITS" TO WS-SIN-REASON
               ADD 1 TO WS-NOT-NUMERIC-COUNT
           ELSE
               IF WS-SIN-TEXT = "000000000"
                   SET SIN-IS-INVALID TO TRUE
                   MOVE "ALL ZEROS" TO WS-SIN-REASON
                   ADD 1 TO WS-ALL-ZEROS-COUNT
               ELSE
                   MOVE ZERO TO WS-SIN-SUM
                   PERFORM VARYING WS-SIN-IDX FROM 1 BY 1
                   IF FUNCTION MOD(WS-SIN-SUM, 10) NOT = 0
                       SET SIN-IS-INVALID TO TRUE
                       MOVE "FAILS SIN CHECKSUM" TO WS-SIN-REASON
                       ADD 1 TO WS-CHECKSUM-COUNT
                   END-IF
               END-IF
           END-IF.
           END-IF

           MOVE BNKCUST-BCS-PID  TO RD-PID
           MOVE BNKCUST-BCS-SIN TO WS-SM-SIN-IN
           PERFORM Mask-Sin
           MOVE WS-SM-SIN-OUT TO RD-SIN
           MOVE WS-SIN-REASON    TO RD-REASON

           WRITE SIN-EXCEPT-RPT-LINE FROM RPT-DETAIL
           ADD 1 TO WS-LINE-CTR
           ADD 1 TO WS-EXCEPT-COUNT.

       Mask-Sin Section.

           MOVE "M" TO WS-SM-FUNCTION
           CALL "Program32" USING WS-SM-FUNCTION, WS-SM-PROGRAM,
               WS-SM-SIN-IN, WS-SM-SIN-OUT.

      *> the exception report is already written, so a metrics
      *> table that cannot be updated is a warning, not a failure -
      *> the scorecard shows the night as not run
       Post-Quality-Metrics Section.

           MOVE "SIN NOT 9 DIGITS" TO WS-DQ-CATEGORY
           MOVE WS-NOT-NUMERIC-COUNT TO WS-DQ-COUNT
           PERFORM Post-One-Metric

           MOVE "SIN ALL ZEROS" TO WS-DQ-CATEGORY
           MOVE WS-ALL-ZEROS-COUNT TO WS-DQ-COUNT
           PERFORM Post-One-Metric

           MOVE "SIN FAILS CHECKSUM" TO WS-DQ-CATEGORY
           MOVE WS-CHECKSUM-COUNT TO WS-DQ-COUNT
           PERFORM Post-One-Metric

           IF METRICS-INCOMPLETE
               DISPLAY "WARNING - PROGRAM4 DATA-QUALITY METRICS NOT "
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

       Write-Exception-Trailer Section.

           IF WS-PAGE-NO = 0
