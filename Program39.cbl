      $SET XDB sourceformat(variable)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program39.

      *> -------------------------------------------
      *> Callable data-quality metrics posting. The
      *> validation programs (SIN check, duplicate
      *> audit, state/country check and the
      *> telephone/email check) post their nightly
      *> exception counts here, one call per
      *> category, so every count lands in
      *> MFUSER.BNKDQMET the same way and the
      *> scorecard (Program40) can trend them.
      *> Two functions:
      *>   I - initialize: called once at the start
      *>       of the caller's run. Fixes the run
      *>       date and counts the BNKCUST rows, so
      *>       every category of the run is rated
      *>       against the same customer count.
      *>   P - post: replace the caller's row for
      *>       today and the category passed with
      *>       the count passed.
      *> The result is Y when the call did its work
      *> and E when it did not. Metrics are a
      *> by-product of the validation run, so the
      *> caller warns and carries on - the
      *> exception report itself is still good.
      *> -------------------------------------------

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA  END-EXEC.

      *> after an sql error this has the full message text
       01 MFSQLMESSAGETEXT  PIC X(250).

       01 WS-READY-SW               PIC X(1)  VALUE "N".
           88 METRICS-READY                    VALUE "Y".

       01 WS-RUN-DATE.
           05 WS-RUN-DATE-YYYY      PIC 9(4).
           05 WS-RUN-DATE-MM        PIC 9(2).
           05 WS-RUN-DATE-DD        PIC 9(2).

       01 WS-RUN-TIME.
           05 WS-RUN-TIME-HH        PIC 9(2).
           05 WS-RUN-TIME-MM        PIC 9(2).
           05 WS-RUN-TIME-SS        PIC 9(2).
           05 WS-RUN-TIME-HS        PIC 9(2).

           EXEC SQL BEGIN DECLARE SECTION  END-EXEC
       *> Put your host variables here if you need to port
       *> to other COBOL compilers
            EXEC SQL INCLUDE BNKDQMET END-EXEC.

            01 WS-RUN-DATE-HV     PIC X(10).
            01 WS-CUST-COUNT      PIC S9(9) COMP-5.

           EXEC SQL END DECLARE SECTION END-EXEC

       LINKAGE SECTION.

       01 LK-DQ-FUNCTION         PIC X(1).
           88 LK-FUNC-INIT                   VALUE "I".
           88 LK-FUNC-POST                   VALUE "P".
       01 LK-DQ-PROGRAM          PIC X(10).
       01 LK-DQ-CATEGORY         PIC X(20).
       01 LK-DQ-COUNT            PIC 9(7).
       01 LK-DQ-RESULT-SW        PIC X(1).
           88 LK-METRIC-POSTED               VALUE "Y".
           88 LK-METRIC-FAILED               VALUE "E".

       PROCEDURE DIVISION USING LK-DQ-FUNCTION, LK-DQ-PROGRAM,
           LK-DQ-CATEGORY, LK-DQ-COUNT, LK-DQ-RESULT-SW.

       Main-Line Section.

           EXEC SQL
               WHENEVER SQLERROR GOTO Sql-Error-Exit
            END-EXEC

           SET LK-METRIC-POSTED TO TRUE

           EVALUATE TRUE
               WHEN LK-FUNC-INIT
                   PERFORM Initialize-Metrics
               WHEN LK-FUNC-POST
                   PERFORM Post-One-Metric
               WHEN OTHER
                   DISPLAY "PROGRAM39 - INVALID FUNCTION '"
                       LK-DQ-FUNCTION "'"
                   SET LK-METRIC-FAILED TO TRUE
           END-EVALUATE

           GOBACK.

       Initialize-Metrics Section.

           MOVE "N" TO WS-READY-SW

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RUN-DATE-HV
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-RUN-DATE-HV
           END-STRING

           MOVE ZERO TO WS-CUST-COUNT
           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-CUST-COUNT
               FROM MFUSER.BNKCUST
           END-EXEC

           SET METRICS-READY TO TRUE.

      *> delete-then-insert so a program rerun on the same night
      *> leaves one row per category, carrying the rerun's count
       Post-One-Metric Section.

           IF NOT METRICS-READY
               DISPLAY "PROGRAM39 - POST BEFORE INITIALIZE FOR "
                   LK-DQ-PROGRAM
               SET LK-METRIC-FAILED TO TRUE
           ELSE
               ACCEPT WS-RUN-TIME FROM TIME
               MOVE WS-RUN-DATE-HV  TO BNKDQMET-DQM-RUN-DATE
               MOVE LK-DQ-PROGRAM   TO BNKDQMET-DQM-PROGRAM
               MOVE LK-DQ-CATEGORY  TO BNKDQMET-DQM-CATEGORY
               MOVE LK-DQ-COUNT     TO BNKDQMET-DQM-EXCEPT-COUNT
               MOVE WS-CUST-COUNT   TO BNKDQMET-DQM-CUST-COUNT
               MOVE SPACES TO BNKDQMET-DQM-POST-TIME
               STRING WS-RUN-TIME-HH ":" WS-RUN-TIME-MM ":"
                   WS-RUN-TIME-SS DELIMITED BY SIZE
                   INTO BNKDQMET-DQM-POST-TIME
               END-STRING

               EXEC SQL
                   DELETE FROM MFUSER.BNKDQMET
                    WHERE DQM_RUN_DATE = :BNKDQMET-DQM-RUN-DATE
                      AND DQM_PROGRAM  = :BNKDQMET-DQM-PROGRAM
                      AND DQM_CATEGORY = :BNKDQMET-DQM-CATEGORY
               END-EXEC

               EXEC SQL
                   INSERT INTO MFUSER.BNKDQMET
                       ( DQM_RUN_DATE, DQM_PROGRAM, DQM_CATEGORY
                       , DQM_EXCEPT_COUNT, DQM_CUST_COUNT
                       , DQM_POST_TIME )
                   VALUES
                       ( :BNKDQMET-DQM-RUN-DATE
                       , :BNKDQMET-DQM-PROGRAM
                       , :BNKDQMET-DQM-CATEGORY
                       , :BNKDQMET-DQM-EXCEPT-COUNT
                       , :BNKDQMET-DQM-CUST-COUNT
                       , :BNKDQMET-DQM-POST-TIME )
               END-EXEC
           END-IF.

       Sql-Error-Exit Section.

            display "SQL Error = " sqlstate " " sqlcode
            display MFSQLMESSAGETEXT
            DISPLAY "PROGRAM39 - BNKDQMET NOT UPDATED FOR "
                LK-DQ-PROGRAM
            SET LK-METRIC-FAILED TO TRUE
            GOBACK.
