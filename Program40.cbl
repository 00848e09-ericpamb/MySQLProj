      $SET XDB sourceformat(variable)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program40.

      *> -------------------------------------------
      *> Data-quality scorecard. The validation
      *> programs post their exception counts by
      *> category to MFUSER.BNKDQMET each night
      *> (through Program39), with the BNKCUST row
      *> count of the run. This report prints, for
      *> every program and category posted in the
      *> period, the count and the rate (exceptions
      *> per hundred customers) for today, for the
      *> same day last week and for the same day
      *> four weeks ago, so management can see
      *> whether data quality is getting better or
      *> worse. A night a program did not run shows
      *> NO RUN.
      *> DQSCORE.CTL holds the tolerances, one
      *> record per category: program (10),
      *> category (20) and the highest acceptable
      *> rate as five digits with two decimals
      *> (00250 is 2.50 per hundred). A category
      *> whose rate today is over its tolerance is
      *> flagged OVER, or OVER - NEW when it was
      *> within tolerance (or not run) last week.
      *> A category with no tolerance is never
      *> flagged; a record that does not parse
      *> stops the run.
      *> -------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TOLERANCE-CTL-FILE ASSIGN TO "DQSCORE.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT SCORECARD-RPT ASSIGN TO "DQSCORE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TOLERANCE-CTL-FILE
           RECORDING MODE IS F.
       01  TOLERANCE-CTL-RECORD.
           05 TC-PROGRAM            PIC X(10).
           05 TC-CATEGORY           PIC X(20).
           05 TC-MAX-RATE           PIC X(5).
           05 TC-MAX-RATE-NUM REDEFINES TC-MAX-RATE PIC 9(3)V99.

       FD  SCORECARD-RPT
           RECORDING MODE IS F.
       01  SCORECARD-RPT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA  END-EXEC.

      *> after an sql error this has the full message text
       01 MFSQLMESSAGETEXT  PIC X(250).

       01 WS-CTL-FILE-STATUS        PIC X(2).
           88 CTL-FILE-OK                      VALUE "00".

       01 WS-CTL-EOF-SW             PIC X(1)  VALUE "N".
           88 CTL-AT-EOF                       VALUE "Y".

       01 WS-CTL-ERROR-SW           PIC X(1)  VALUE "N".
           88 CTL-HAS-ERROR                    VALUE "Y".

       01 WS-RUN-DATE.
           05 WS-RUN-DATE-YYYY      PIC 9(4).
           05 WS-RUN-DATE-MM        PIC 9(2).
           05 WS-RUN-DATE-DD        PIC 9(2).

       01 WS-RUN-DATE-FMT          PIC X(10).

      *> the comparison dates are worked out in day numbers and
      *> turned back into dashed dates for the lookups
       01 WS-DATE-DIGITS           PIC 9(8).
       01 WS-DATE-PARTS REDEFINES WS-DATE-DIGITS.
           05 WS-DATE-YYYY          PIC 9(4).
           05 WS-DATE-MM            PIC 9(2).
           05 WS-DATE-DD            PIC 9(2).
       01 WS-TODAY-INT             PIC S9(9) COMP-5.
       01 WS-BACK-INT              PIC S9(9) COMP-5.

       01 WS-PAGE-NO               PIC 9(4)  VALUE ZERO.
       01 WS-LINE-CTR              PIC 9(3)  VALUE 99.
       01 WS-LINES-PER-PAGE        PIC 9(3)  VALUE 55.
       01 WS-CATEGORY-COUNT        PIC 9(7)  VALUE ZERO.
       01 WS-OVER-COUNT            PIC 9(7)  VALUE ZERO.

      *> tolerances from DQSCORE.CTL
       01 WS-TOL-MAX               PIC 9(5)  COMP-5 VALUE 200.
       01 WS-TOL-COUNT             PIC 9(5)  COMP-5 VALUE ZERO.
       01 WS-TOL-IDX               PIC 9(5)  COMP-5.
       01 WS-TOL-TABLE.
           05 WS-TOL-ENTRY OCCURS 200 TIMES.
              10 TT-PROGRAM         PIC X(10).
              10 TT-CATEGORY        PIC X(20).
              10 TT-MAX-RATE        PIC 9(3)V99.

       01 WS-TOL-FOUND-SW          PIC X(1).
           88 TOLERANCE-FOUND                  VALUE "Y".
       01 WS-TOL-RATE              PIC 9(3)V99.

      *> one period's figures for the category being printed -
      *> 1 today, 2 last week, 3 four weeks ago
       01 WS-PERIOD-IDX            PIC 9(1)  COMP-5.
       01 WS-PERIOD-TABLE.
           05 WS-PERIOD OCCURS 3 TIMES.
              10 PD-DATE            PIC X(10).
              10 PD-RUN-SW          PIC X(1).
                 88 PD-WAS-RUN                VALUE "Y".
              10 PD-COUNT           PIC 9(7).
              10 PD-RATE            PIC 9(3)V99.

       01 WS-SAVE-SQLCODE           PIC S9(9) COMP-5.

       01 WS-EDIT-COUNT            PIC Z,ZZZ,ZZ9.
       01 WS-EDIT-RATE             PIC ZZ9.99.

       01 RPT-HEADER-1.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(30)  VALUE
               "DATA QUALITY SCORECARD".
           05 FILLER                PIC X(10)  VALUE SPACE.
           05 RH1-RUN-DATE          PIC X(10).
           05 FILLER                PIC X(10)  VALUE SPACE.
           05 FILLER                PIC X(5)   VALUE "PAGE ".
           05 RH1-PAGE-NO           PIC ZZZ9.

       01 RPT-HEADER-2.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(34)  VALUE SPACE.
           05 FILLER                PIC X(6)   VALUE "TODAY ".
           05 RH2-DATE-1            PIC X(10).
           05 FILLER                PIC X(4)   VALUE SPACE.
           05 FILLER                PIC X(4)   VALUE "WK-1".
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RH2-DATE-2            PIC X(10).
           05 FILLER                PIC X(4)   VALUE SPACE.
           05 FILLER                PIC X(4)   VALUE "WK-4".
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RH2-DATE-3            PIC X(10).

       01 RPT-HEADER-3.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(10)  VALUE "PROGRAM".
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 FILLER                PIC X(20)  VALUE "CATEGORY".
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 FILLER                PIC X(20)  VALUE
               "    COUNT    RATE   ".
           05 FILLER                PIC X(20)  VALUE
               "    COUNT    RATE   ".
           05 FILLER                PIC X(20)  VALUE
               "    COUNT    RATE   ".
           05 FILLER                PIC X(8)   VALUE "   TOL  ".
           05 FILLER                PIC X(4)   VALUE "FLAG".

       01 RPT-HEADER-4.
           05 FILLER                PIC X(132) VALUE ALL "-".

       01 RPT-DETAIL.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RD-PROGRAM            PIC X(10).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RD-CATEGORY           PIC X(20).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RD-PERIOD OCCURS 3 TIMES.
              10 RD-COUNT           PIC X(9).
              10 FILLER             PIC X(2).
              10 RD-RATE            PIC X(6).
              10 FILLER             PIC X(3).
           05 RD-TOLERANCE          PIC X(6).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RD-FLAG               PIC X(12).

       01 RPT-NO-METRICS.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(40)  VALUE
               "NO METRICS POSTED FOR THESE DATES".

       01 RPT-TRAILER.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(15)  VALUE "END OF REPORT".
           05 RT-CATEGORY-COUNT     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(13)  VALUE " CATEGORIES,".
           05 RT-OVER-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(15)  VALUE
               " OVER TOLERANCE".

       01 WS-BLANK-LINE             PIC X(132) VALUE SPACE.

      *> report lines are staged here rather than in the FD record
      *> area so a page break (which writes the headings through the
      *> record area) cannot clobber the line being printed
       01 WS-PRINT-LINE             PIC X(132) VALUE SPACE.

      *> run-control registration lives in Program13 so every batch
      *> logs its start and end the same way, and so extracts and
      *> reports can be held off while maintenance is in progress
       01 WS-RC-FUNCTION           PIC X(1).
       01 WS-RC-PROGRAM            PIC X(10) VALUE "PROGRAM40".
       01 WS-RC-ROW-COUNT          PIC 9(7)  VALUE ZERO.
       01 WS-RC-RETCODE            PIC 9(2)  VALUE ZERO.
       01 WS-RC-RESULT-SW          PIC X(1)  VALUE "Y".
           88 RUN-CLEAR-TO-START               VALUE "Y".
           88 RUN-HELD-BY-MAINT                VALUE "N".

           EXEC SQL BEGIN DECLARE SECTION  END-EXEC
       *> Put your host variables here if you need to port
       *> to other COBOL compilers
            EXEC SQL INCLUDE BNKDQMET END-EXEC.

            01 WS-DATE-1-HV       PIC X(10).
            01 WS-DATE-2-HV       PIC X(10).
            01 WS-DATE-3-HV       PIC X(10).
            01 WS-LOOKUP-DATE-HV  PIC X(10).

           EXEC SQL END DECLARE SECTION END-EXEC

       PROCEDURE DIVISION.

       Main-Line Section.

      *> hold off while the maintenance program is mid-way through
      *> applying transactions, then register this run in the run log
           MOVE "C" TO WS-RC-FUNCTION
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW
           IF RUN-HELD-BY-MAINT
               DISPLAY "PROGRAM40 HELD - BNKCUST MAINTENANCE "
                   "IN PROGRESS - RERUN AFTER PROGRAM5 ENDS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM Initialize-Run

           MOVE "S" TO WS-RC-FUNCTION
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW

           EXEC SQL
               WHENEVER SQLERROR GOTO OpenESQL-Error
            END-EXEC

           PERFORM Print-Categories

           PERFORM Write-Scorecard-Trailer
           CLOSE SCORECARD-RPT

           DISPLAY "DATA QUALITY SCORECARD COMPLETE - "
               WS-CATEGORY-COUNT " CATEGORIES, "
               WS-OVER-COUNT " OVER TOLERANCE"

           MOVE WS-CATEGORY-COUNT TO WS-RC-ROW-COUNT
           MOVE ZERO TO WS-RC-RETCODE
           MOVE "E" TO WS-RC-FUNCTION
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW

           EXIT PROGRAM.
           STOP RUN.

       Initialize-Run Section.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE SPACES TO WS-RUN-DATE-FMT
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-RUN-DATE-FMT
           END-STRING

           PERFORM Load-Tolerances

      *> last week and four weeks ago are the same weekday as
      *> today, so a program that runs on weeknights only compares
      *> like with like
           MOVE WS-RUN-DATE-FMT TO WS-DATE-1-HV
           MOVE WS-RUN-DATE TO WS-DATE-DIGITS
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)

           COMPUTE WS-BACK-INT = WS-TODAY-INT - 7
           PERFORM Format-Back-Date
           MOVE WS-LOOKUP-DATE-HV TO WS-DATE-2-HV

           COMPUTE WS-BACK-INT = WS-TODAY-INT - 28
           PERFORM Format-Back-Date
           MOVE WS-LOOKUP-DATE-HV TO WS-DATE-3-HV

           MOVE WS-DATE-1-HV TO PD-DATE(1)
           MOVE WS-DATE-2-HV TO PD-DATE(2)
           MOVE WS-DATE-3-HV TO PD-DATE(3)

           OPEN OUTPUT SCORECARD-RPT

           MOVE WS-RUN-DATE-FMT TO RH1-RUN-DATE
           MOVE WS-DATE-1-HV    TO RH2-DATE-1
           MOVE WS-DATE-2-HV    TO RH2-DATE-2
           MOVE WS-DATE-3-HV    TO RH2-DATE-3

           MOVE 99 TO WS-LINE-CTR
           MOVE ZERO TO WS-PAGE-NO
           MOVE ZERO TO WS-CATEGORY-COUNT
           MOVE ZERO TO WS-OVER-COUNT.

       Format-Back-Date Section.

           COMPUTE WS-DATE-DIGITS =
               FUNCTION DATE-OF-INTEGER(WS-BACK-INT)
           MOVE SPACES TO WS-LOOKUP-DATE-HV
           STRING WS-DATE-YYYY "-" WS-DATE-MM "-"
               WS-DATE-DD DELIMITED BY SIZE
               INTO WS-LOOKUP-DATE-HV
           END-STRING.

      *> a scorecard flagged on a mis-keyed tolerance would cry
      *> wolf or stay quiet - every record is checked and one bad
      *> record stops the run before anything is printed
       Load-Tolerances Section.

           MOVE ZERO TO WS-TOL-COUNT

           OPEN INPUT TOLERANCE-CTL-FILE
           IF NOT CTL-FILE-OK
               DISPLAY "WARNING - DQSCORE.CTL NOT FOUND - NO "
                   "CATEGORY WILL BE FLAGGED"
               CLOSE TOLERANCE-CTL-FILE
           ELSE
               MOVE "N" TO WS-CTL-EOF-SW
               PERFORM UNTIL CTL-AT-EOF
                   READ TOLERANCE-CTL-FILE
                       AT END
                           SET CTL-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM Store-One-Tolerance
                   END-READ
               END-PERFORM
               CLOSE TOLERANCE-CTL-FILE
           END-IF

           IF CTL-HAS-ERROR
               DISPLAY "ERROR - DQSCORE.CTL INVALID - NO SCORECARD "
                   "RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       Store-One-Tolerance Section.

           EVALUATE TRUE
               WHEN TOLERANCE-CTL-RECORD = SPACES
                   CONTINUE
               WHEN TC-PROGRAM = SPACES OR TC-CATEGORY = SPACES
                   DISPLAY "TOLERANCE RECORD '" TOLERANCE-CTL-RECORD
                       "' NEEDS A PROGRAM AND A CATEGORY"
                   SET CTL-HAS-ERROR TO TRUE
               WHEN TC-MAX-RATE NOT NUMERIC
                   DISPLAY "TOLERANCE '" TC-MAX-RATE "' FOR "
                       TC-PROGRAM " " TC-CATEGORY
                       " MUST BE FIVE DIGITS"
                   SET CTL-HAS-ERROR TO TRUE
               WHEN WS-TOL-COUNT >= WS-TOL-MAX
                   DISPLAY "ERROR - MORE THAN " WS-TOL-MAX
                       " TOLERANCES ON DQSCORE.CTL"
                   SET CTL-HAS-ERROR TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-TOL-COUNT
                   MOVE TC-PROGRAM      TO TT-PROGRAM(WS-TOL-COUNT)
                   MOVE TC-CATEGORY     TO TT-CATEGORY(WS-TOL-COUNT)
                   MOVE TC-MAX-RATE-NUM TO TT-MAX-RATE(WS-TOL-COUNT)
           END-EVALUATE.

      *> every program/category posted on any of the three dates
      *> gets a line, so a category that has stopped being posted
      *> still shows up against its history
       Print-Categories Section.

           EXEC SQL
           DECLARE CSR-CATEGORY CURSOR FOR SELECT DISTINCT
                  M.DQM_PROGRAM
                 ,M.DQM_CATEGORY
             FROM MFUSER.BNKDQMET M
            WHERE M.DQM_RUN_DATE IN
                  (:WS-DATE-1-HV, :WS-DATE-2-HV, :WS-DATE-3-HV)
            ORDER BY M.DQM_PROGRAM, M.DQM_CATEGORY
          END-EXEC
           EXEC SQL
              OPEN CSR-CATEGORY
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = +100
              EXEC SQL
                FETCH CSR-CATEGORY  INTO
                   :BNKDQMET-DQM-PROGRAM
                  ,:BNKDQMET-DQM-CATEGORY
              END-EXEC
              IF SQLCODE = 0
                   ADD 1 TO WS-CATEGORY-COUNT
                   PERFORM Print-One-Category
              END-IF
           END-PERFORM
           EXEC SQL
             CLOSE CSR-CATEGORY
           END-EXEC

           IF WS-CATEGORY-COUNT = ZERO
               MOVE RPT-NO-METRICS TO WS-PRINT-LINE
               PERFORM Write-Report-Line
           END-IF.

      *> the period lookups share the one SQLCA SQLCODE with the
      *> category cursor - save/restore it around them so the
      *> cursor's PERFORM UNTIL re-tests its own FETCH result, not
      *> the +100 left behind by a night that was not run
       Print-One-Category Section.

           MOVE SQLCODE TO WS-SAVE-SQLCODE
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > 3
               PERFORM Fetch-Period-Metric
           END-PERFORM
           MOVE WS-SAVE-SQLCODE TO SQLCODE

           MOVE SPACES TO WS-PRINT-LINE
           MOVE SPACES TO RPT-DETAIL
           MOVE BNKDQMET-DQM-PROGRAM  TO RD-PROGRAM
           MOVE BNKDQMET-DQM-CATEGORY TO RD-CATEGORY

           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > 3
               IF PD-WAS-RUN(WS-PERIOD-IDX)
                   MOVE PD-COUNT(WS-PERIOD-IDX) TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO RD-COUNT(WS-PERIOD-IDX)
                   MOVE PD-RATE(WS-PERIOD-IDX) TO WS-EDIT-RATE
                   MOVE WS-EDIT-RATE TO RD-RATE(WS-PERIOD-IDX)
               ELSE
                   MOVE "   NO RUN" TO RD-COUNT(WS-PERIOD-IDX)
               END-IF
           END-PERFORM

           PERFORM Find-Tolerance
           IF TOLERANCE-FOUND
               MOVE WS-TOL-RATE TO WS-EDIT-RATE
               MOVE WS-EDIT-RATE TO RD-TOLERANCE
               IF PD-WAS-RUN(1) AND PD-RATE(1) > WS-TOL-RATE
                   ADD 1 TO WS-OVER-COUNT
                   IF PD-WAS-RUN(2) AND PD-RATE(2) > WS-TOL-RATE
                       MOVE "OVER"       TO RD-FLAG
                   ELSE
                       MOVE "OVER - NEW" TO RD-FLAG
                   END-IF
               END-IF
           END-IF

           MOVE RPT-DETAIL TO WS-PRINT-LINE
           PERFORM Write-Report-Line.

      *> the rate is exceptions per hundred BNKCUST rows at the time
      *> of that night's run
       Fetch-Period-Metric Section.

           MOVE "N"  TO PD-RUN-SW(WS-PERIOD-IDX)
           MOVE ZERO TO PD-COUNT(WS-PERIOD-IDX)
           MOVE ZERO TO PD-RATE(WS-PERIOD-IDX)
           MOVE PD-DATE(WS-PERIOD-IDX) TO WS-LOOKUP-DATE-HV

           EXEC SQL
               SELECT DQM_EXCEPT_COUNT, DQM_CUST_COUNT
                 INTO :BNKDQMET-DQM-EXCEPT-COUNT
                     ,:BNKDQMET-DQM-CUST-COUNT
                 FROM MFUSER.BNKDQMET
                WHERE DQM_RUN_DATE = :WS-LOOKUP-DATE-HV
                  AND DQM_PROGRAM  = :BNKDQMET-DQM-PROGRAM
                  AND DQM_CATEGORY = :BNKDQMET-DQM-CATEGORY
           END-EXEC

           IF SQLCODE = 0
               MOVE "Y" TO PD-RUN-SW(WS-PERIOD-IDX)
               MOVE BNKDQMET-DQM-EXCEPT-COUNT
                   TO PD-COUNT(WS-PERIOD-IDX)
               IF BNKDQMET-DQM-CUST-COUNT > ZERO
                   COMPUTE PD-RATE(WS-PERIOD-IDX) ROUNDED =
                       BNKDQMET-DQM-EXCEPT-COUNT * 100
                           / BNKDQMET-DQM-CUST-COUNT
               END-IF
           END-IF.

       Find-Tolerance Section.

           MOVE "N" TO WS-TOL-FOUND-SW
           MOVE ZERO TO WS-TOL-RATE
           PERFORM VARYING WS-TOL-IDX FROM 1 BY 1
                   UNTIL WS-TOL-IDX > WS-TOL-COUNT
                      OR TOLERANCE-FOUND
               IF TT-PROGRAM(WS-TOL-IDX) = BNKDQMET-DQM-PROGRAM
                       AND TT-CATEGORY(WS-TOL-IDX)
                           = BNKDQMET-DQM-CATEGORY
                   SET TOLERANCE-FOUND TO TRUE
                   MOVE TT-MAX-RATE(WS-TOL-IDX) TO WS-TOL-RATE
               END-IF
           END-PERFORM.

       Write-Scorecard-Headings Section.

           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO RH1-PAGE-NO

           IF WS-PAGE-NO > 1
               WRITE SCORECARD-RPT-LINE FROM WS-BLANK-LINE
           END-IF

           WRITE SCORECARD-RPT-LINE FROM RPT-HEADER-1
           WRITE SCORECARD-RPT-LINE FROM RPT-HEADER-2
           WRITE SCORECARD-RPT-LINE FROM RPT-HEADER-3
           WRITE SCORECARD-RPT-LINE FROM RPT-HEADER-4

           MOVE 5 TO WS-LINE-CTR.

       Write-Report-Line Section.

           IF WS-LINE-CTR >= WS-LINES-PER-PAGE
               PERFORM Write-Scorecard-Headings
           END-IF

           WRITE SCORECARD-RPT-LINE FROM WS-PRINT-LINE

           ADD 1 TO WS-LINE-CTR.

       Write-Scorecard-Trailer Section.

           IF WS-PAGE-NO = 0
               PERFORM Write-Scorecard-Headings
           END-IF

           MOVE WS-CATEGORY-COUNT TO RT-CATEGORY-COUNT
           MOVE WS-OVER-COUNT     TO RT-OVER-COUNT
           WRITE SCORECARD-RPT-LINE FROM WS-BLANK-LINE
           WRITE SCORECARD-RPT-LINE FROM RPT-TRAILER.

      *> Default sql error routine / modify to stop program if needed
       OpenESQL-Error Section.

            display "SQL Error = " sqlstate " " sqlcode
            display MFSQLMESSAGETEXT
            MOVE WS-CATEGORY-COUNT TO WS-RC-ROW-COUNT
            MOVE 16 TO WS-RC-RETCODE
            MOVE "E" TO WS-RC-FUNCTION
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW
            CLOSE SCORECARD-RPT
            MOVE 16 TO RETURN-CODE
           stop run.
