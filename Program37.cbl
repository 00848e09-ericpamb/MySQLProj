      $SET XDB sourceformat(variable)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program37.

      *> -------------------------------------------
      *> Fraud hold maintenance. Reads the fraud
      *> desk's HOLDMNT.TRN - one record per action:
      *>   H - place a hold on the PID, with the
      *>       desk user ID and a reason (usually
      *>       the account-takeover alert worked);
      *>   C - clear the PID's open hold, with the
      *>       desk user ID.
      *> A hold is a BNKHOLD row with HLD_STATUS 'H';
      *> clearing it stamps the clear date, time and
      *> user and sets 'C', so every episode stays on
      *> file. While a PID is held the postal, email
      *> and campaign extracts skip it (Program38).
      *> A hold on a PID not on BNKCUST, a second
      *> hold on a PID already held, a clear with no
      *> open hold, or an action with no user ID (or
      *> a hold with no reason) is rejected, and
      *> every action is listed on HOLDMNT.RPT as
      *> applied or rejected.
      *> -------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-TRAN-FILE ASSIGN TO "HOLDMNT.TRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT HOLD-REGISTER-RPT ASSIGN TO "HOLDMNT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-TRAN-FILE
           RECORDING MODE IS F.
       01  HOLD-TRAN-RECORD.
           05 HM-ACTION             PIC X(1).
           05 HM-PID                PIC X(5).
           05 HM-USER-ID            PIC X(8).
           05 HM-REASON             PIC X(30).

       FD  HOLD-REGISTER-RPT
           RECORDING MODE IS F.
       01  HOLD-REGISTER-RPT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA  END-EXEC.

      *> after an sql error this has the full message text
       01 MFSQLMESSAGETEXT  PIC X(250).

       01 WS-TRAN-FILE-STATUS       PIC X(2).
           88 TRAN-FILE-OK                     VALUE "00".

       01 WS-EOF-SW                 PIC X(1)  VALUE "N".
           88 TRAN-AT-EOF                      VALUE "Y".

       01 WS-RUN-DATE.
           05 WS-RUN-DATE-YYYY      PIC 9(4).
           05 WS-RUN-DATE-MM        PIC 9(2).
           05 WS-RUN-DATE-DD        PIC 9(2).

       01 WS-RUN-DATE-FMT          PIC X(10).

       01 WS-RUN-TIME.
           05 WS-RUN-TIME-HH        PIC 9(2).
           05 WS-RUN-TIME-MM        PIC 9(2).
           05 WS-RUN-TIME-SS        PIC 9(2).
           05 WS-RUN-TIME-HS        PIC 9(2).

       01 WS-RUN-TIME-FMT          PIC X(8).

       01 WS-PAGE-NO               PIC 9(4)  VALUE ZERO.
       01 WS-LINE-CTR              PIC 9(3)  VALUE 99.
       01 WS-LINES-PER-PAGE        PIC 9(3)  VALUE 55.
       01 WS-TRAN-COUNT            PIC 9(7)  VALUE ZERO.
       01 WS-PLACED-COUNT          PIC 9(7)  VALUE ZERO.
       01 WS-CLEARED-COUNT         PIC 9(7)  VALUE ZERO.
       01 WS-REJECTED-COUNT        PIC 9(7)  VALUE ZERO.

       01 WS-ACTION-TEXT           PIC X(5).
       01 WS-HOLD-STATUS           PIC X(26).

       01 RPT-HEADER-1.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(30)  VALUE
               "FRAUD HOLD MAINTENANCE".
           05 FILLER                PIC X(10)  VALUE SPACE.
           05 RH1-RUN-DATE          PIC X(10).
           05 FILLER                PIC X(10)  VALUE SPACE.
           05 FILLER                PIC X(5)   VALUE "PAGE ".
           05 RH1-PAGE-NO           PIC ZZZ9.

       01 RPT-HEADER-2.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(5)   VALUE "PID".
           05 FILLER                PIC X(3)   VALUE SPACE.
           05 FILLER                PIC X(6)   VALUE "ACTION".
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 FILLER                PIC X(8)   VALUE "USER".
           05 FILLER                PIC X(3)   VALUE SPACE.
           05 FILLER                PIC X(26)  VALUE "STATUS".
           05 FILLER                PIC X(3)   VALUE SPACE.
           05 FILLER                PIC X(30)  VALUE "REASON".

       01 RPT-HEADER-3.
           05 FILLER                PIC X(132) VALUE ALL "-".

       01 RPT-DETAIL.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RD-PID                PIC X(5).
           05 FILLER                PIC X(3)   VALUE SPACE.
           05 RD-ACTION             PIC X(6).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RD-USER-ID            PIC X(8).
           05 FILLER                PIC X(3)   VALUE SPACE.
           05 RD-STATUS             PIC X(26).
           05 FILLER                PIC X(3)   VALUE SPACE.
           05 RD-REASON             PIC X(30).

       01 RPT-TRAILER-1.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(15)  VALUE "END OF REPORT".
           05 RT1-TRAN-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(15)  VALUE " ACTIONS READ".

       01 RPT-TRAILER-2.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RT2-PLACED            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(15)  VALUE " HOLDS PLACED,".
           05 RT2-CLEARED           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(16)  VALUE
               " HOLDS CLEARED,".
           05 RT2-REJECTED          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(9)   VALUE " REJECTED".

       01 WS-BLANK-LINE             PIC X(132) VALUE SPACE.

      *> run-control registration lives in Program13 so every batch
      *> logs its start and end the same way, and so extracts and
      *> reports can be held off while maintenance is in progress
       01 WS-RC-FUNCTION           PIC X(1).
       01 WS-RC-PROGRAM            PIC X(10) VALUE "PROGRAM37".
       01 WS-RC-ROW-COUNT          PIC 9(7)  VALUE ZERO.
       01 WS-RC-RETCODE            PIC 9(2)  VALUE ZERO.
       01 WS-RC-RESULT-SW          PIC X(1)  VALUE "Y".
           88 RUN-CLEAR-TO-START               VALUE "Y".
           88 RUN-HELD-BY-MAINT                VALUE "N".

           EXEC SQL BEGIN DECLARE SECTION  END-EXEC
       *> Put your host variables here if you need to port
       *> to other COBOL compilers
            EXEC SQL INCLUDE BNKHOLD END-EXEC.

            01 WS-CUST-COUNT     PIC S9(9) COMP-5.
            01 WS-OPEN-COUNT     PIC S9(9) COMP-5.

           EXEC SQL END DECLARE SECTION END-EXEC

       PROCEDURE DIVISION.

       Main-Line Section.

           PERFORM Initialize-Run

           EXEC SQL
               WHENEVER SQLERROR GOTO OpenESQL-Error
            END-EXEC

           PERFORM UNTIL TRAN-AT-EOF
               READ HOLD-TRAN-FILE
                   AT END
                       SET TRAN-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM Apply-Hold-Action
               END-READ
           END-PERFORM

           CLOSE HOLD-TRAN-FILE

           PERFORM Write-Hold-Trailer
           CLOSE HOLD-REGISTER-RPT

           DISPLAY "FRAUD HOLD MAINTENANCE COMPLETE - "
               WS-PLACED-COUNT " PLACED, " WS-CLEARED-COUNT
               " CLEARED, " WS-REJECTED-COUNT " REJECTED"

           COMPUTE WS-RC-ROW-COUNT = WS-PLACED-COUNT
               + WS-CLEARED-COUNT
           MOVE ZERO TO WS-RC-RETCODE
           MOVE "E" TO WS-RC-FUNCTION
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW

           EXIT PROGRAM.
           STOP RUN.

       Initialize-Run Section.

           OPEN INPUT HOLD-TRAN-FILE

           IF NOT TRAN-FILE-OK
               DISPLAY "ERROR - HOLDMNT.TRN OPEN FAILED - STATUS "
                   WS-TRAN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "S" TO WS-RC-FUNCTION
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW

           OPEN OUTPUT HOLD-REGISTER-RPT

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE SPACES TO WS-RUN-DATE-FMT
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-RUN-DATE-FMT
           END-STRING
           MOVE WS-RUN-DATE-FMT TO RH1-RUN-DATE

           MOVE 99 TO WS-LINE-CTR
           MOVE ZERO TO WS-PAGE-NO
           MOVE ZERO TO WS-TRAN-COUNT
           MOVE ZERO TO WS-PLACED-COUNT
           MOVE ZERO TO WS-CLEARED-COUNT
           MOVE ZERO TO WS-REJECTED-COUNT.

      *> the open-hold count decides both actions - a hold is only
      *> placed where none is open, and only an open hold is cleared
       Apply-Hold-Action Section.

           ADD 1 TO WS-TRAN-COUNT
           MOVE SPACES TO WS-HOLD-STATUS

           EVALUATE HM-ACTION
               WHEN "H"
                   MOVE "HOLD"  TO WS-ACTION-TEXT
               WHEN "C"
                   MOVE "CLEAR" TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE HM-ACTION TO WS-ACTION-TEXT
                   MOVE "REJECTED - BAD ACTION" TO WS-HOLD-STATUS
           END-EVALUATE

           IF WS-HOLD-STATUS = SPACES AND HM-USER-ID = SPACES
               MOVE "REJECTED - NO USER ID" TO WS-HOLD-STATUS
           END-IF

           IF WS-HOLD-STATUS = SPACES
               MOVE HM-PID TO BNKHOLD-HLD-PID
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-OPEN-COUNT
                     FROM MFUSER.BNKHOLD
                    WHERE HLD_PID    = :BNKHOLD-HLD-PID
                      AND HLD_STATUS = 'H'
               END-EXEC
               IF HM-ACTION = "H"
                   PERFORM Place-Hold
               ELSE
                   PERFORM Clear-Hold
               END-IF
           END-IF

           IF WS-HOLD-STATUS(1:8) = "REJECTED"
               ADD 1 TO WS-REJECTED-COUNT
           END-IF

           PERFORM Write-Hold-Detail-Line.

       Place-Hold Section.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-CUST-COUNT
                 FROM MFUSER.BNKCUST
                WHERE BCS_PID = :BNKHOLD-HLD-PID
           END-EXEC

           EVALUATE TRUE
               WHEN HM-REASON = SPACES
                   MOVE "REJECTED - NO REASON" TO WS-HOLD-STATUS
               WHEN WS-CUST-COUNT = 0
                   MOVE "REJECTED - PID NOT ON FILE" TO WS-HOLD-STATUS
               WHEN WS-OPEN-COUNT > 0
                   MOVE "REJECTED - ALREADY HELD" TO WS-HOLD-STATUS
               WHEN OTHER
                   PERFORM Stamp-Run-Time
                   MOVE "H"             TO BNKHOLD-HLD-STATUS
                   MOVE WS-RUN-DATE-FMT TO BNKHOLD-HLD-SET-DATE
                   MOVE WS-RUN-TIME-FMT TO BNKHOLD-HLD-SET-TIME
                   MOVE HM-USER-ID      TO BNKHOLD-HLD-SET-BY
                   MOVE HM-REASON       TO BNKHOLD-HLD-REASON
                   MOVE SPACES          TO BNKHOLD-HLD-CLEAR-DATE
                   MOVE SPACES          TO BNKHOLD-HLD-CLEAR-TIME
                   MOVE SPACES          TO BNKHOLD-HLD-CLEAR-BY
                   EXEC SQL
                       INSERT INTO MFUSER.BNKHOLD
                           ( HLD_PID, HLD_STATUS, HLD_SET_DATE
                           , HLD_SET_TIME, HLD_SET_BY, HLD_REASON
                           , HLD_CLEAR_DATE, HLD_CLEAR_TIME
                           , HLD_CLEAR_BY )
                       VALUES
                           ( :BNKHOLD-HLD-PID
                           , :BNKHOLD-HLD-STATUS
                           , :BNKHOLD-HLD-SET-DATE
                           , :BNKHOLD-HLD-SET-TIME
                           , :BNKHOLD-HLD-SET-BY
                           , :BNKHOLD-HLD-REASON
                           , :BNKHOLD-HLD-CLEAR-DATE
                           , :BNKHOLD-HLD-CLEAR-TIME
                           , :BNKHOLD-HLD-CLEAR-BY )
                   END-EXEC
                   MOVE "HOLD PLACED" TO WS-HOLD-STATUS
                   ADD 1 TO WS-PLACED-COUNT
           END-EVALUATE.

      *> the clear is an update of the open row, not a delete - the
      *> set and clear stamps together are the audit of the episode
       Clear-Hold Section.

           IF WS-OPEN-COUNT = 0
               MOVE "REJECTED - NOT HELD" TO WS-HOLD-STATUS
           ELSE
               PERFORM Stamp-Run-Time
               MOVE WS-RUN-DATE-FMT TO BNKHOLD-HLD-CLEAR-DATE
               MOVE WS-RUN-TIME-FMT TO BNKHOLD-HLD-CLEAR-TIME
               MOVE HM-USER-ID      TO BNKHOLD-HLD-CLEAR-BY
               EXEC SQL
                   UPDATE MFUSER.BNKHOLD
                      SET HLD_STATUS     = 'C'
                        , HLD_CLEAR_DATE = :BNKHOLD-HLD-CLEAR-DATE
                        , HLD_CLEAR_TIME = :BNKHOLD-HLD-CLEAR-TIME
                        , HLD_CLEAR_BY   = :BNKHOLD-HLD-CLEAR-BY
                    WHERE HLD_PID    = :BNKHOLD-HLD-PID
                      AND HLD_STATUS = 'H'
               END-EXEC
               MOVE "HOLD CLEARED" TO WS-HOLD-STATUS
               ADD 1 TO WS-CLEARED-COUNT
           END-IF.

       Stamp-Run-Time Section.

           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO WS-RUN-TIME-FMT
           STRING WS-RUN-TIME-HH ":" WS-RUN-TIME-MM ":"
               WS-RUN-TIME-SS DELIMITED BY SIZE
               INTO WS-RUN-TIME-FMT
           END-STRING.

       Write-Hold-Headings Section.

           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO RH1-PAGE-NO

           IF WS-PAGE-NO > 1
               WRITE HOLD-REGISTER-RPT-LINE FROM WS-BLANK-LINE
           END-IF

           WRITE HOLD-REGISTER-RPT-LINE FROM RPT-HEADER-1
           WRITE HOLD-REGISTER-RPT-LINE FROM RPT-HEADER-2
           WRITE HOLD-REGISTER-RPT-LINE FROM RPT-HEADER-3

           MOVE 4 TO WS-LINE-CTR.

       Write-Hold-Detail-Line Section.

           IF WS-LINE-CTR >= WS-LINES-PER-PAGE
               PERFORM Write-Hold-Headings
           END-IF

           MOVE HM-PID           TO RD-PID
           MOVE WS-ACTION-TEXT   TO RD-ACTION
           MOVE HM-USER-ID       TO RD-USER-ID
           MOVE WS-HOLD-STATUS   TO RD-STATUS
           MOVE HM-REASON        TO RD-REASON

           WRITE HOLD-REGISTER-RPT-LINE FROM RPT-DETAIL

           ADD 1 TO WS-LINE-CTR.

       Write-Hold-Trailer Section.

           IF WS-PAGE-NO = 0
               PERFORM Write-Hold-Headings
           END-IF

           MOVE WS-TRAN-COUNT     TO RT1-TRAN-COUNT
           MOVE WS-PLACED-COUNT   TO RT2-PLACED
           MOVE WS-CLEARED-COUNT  TO RT2-CLEARED
           MOVE WS-REJECTED-COUNT TO RT2-REJECTED
           WRITE HOLD-REGISTER-RPT-LINE FROM WS-BLANK-LINE
           WRITE HOLD-REGISTER-RPT-LINE FROM RPT-TRAILER-1
           WRITE HOLD-REGISTER-RPT-LINE FROM RPT-TRAILER-2.

      *> Default sql error routine / modify to stop program if needed
       OpenESQL-Error Section.

            display "SQL Error = " sqlstate " " sqlcode
            display MFSQLMESSAGETEXT
            COMPUTE WS-RC-ROW-COUNT = WS-PLACED-COUNT
                + WS-CLEARED-COUNT
            MOVE 16 TO WS-RC-RETCODE
            MOVE "E" TO WS-RC-FUNCTION
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW
            CLOSE HOLD-TRAN-FILE
            CLOSE HOLD-REGISTER-RPT
           stop run.
