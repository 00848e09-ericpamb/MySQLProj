      *> repaired and resubmitted through the repair
      *> pass instead of being rekeyed by hand from
      *> the audit report.
      *> BNKCUST, BNKCUSTH and the BNKCONSNT consent
      *> events are committed together every N
      *> transactions - N from CUSTMAINT.CTL, 100
      *> when the file is absent - and CUSTMAINT.RST
      *> records the last committed transaction. A
      *> run that fails rolls back only the work
      *> since the last commit; the rerun reads the
      *> restart record, skips the committed
      *> transactions and says on the audit report
      *> where it resumed. A clean end removes the
      *> restart record so the next night's file is
      *> read from the top. Autocommit is switched
      *> off once the run is registered, and each
      *> run-log update is committed as it is made.
      *> A file shorter than the restart point is
      *> refused with the restart record kept.
      *> A transaction released through the
      *> supervisor approval screen carries the
      *> keying rep's and the approving supervisor's
      *> IDs after the maintenance layout; both go
      *> onto the BNKCUSTH row. Batch-fed files stop
      *> at the maintenance layout and read blank.
      *> -------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.

           SELECT OPTIONAL COMMIT-CTL-FILE ASSIGN TO "CUSTMAINT.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT RESTART-FILE ASSIGN TO "CUSTMAINT.RST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
           05 TR-EMAIL              PIC X(30).
           05 TR-SEND-MAIL          PIC X(1).
           05 TR-SEND-EMAIL         PIC X(1).
           05 TR-MAKER-ID           PIC X(8).
           05 TR-CHECKER-ID         PIC X(8).

       FD  MAINT-AUDIT-RPT
           RECORDING MODE IS F.
           05 SU-REASON             PIC X(30).
           05 SU-TRAN-IMAGE         PIC X(148).

       FD  COMMIT-CTL-FILE
           RECORDING MODE IS F.
       01  COMMIT-CTL-RECORD.
           05 CC-COMMIT-INTERVAL    PIC 9(5).

      *> the last committed transaction - its position in the file
      *> and its code and PID, so a rerun against a different file
      *> is caught instead of skipping the wrong transactions
       FD  RESTART-FILE
           RECORDING MODE IS F.
       01  RESTART-RECORD.
           05 RS-TRANS-NO           PIC 9(7).
           05 RS-TRAN-CODE          PIC X(1).
           05 RS-PID                PIC X(5).
           05 RS-RUN-DATE           PIC X(10).
           05 RS-RUN-TIME           PIC X(8).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA  END-EXEC.
           88 SUSP-FILE-OK                     VALUE "00".
           88 SUSP-FILE-CREATED                VALUE "05".

       01 WS-CTL-FILE-STATUS        PIC X(2).
           88 CTL-FILE-OK                      VALUE "00".

       01 WS-RST-FILE-STATUS        PIC X(2).
           88 RST-FILE-OK                      VALUE "00".
           88 RST-FILE-NOT-FOUND               VALUE "35".

       01 WS-EOF-SW                 PIC X(1)  VALUE "N".
           88 TRANS-AT-EOF                     VALUE "Y".

       01 WS-TRANS-COUNT           PIC 9(7)  VALUE ZERO.
       01 WS-APPLIED-COUNT         PIC 9(7)  VALUE ZERO.
       01 WS-REJECTED-COUNT        PIC 9(7)  VALUE ZERO.
       01 WS-SKIPPED-COUNT         PIC 9(7)  VALUE ZERO.

      *> commit interval and restart point
       01 WS-COMMIT-INTERVAL       PIC 9(5)  VALUE 100.
       01 WS-SINCE-COMMIT          PIC 9(5)  VALUE ZERO.
       01 WS-COMMIT-COUNT          PIC 9(7)  VALUE ZERO.
       01 WS-RESTART-NO            PIC 9(7)  VALUE ZERO.
      *> the transaction the restart record on disk names - where a
      *> rerun would resume, kept up to date as this run commits
       01 WS-COMMITTED-NO          PIC 9(7)  VALUE ZERO.
       01 WS-RESTART-CODE          PIC X(1)  VALUE SPACE.
       01 WS-RESTART-PID           PIC X(5)  VALUE SPACES.
       01 WS-RESTART-DATE          PIC X(10) VALUE SPACES.
       01 WS-RESTART-TIME          PIC X(8)  VALUE SPACES.
       01 WS-COMMIT-TIME           PIC X(8).
       01 WS-LAST-CODE             PIC X(1)  VALUE SPACE.
       01 WS-LAST-PID              PIC X(5)  VALUE SPACES.

      *> rejects since the last commit are held here and written to
      *> suspense only once their unit of work is committed, so a
      *> rolled-back tail does not leave suspense entries behind that
      *> the rerun would write a second time
       01 WS-PEND-MAX              PIC 9(4)  COMP-5 VALUE 500.
       01 WS-PEND-COUNT            PIC 9(4)  COMP-5 VALUE ZERO.
       01 WS-PEND-IDX              PIC 9(4)  COMP-5.
       01 WS-PEND-TABLE.
           05 WS-PEND-ENTRY        OCCURS 500 TIMES.
              10 PS-REASON         PIC X(30).
              10 PS-TRAN-IMAGE     PIC X(148).

       01 WS-EDIT-OK-SW             PIC X(1)  VALUE "Y".
           88 EDIT-IS-OK                       VALUE "Y".
           05 RT-REJECTED-COUNT     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(10)  VALUE " REJECTED".

       01 RPT-TRAILER-2.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RT2-SKIPPED-COUNT     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(30)  VALUE
               " SKIPPED AS ALREADY COMMITTED,".
           05 RT2-COMMIT-COUNT      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(15)  VALUE " COMMIT POINTS,".
           05 FILLER                PIC X(10)  VALUE " INTERVAL ".
           05 RT2-INTERVAL          PIC ZZZZ9.

       01 RPT-RESUME-LINE.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(31)  VALUE
               "RUN RESUMED AFTER TRANSACTION ".
           05 RR-TRANS-NO           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(7)   VALUE " (CODE ".
           05 RR-TRAN-CODE          PIC X(1).
           05 FILLER                PIC X(5)   VALUE " PID ".
           05 RR-PID                PIC X(5).
           05 FILLER                PIC X(16)  VALUE
               ") COMMITTED ON ".
           05 RR-RUN-DATE           PIC X(10).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RR-RUN-TIME           PIC X(8).

       01 WS-BLANK-LINE             PIC X(132) VALUE SPACE.

      *> run-control registration lives in Program13 so every batch
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW

      *> the commit points only mean something with autocommit off -
      *> from here on nothing is in the database until this program
      *> commits it, so the RUNNING row goes in straight away
           EXEC SQL
               SET AUTOCOMMIT OFF
           END-EXEC
           EXEC SQL
               COMMIT
           END-EXEC

           PERFORM Initialize-Run

           EXEC SQL
                   AT END
                       SET TRANS-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TRANS-COUNT
                       IF WS-TRANS-COUNT > WS-RESTART-NO
                           PERFORM Process-Transaction
                           PERFORM Check-Commit-Point
                       ELSE
                           PERFORM Skip-Committed-Transaction
                       END-IF
               END-READ
           END-PERFORM

      *> a file that ends before the restart point cannot be the one
      *> the failed run was reading - stop with the restart record
      *> left in place rather than clear it against the wrong file
           IF WS-TRANS-COUNT < WS-RESTART-NO
               DISPLAY "ERROR - CUSTMAINT.TRN SHORTER THAN RESTART "
                   "POINT - " WS-TRANS-COUNT " READ, RESTART AT "
                   WS-RESTART-NO
               MOVE WS-TRANS-COUNT TO WS-RC-ROW-COUNT
               MOVE 16 TO WS-RC-RETCODE
               MOVE "E" TO WS-RC-FUNCTION
               CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
                   WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW
               EXEC SQL
                   COMMIT
               END-EXEC
               CLOSE TRANS-FILE
               CLOSE SUSPENSE-FILE
               CLOSE MAINT-AUDIT-RPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *> the uncommitted tail goes in with the last commit, and only
      *> then is the restart record dropped - a failure before this
      *> point still leaves a usable restart record behind
           PERFORM Take-Commit-Point
           CALL "CBL_DELETE_FILE" USING "CUSTMAINT.RST"

           CLOSE TRANS-FILE
           CLOSE SUSPENSE-FILE

           MOVE "E" TO WS-RC-FUNCTION
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW
           EXEC SQL
               COMMIT
           END-EXEC

           EXIT PROGRAM.
           STOP RUN.
               MOVE "E" TO WS-RC-FUNCTION
               CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
                   WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
               MOVE "E" TO WS-RC-FUNCTION
               CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
                   WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO WS-PAGE-NO
           MOVE ZERO TO WS-TRANS-COUNT
           MOVE ZERO TO WS-APPLIED-COUNT
           MOVE ZERO TO WS-REJECTED-COUNT
           MOVE ZERO TO WS-SKIPPED-COUNT
           MOVE ZERO TO WS-SINCE-COMMIT
           MOVE ZERO TO WS-COMMIT-COUNT
           MOVE ZERO TO WS-PEND-COUNT

           PERFORM Read-Commit-Interval
           PERFORM Read-Restart-Point
           MOVE WS-RESTART-NO TO WS-COMMITTED-NO

           IF WS-RESTART-NO > ZERO
               PERFORM Write-Resume-Line
           END-IF.

      *> no control file, or an unreadable or zero interval, commits
      *> at the standing interval of 100 rather than never committing
       Read-Commit-Interval Section.

           OPEN INPUT COMMIT-CTL-FILE
           IF CTL-FILE-OK
               READ COMMIT-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-COMMIT-INTERVAL NUMERIC
                               AND CC-COMMIT-INTERVAL > ZERO
                           MOVE CC-COMMIT-INTERVAL
                               TO WS-COMMIT-INTERVAL
                       END-IF
               END-READ
           END-IF
           CLOSE COMMIT-CTL-FILE.

      *> a restart record is only left behind by a run that did not
      *> end cleanly - no file is the normal nightly case
       Read-Restart-Point Section.

           MOVE ZERO TO WS-RESTART-NO

           OPEN INPUT RESTART-FILE
           IF RST-FILE-OK
               READ RESTART-FILE
                   AT END
                       MOVE ZERO TO WS-RESTART-NO
                   NOT AT END
                       IF RS-TRANS-NO NUMERIC
                           MOVE RS-TRANS-NO  TO WS-RESTART-NO
                           MOVE RS-TRAN-CODE TO WS-RESTART-CODE
                           MOVE RS-PID       TO WS-RESTART-PID
                           MOVE RS-RUN-DATE  TO WS-RESTART-DATE
                           MOVE RS-RUN-TIME  TO WS-RESTART-TIME
                       ELSE
                           DISPLAY "WARNING - CUSTMAINT.RST NOT "
                               "NUMERIC - FULL RUN ASSUMED"
                       END-IF
               END-READ
               CLOSE RESTART-FILE
           ELSE
               IF NOT RST-FILE-NOT-FOUND
                   DISPLAY "WARNING - CUSTMAINT.RST STATUS "
                       WS-RST-FILE-STATUS " - FULL RUN ASSUMED"
               END-IF
           END-IF.

      *> a transaction at or before the restart point went in with
      *> an earlier run's commit - count it and move on. The last
      *> committed transaction must be the one the restart record
      *> names, or the file is not the one that run was reading
       Skip-Committed-Transaction Section.

           ADD 1 TO WS-SKIPPED-COUNT

           IF WS-TRANS-COUNT = WS-RESTART-NO
               IF TR-CODE NOT = WS-RESTART-CODE
                       OR TR-PID NOT = WS-RESTART-PID
                   DISPLAY "ERROR - CUSTMAINT.RST NAMES TRANSACTION "
                       WS-RESTART-NO " AS " WS-RESTART-CODE " "
                       WS-RESTART-PID " BUT CUSTMAINT.TRN HAS "
                       TR-CODE " " TR-PID " - WRONG INPUT FILE"
                   MOVE WS-TRANS-COUNT TO WS-RC-ROW-COUNT
                   MOVE 16 TO WS-RC-RETCODE
                   MOVE "E" TO WS-RC-FUNCTION
                   CALL "Program13" USING WS-RC-FUNCTION,
                       WS-RC-PROGRAM, WS-RC-ROW-COUNT, WS-RC-RETCODE,
                       WS-RC-RESULT-SW
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   CLOSE TRANS-FILE
                   CLOSE SUSPENSE-FILE
                   CLOSE MAINT-AUDIT-RPT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       Check-Commit-Point Section.

           ADD 1 TO WS-SINCE-COMMIT
           MOVE TR-CODE TO WS-LAST-CODE
           MOVE TR-PID  TO WS-LAST-PID

      *> a full reject buffer forces an early commit rather than
      *> losing a suspense entry
           IF WS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
                   OR WS-PEND-COUNT >= WS-PEND-MAX
               PERFORM Take-Commit-Point
           END-IF.

      *> BNKCUST, BNKCUSTH and BNKCONSNT go in together; the held
      *> rejects are released to suspense once their work is safe,
      *> and the restart record is written last so it never claims
      *> more than the database holds
       Take-Commit-Point Section.

           IF WS-SINCE-COMMIT > ZERO
               EXEC SQL
                   COMMIT
               END-EXEC
               ADD 1 TO WS-COMMIT-COUNT
               MOVE ZERO TO WS-SINCE-COMMIT
               PERFORM Release-Pending-Suspense
               PERFORM Write-Restart-Point
           END-IF.

       Release-Pending-Suspense Section.

           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
               MOVE RH1-RUN-DATE TO SU-FIRST-DATE
               MOVE 1            TO SU-ATTEMPT-CNT
               MOVE PS-REASON(WS-PEND-IDX)     TO SU-REASON
               MOVE PS-TRAN-IMAGE(WS-PEND-IDX) TO SU-TRAN-IMAGE

               WRITE SUSPENSE-RECORD

               IF NOT SUSP-FILE-OK
                   DISPLAY "WARNING - CUSTSUSP.DAT WRITE FAILED - "
                       "STATUS " WS-SUSP-FILE-STATUS " PID "
                       SU-TRAN-IMAGE(2:5)
               END-IF
           END-PERFORM

           MOVE ZERO TO WS-PEND-COUNT.

       Write-Restart-Point Section.

           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO WS-COMMIT-TIME
           STRING WS-RUN-TIME-HH ":" WS-RUN-TIME-MM ":"
               WS-RUN-TIME-SS DELIMITED BY SIZE
               INTO WS-COMMIT-TIME
           END-STRING

           OPEN OUTPUT RESTART-FILE
           IF RST-FILE-OK
               MOVE WS-TRANS-COUNT TO RS-TRANS-NO
               MOVE WS-LAST-CODE   TO RS-TRAN-CODE
               MOVE WS-LAST-PID    TO RS-PID
               MOVE RH1-RUN-DATE   TO RS-RUN-DATE
               MOVE WS-COMMIT-TIME TO RS-RUN-TIME
               WRITE RESTART-RECORD
               CLOSE RESTART-FILE
               MOVE WS-TRANS-COUNT TO WS-COMMITTED-NO
           ELSE
               DISPLAY "WARNING - CUSTMAINT.RST STATUS "
                   WS-RST-FILE-STATUS " - RESTART POINT NOT SAVED"
           END-IF.

       Process-Transaction Section.

           MOVE SPACES TO WS-EDIT-REASON
           SET EDIT-IS-OK TO TRUE


      *> the full transaction image rides on the suspense record, so
      *> the repair pass only needs the fields that were wrong - no
      *> one rekeys the whole record from the audit report again.
      *> The record is held until the next commit point releases it.
      *> Only the maintenance layout is kept - a repaired transaction
      *> comes back through the batch repair file, not the desk
       Write-Suspense-Record Section.

           ADD 1 TO WS-PEND-COUNT
           MOVE WS-EDIT-REASON TO PS-REASON(WS-PEND-COUNT)
           MOVE TRANS-RECORD   TO PS-TRAN-IMAGE(WS-PEND-COUNT).

       Apply-Add Section.

               MOVE TR-SEND-EMAIL TO BNKCUSTH-HST-NEW-SEND-EMAIL
           END-IF

           MOVE TR-MAKER-ID   TO BNKCUSTH-HST-MAKER-ID
           MOVE TR-CHECKER-ID TO BNKCUSTH-HST-CHECKER-ID

           EXEC SQL
               INSERT INTO MFUSER.BNKCUSTH
                   ( HST_PID, HST_RUN_DATE, HST_RUN_TIME
                   , HST_NEW_NAME, HST_NEW_SIN, HST_NEW_ADDR1
                   , HST_NEW_ADDR2, HST_NEW_STATE, HST_NEW_COUNTRY
                   , HST_NEW_POST_CODE, HST_NEW_TEL, HST_NEW_EMAIL
                   , HST_NEW_SEND_MAIL, HST_NEW_SEND_EMAIL
                   , HST_MAKER_ID, HST_CHECKER_ID )
               VALUES
                   ( :BNKCUSTH-HST-PID, :BNKCUSTH-HST-RUN-DATE
                   , :BNKCUSTH-HST-RUN-TIME
                   , :BNKCUSTH-HST-NEW-TEL
                   , :BNKCUSTH-HST-NEW-EMAIL
                   , :BNKCUSTH-HST-NEW-SEND-MAIL
                   , :BNKCUSTH-HST-NEW-SEND-EMAIL
                   , :BNKCUSTH-HST-MAKER-ID
                   , :BNKCUSTH-HST-CHECKER-ID )
           END-EXEC

           PERFORM Write-Consent-Events.

           ADD 1 TO WS-LINE-CTR.

      *> a rerun says up front where it picked up, so the audit
      *> report read on its own shows the earlier run's committed
      *> transactions were not applied twice
       Write-Resume-Line Section.

           IF WS-LINE-CTR >= WS-LINES-PER-PAGE
               PERFORM Write-Audit-Headings
           END-IF

           MOVE WS-RESTART-NO   TO RR-TRANS-NO
           MOVE WS-RESTART-CODE TO RR-TRAN-CODE
           MOVE WS-RESTART-PID  TO RR-PID
           MOVE WS-RESTART-DATE TO RR-RUN-DATE
           MOVE WS-RESTART-TIME TO RR-RUN-TIME

           WRITE MAINT-AUDIT-RPT-LINE FROM RPT-RESUME-LINE
           WRITE MAINT-AUDIT-RPT-LINE FROM WS-BLANK-LINE

           ADD 2 TO WS-LINE-CTR.

       Write-Audit-Trailer Section.

           IF WS-PAGE-NO = 0
               PERFORM Write-Audit-Headings
           END-IF

           MOVE WS-TRANS-COUNT    TO RT-TRANS-COUNT
           MOVE WS-APPLIED-COUNT  TO RT-APPLIED-COUNT
           MOVE WS-REJECTED-COUNT TO RT-REJECTED-COUNT
           MOVE WS-SKIPPED-COUNT  TO RT2-SKIPPED-COUNT
           MOVE WS-COMMIT-COUNT   TO RT2-COMMIT-COUNT
           MOVE WS-COMMIT-INTERVAL TO RT2-INTERVAL
           WRITE MAINT-AUDIT-RPT-LINE FROM WS-BLANK-LINE
           WRITE MAINT-AUDIT-RPT-LINE FROM RPT-TRAILER
           WRITE MAINT-AUDIT-RPT-LINE FROM RPT-TRAILER-2.

      *> Default sql error routine / modify to stop program if needed
       OpenESQL-Error Section.

            display "SQL Error = " sqlstate " " sqlcode
            display MFSQLMESSAGETEXT
      *> back out everything since the last commit point - the held
      *> rejects go with it, and the restart record still names the
      *> last transaction that is safely in the database
            EXEC SQL
                WHENEVER SQLERROR CONTINUE
            END-EXEC
            EXEC SQL
                ROLLBACK
            END-EXEC
            DISPLAY "PROGRAM5 ROLLED BACK TO TRANSACTION "
                WS-COMMITTED-NO " - RERUN RESUMES AFTER IT"
            MOVE WS-TRANS-COUNT TO WS-RC-ROW-COUNT
            MOVE 16 TO WS-RC-RETCODE
            MOVE "E" TO WS-RC-FUNCTION
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW
      *> the FAILED status has to be committed on its own or the
      *> RUNNING flag would stay set and hold the extracts off
            EXEC SQL
                COMMIT
            END-EXEC
            CLOSE TRANS-FILE
            CLOSE SUSPENSE-FILE
            CLOSE MAINT-AUDIT-RPT
