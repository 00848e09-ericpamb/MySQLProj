      *> email platform can apply adds, updates and
      *> removals. An opt-out or delete goes out as
      *> a removal.
      *> A customer under a fraud-desk hold (see
      *> Program38) is left off the feed in either
      *> mode until the hold is cleared - except a
      *> removal, which still goes out, since it can
      *> only stop email reaching the customer. A
      *> change made while the hold was on is not
      *> resent by a later delta run; run the full
      *> extract after clearing a hold to resync.
      *> Every row fed is recorded on the contact
      *> ledger MFUSER.BNKCONTL through Program42,
      *> and a customer who has already had as many
      *> marketing contacts as the CONTCAP.CTL caps
      *> allow is left off - in a delta run the add
      *> or change is held back the same way, while
      *> a removal still goes out. Each customer a
      *> cap stopped is listed on EMAILCAP.RPT with
      *> the cap reached, and the number stopped
      *> goes on the run-log row for balancing. A
      *> failed run takes its ledger rows back out.
      *> -------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT EMAIL-EXTRACT-FILE ASSIGN TO "EMAILEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMAIL-CAP-RPT ASSIGN TO "EMAILCAP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CYCLE-FILE ASSIGN TO "EMAILEXT.CYC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-FILE-STATUS.
           RECORDING MODE IS F.
       01  EMAIL-EXTRACT-RECORD      PIC X(62).

       FD  EMAIL-CAP-RPT
           RECORDING MODE IS F.
       01  EMAIL-CAP-RPT-LINE        PIC X(132).

      *> the run date of the cycle rides along with its number, so a
      *> delta run knows where the previous extract left off. A cycle
      *> file from before the date was kept reads with a blank date.
       01 MFSQLMESSAGETEXT  PIC X(250).

       01 WS-EXTRACT-COUNT         PIC 9(7)  VALUE ZERO.
       01 WS-HELD-SKIP-COUNT       PIC 9(7)  VALUE ZERO.
       01 WS-CAP-SKIP-COUNT        PIC 9(7)  VALUE ZERO.

       01 WS-CYCLE-FILE-STATUS     PIC X(2).
           88 CYCLE-FILE-OK                    VALUE "00".
           05 FT-DETAIL-COUNT        PIC 9(9).
           05 FT-PID-HASH            PIC 9(10).

       01 WS-PAGE-NO               PIC 9(4)  VALUE ZERO.
       01 WS-LINE-CTR              PIC 9(3)  VALUE 99.
       01 WS-LINES-PER-PAGE        PIC 9(3)  VALUE 55.

       01 RPT-CAP-HEADER-1.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(30)  VALUE
               "EMAIL CONTACT CAP SUPPRESSION".
           05 FILLER                PIC X(10)  VALUE SPACE.
           05 RCH1-RUN-DATE         PIC X(10).
           05 FILLER                PIC X(10)  VALUE SPACE.
           05 FILLER                PIC X(5)   VALUE "PAGE ".
           05 RCH1-PAGE-NO          PIC ZZZ9.

       01 RPT-CAP-HEADER-2.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(7)   VALUE "PID".
           05 FILLER                PIC X(27)  VALUE "NAME".
           05 FILLER                PIC X(10)  VALUE "FEED".
           05 FILLER                PIC X(30)  VALUE "CAP REACHED".

       01 RPT-HEADER-3.
           05 FILLER                PIC X(132) VALUE ALL "-".

       01 RPT-CAP-DETAIL.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RCD-PID               PIC X(5).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RCD-NAME              PIC X(25).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RCD-FEED-NAME         PIC X(8).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RCD-CAP-NOTE          PIC X(30).

       01 RPT-CAP-TRAILER.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(15)  VALUE "END OF REPORT".
           05 RCT-CAP-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(38)  VALUE
               " CUSTOMERS SUPPRESSED BY CONTACT CAPS".

       01 WS-BLANK-LINE             PIC X(132) VALUE SPACE.

      *> run-control registration lives in Program13 so every batch
      *> logs its start and end the same way, and so extracts and
      *> reports can be held off while maintenance is in progress
           88 RUN-CLEAR-TO-START               VALUE "Y".
           88 RUN-HELD-BY-MAINT                VALUE "N".

      *> hold checking lives in Program38 so every extract skips a
      *> PID under a fraud hold the same way
       01 WS-HC-FUNCTION           PIC X(1).
       01 WS-HC-PID                PIC X(5).
       01 WS-HC-HELD-SW            PIC X(1).
           88 PID-IS-HELD                      VALUE "Y".
           88 HOLDS-UNAVAILABLE                VALUE "E".

      *> the contact ledger and the contact caps live in Program42
      *> so every extract records and caps its pieces the same way
       01 WS-CL-FUNCTION           PIC X(1).
       01 WS-CL-PROGRAM            PIC X(10) VALUE "PROGRAM3".
       01 WS-CL-CHANNEL            PIC X(1)  VALUE "E".
       01 WS-CL-PURPOSE            PIC X(1)  VALUE "M".
       01 WS-CL-FEED-NAME          PIC X(8)  VALUE "EMAIL".
       01 WS-CL-PID                PIC X(5).
       01 WS-CL-RESULT-SW          PIC X(1).
           88 CONTACT-CAPPED                   VALUE "N".
           88 LEDGER-UNAVAILABLE               VALUE "E".
       01 WS-CL-CAP-NOTE           PIC X(30).
       01 WS-CL-NAME               PIC X(25).

           EXEC SQL BEGIN DECLARE SECTION  END-EXEC
       *> Put your host variables here if you need to port
       *> to other COBOL compilers
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW

      *> no feed at all rather than one that might reach a customer
      *> the fraud desk has held
           MOVE "I" TO WS-HC-FUNCTION
           CALL "Program38" USING WS-HC-FUNCTION, WS-HC-PID,
               WS-HC-HELD-SW
           IF HOLDS-UNAVAILABLE
               DISPLAY "ERROR - FRAUD HOLD LIST UNAVAILABLE - "
                   "EMAIL EXTRACT NOT RUN"
               MOVE ZERO TO WS-RC-ROW-COUNT
               MOVE 16 TO WS-RC-RETCODE
               MOVE "E" TO WS-RC-FUNCTION
               CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
                   WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *> no feed at all rather than one whose rows are not on the
      *> contact ledger, or that ignores the contact caps
           MOVE "I" TO WS-CL-FUNCTION
           CALL "Program42" USING WS-CL-FUNCTION, WS-CL-PROGRAM,
               WS-CL-CHANNEL, WS-CL-PURPOSE, WS-CL-FEED-NAME,
               WS-CYCLE-NO, WS-CL-PID, WS-CL-RESULT-SW,
               WS-CL-CAP-NOTE
           IF LEDGER-UNAVAILABLE
               DISPLAY "ERROR - CONTACT LEDGER UNAVAILABLE - "
                   "EMAIL EXTRACT NOT RUN"
               MOVE ZERO TO WS-RC-ROW-COUNT
               MOVE 16 TO WS-RC-RETCODE
               MOVE "E" TO WS-RC-FUNCTION
               CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
                   WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT EMAIL-EXTRACT-FILE
           OPEN OUTPUT EMAIL-CAP-RPT

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO WS-RUN-DATE-FMT
           END-STRING
           MOVE WS-RUN-DATE-FMT TO RCH1-RUN-DATE

           MOVE 99 TO WS-LINE-CTR
           MOVE ZERO TO WS-PAGE-NO
           MOVE ZERO TO WS-CAP-SKIP-COUNT

           PERFORM Read-Run-Mode
           PERFORM Bump-Cycle-Number
           WRITE EMAIL-EXTRACT-RECORD
               FROM WS-FEED-TRAILER-RECORD

           PERFORM Write-Cap-Trailer

           DISPLAY "EMAIL EXTRACT COMPLETE - MODE " WS-RUN-MODE
               " - " WS-EXTRACT-COUNT " RECORDS WRITTEN"
           IF WS-HELD-SKIP-COUNT > ZERO
               DISPLAY "FRAUD HOLD SKIPPED " WS-HELD-SKIP-COUNT
                   " HELD CUSTOMERS"
           END-IF
           IF WS-CAP-SKIP-COUNT > ZERO
               DISPLAY "CONTACT CAPS SUPPRESSED " WS-CAP-SKIP-COUNT
                   " CUSTOMERS - SEE EMAILCAP.RPT"
           END-IF

           CLOSE EMAIL-EXTRACT-FILE
           CLOSE EMAIL-CAP-RPT

      *> the cap count goes on the run-log row before it is closed
      *> so the feed reconciliation balances on the exact figure
           MOVE WS-CAP-SKIP-COUNT TO WS-RC-ROW-COUNT
           MOVE "K" TO WS-RC-FUNCTION
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW

           MOVE WS-EXTRACT-COUNT TO WS-RC-ROW-COUNT
           MOVE ZERO TO WS-RC-RETCODE
                  ,:BNKCUST-BCS-EMAIL
              END-EXEC
              IF SQLCODE = 0
                   MOVE BNKCUST-BCS-PID TO WS-HC-PID
                   PERFORM Check-Fraud-Hold
                   IF PID-IS-HELD
                       ADD 1 TO WS-HELD-SKIP-COUNT
                   ELSE
                       MOVE BNKCUST-BCS-PID  TO WS-CL-PID
                       MOVE BNKCUST-BCS-NAME TO WS-CL-NAME
                       PERFORM Check-Contact-Cap
                       IF CONTACT-CAPPED
                           PERFORM Write-Cap-Detail-Line
                       ELSE
                           PERFORM Write-Email-Extract-Record
                       END-IF
                   END-IF
              END-IF
           END-PERFORM
           EXEC SQL

      *> what the platform sees: an add it never received (opted out
      *> from the start) is not sent at all, a change that turned the
      *> opt-in off goes out as a removal, an add or change for a
      *> customer under a fraud hold or over a contact cap is held
      *> back, a removal always goes out (and is no contact), and
      *> everything else goes out under its own code
       Emit-Delta-Customer Section.

           MOVE "N" TO WS-DLT-HELD-SW

           MOVE WS-DLT-PID TO WS-HC-PID
           PERFORM Check-Fraud-Hold

           EVALUATE TRUE
               WHEN WS-DLT-CODE = "A" AND WS-DLT-SEND-EMAIL NOT = "Y"
                   CONTINUE
               WHEN PID-IS-HELD AND WS-DLT-CODE NOT = "D"
                       AND WS-DLT-SEND-EMAIL = "Y"
                   ADD 1 TO WS-HELD-SKIP-COUNT
               WHEN WS-DLT-CODE = "C" AND WS-DLT-SEND-EMAIL NOT = "Y"
                   MOVE "D" TO WS-DLT-CODE
                   PERFORM Write-Delta-Detail
               WHEN WS-DLT-CODE = "D"
                   PERFORM Write-Delta-Detail
               WHEN OTHER
                   MOVE WS-DLT-PID  TO WS-CL-PID
                   MOVE WS-DLT-NAME TO WS-CL-NAME
                   PERFORM Check-Contact-Cap
                   IF CONTACT-CAPPED
                       PERFORM Write-Cap-Detail-Line
                   ELSE
                       PERFORM Write-Delta-Detail
                   END-IF
           END-EVALUATE.

       Write-Delta-Detail Section.

           ADD 1 TO WS-EXTRACT-COUNT.

       Check-Fraud-Hold Section.

           MOVE "C" TO WS-HC-FUNCTION
           CALL "Program38" USING WS-HC-FUNCTION, WS-HC-PID,
               WS-HC-HELD-SW.

      *> asked last, once nothing else stops the row - a row the
      *> caps allow is on the ledger before its D record is written
       Check-Contact-Cap Section.

           MOVE "C" TO WS-CL-FUNCTION
           CALL "Program42" USING WS-CL-FUNCTION, WS-CL-PROGRAM,
               WS-CL-CHANNEL, WS-CL-PURPOSE, WS-CL-FEED-NAME,
               WS-CYCLE-NO, WS-CL-PID, WS-CL-RESULT-SW,
               WS-CL-CAP-NOTE

           IF LEDGER-UNAVAILABLE
               DISPLAY "ERROR - CONTACT LEDGER UNAVAILABLE - PID "
                   WS-CL-PID " - EMAIL EXTRACT STOPPED"
               PERFORM Abend-Extract
           END-IF.

      *> F and D are the only modes on file today - anything else
      *> (including no control file at all) runs the full extract
       Read-Run-Mode Section.
                   WS-CYCLE-FILE-STATUS " - CYCLE NOT SAVED"
           END-IF.

       Write-Cap-Headings Section.

           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO RCH1-PAGE-NO

           IF WS-PAGE-NO > 1
               WRITE EMAIL-CAP-RPT-LINE FROM WS-BLANK-LINE
           END-IF

           WRITE EMAIL-CAP-RPT-LINE FROM RPT-CAP-HEADER-1
           WRITE EMAIL-CAP-RPT-LINE FROM RPT-CAP-HEADER-2
           WRITE EMAIL-CAP-RPT-LINE FROM RPT-HEADER-3

           MOVE 4 TO WS-LINE-CTR.

       Write-Cap-Detail-Line Section.

           ADD 1 TO WS-CAP-SKIP-COUNT

           IF WS-LINE-CTR >= WS-LINES-PER-PAGE
               PERFORM Write-Cap-Headings
           END-IF

           MOVE WS-CL-PID       TO RCD-PID
           MOVE WS-CL-NAME      TO RCD-NAME
           MOVE WS-CL-FEED-NAME TO RCD-FEED-NAME
           MOVE WS-CL-CAP-NOTE  TO RCD-CAP-NOTE

           WRITE EMAIL-CAP-RPT-LINE FROM RPT-CAP-DETAIL

           ADD 1 TO WS-LINE-CTR.

       Write-Cap-Trailer Section.

           IF WS-PAGE-NO = 0
               PERFORM Write-Cap-Headings
           END-IF

           MOVE WS-CAP-SKIP-COUNT TO RCT-CAP-COUNT
           WRITE EMAIL-CAP-RPT-LINE FROM WS-BLANK-LINE
           WRITE EMAIL-CAP-RPT-LINE FROM RPT-CAP-TRAILER.

      *> a ledger failure part way through leaves the feed without a
      *> trailer, so the verifier fails it rather than letting a
      *> partly recorded drop go out
       Abend-Extract Section.

           PERFORM Back-Out-Contacts

           MOVE WS-EXTRACT-COUNT TO WS-RC-ROW-COUNT
           MOVE 16 TO WS-RC-RETCODE
           MOVE "E" TO WS-RC-FUNCTION
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW
           CLOSE EMAIL-EXTRACT-FILE
           CLOSE EMAIL-CAP-RPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *> the ledger is added to rather than replaced, so a failed
      *> run's rows would stay and count against the caps on the
      *> rerun - take out everything this cycle recorded
       Back-Out-Contacts Section.

           MOVE "B" TO WS-CL-FUNCTION
           CALL "Program42" USING WS-CL-FUNCTION, WS-CL-PROGRAM,
               WS-CL-CHANNEL, WS-CL-PURPOSE, WS-CL-FEED-NAME,
               WS-CYCLE-NO, WS-CL-PID, WS-CL-RESULT-SW,
               WS-CL-CAP-NOTE
           IF LEDGER-UNAVAILABLE
               DISPLAY "WARNING - CONTACT LEDGER ROWS FOR PROGRAM3 "
                   "CYCLE " WS-CYCLE-NO " NOT BACKED OUT - REMOVE "
                   "BEFORE RERUN"
           END-IF.

      *> Default sql error routine / modify to stop program if needed
       OpenESQL-Error Section.

            display "SQL Error = " sqlstate " " sqlcode
            display MFSQLMESSAGETEXT
            PERFORM Back-Out-Contacts
            MOVE WS-EXTRACT-COUNT TO WS-RC-ROW-COUNT
            MOVE 16 TO WS-RC-RETCODE
            MOVE "E" TO WS-RC-FUNCTION
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW
            CLOSE EMAIL-EXTRACT-FILE
            CLOSE EMAIL-CAP-RPT
           stop run.

