      *> LTRDATE.TRN; when the file is absent or
      *> blank today's date is used, which is the
      *> normal nightly case.
      *> Each letter event is recorded on the contact
      *> ledger MFUSER.BNKCONTL through Program42 as
      *> a service mailing - it is never held back by
      *> the marketing contact caps and does not
      *> count towards them.
      *> -------------------------------------------

       ENVIRONMENT DIVISION.
           88 RUN-CLEAR-TO-START               VALUE "Y".
           88 RUN-HELD-BY-MAINT                VALUE "N".

      *> the contact ledger lives in Program42 so every extract
      *> records its pieces the same way - a service letter is
      *> recorded but never capped
       01 WS-CL-FUNCTION           PIC X(1).
       01 WS-CL-PROGRAM            PIC X(10) VALUE "PROGRAM23".
       01 WS-CL-CHANNEL            PIC X(1)  VALUE "M".
       01 WS-CL-PURPOSE            PIC X(1)  VALUE "S".
       01 WS-CL-FEED-NAME          PIC X(8)  VALUE "ADDRLTR".
       01 WS-CL-PID                PIC X(5).
       01 WS-CL-RESULT-SW          PIC X(1).
           88 LEDGER-UNAVAILABLE               VALUE "E".
       01 WS-CL-CAP-NOTE           PIC X(30).

           EXEC SQL BEGIN DECLARE SECTION  END-EXEC
       *> Put your host variables here if you need to port
       *> to other COBOL compilers

           PERFORM Initialize-Extract

      *> letters the service desk cannot see on the contact ledger
      *> are no use to it - no ledger, no run; a rerun on the same
      *> day replaces the day's entries
           MOVE "I" TO WS-CL-FUNCTION
           CALL "Program42" USING WS-CL-FUNCTION, WS-CL-PROGRAM,
               WS-CL-CHANNEL, WS-CL-PURPOSE, WS-CL-FEED-NAME,
               WS-CYCLE-NO, WS-CL-PID, WS-CL-RESULT-SW,
               WS-CL-CAP-NOTE
           IF LEDGER-UNAVAILABLE
               DISPLAY "ERROR - CONTACT LEDGER UNAVAILABLE - "
                   "ADDRESS LETTER EXTRACT NOT RUN"
               PERFORM Abend-Extract
           END-IF

           EXEC SQL
               WHENEVER SQLERROR GOTO OpenESQL-Error
            END-EXEC
           MOVE BNKCUSTH-HST-NEW-COUNTRY    TO AL-NEW-COUNTRY
           MOVE BNKCUSTH-HST-NEW-POST-CODE  TO AL-NEW-POST-CODE

      *> the letter is on the contact ledger before its D record is
      *> written
           MOVE BNKCUSTH-HST-PID TO WS-CL-PID
           MOVE "C" TO WS-CL-FUNCTION
           CALL "Program42" USING WS-CL-FUNCTION, WS-CL-PROGRAM,
               WS-CL-CHANNEL, WS-CL-PURPOSE, WS-CL-FEED-NAME,
               WS-CYCLE-NO, WS-CL-PID, WS-CL-RESULT-SW,
               WS-CL-CAP-NOTE
           IF LEDGER-UNAVAILABLE
               DISPLAY "ERROR - CONTACT LEDGER UNAVAILABLE - PID "
                   WS-CL-PID " - ADDRESS LETTER EXTRACT STOPPED"
               PERFORM Abend-Extract
           END-IF

           WRITE LETTER-EXTRACT-RECORD
               FROM WS-LETTER-DETAIL-RECORD

           WRITE ADDR-CHG-RPT-LINE FROM WS-BLANK-LINE
           WRITE ADDR-CHG-RPT-LINE FROM RPT-TRAILER.

      *> a ledger failure part way through leaves the feed without a
      *> trailer, so the verifier fails it rather than letting a
      *> partly recorded run go out
       Abend-Extract Section.

           PERFORM Back-Out-Contacts

           MOVE WS-EVENT-COUNT TO WS-RC-ROW-COUNT
           MOVE 16 TO WS-RC-RETCODE
           MOVE "E" TO WS-RC-FUNCTION
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW
           CLOSE LETTER-EXTRACT-FILE
           CLOSE ADDR-CHG-RPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *> the ledger is added to rather than replaced, so a failed
      *> run's rows would stay and be recorded a second time by the
      *> rerun - take out everything this cycle recorded
       Back-Out-Contacts Section.

           MOVE "B" TO WS-CL-FUNCTION
           CALL "Program42" USING WS-CL-FUNCTION, WS-CL-PROGRAM,
               WS-CL-CHANNEL, WS-CL-PURPOSE, WS-CL-FEED-NAME,
               WS-CYCLE-NO, WS-CL-PID, WS-CL-RESULT-SW,
               WS-CL-CAP-NOTE
           IF LEDGER-UNAVAILABLE
               DISPLAY "WARNING - CONTACT LEDGER ROWS FOR PROGRAM23 "
                   "CYCLE " WS-CYCLE-NO " NOT BACKED OUT - REMOVE "
                   "BEFORE RERUN"
           END-IF.

      *> Default sql error routine / modify to stop program if needed
       OpenESQL-Error Section.

            display "SQL Error = " sqlstate " " sqlcode
            display MFSQLMESSAGETEXT
            PERFORM Back-Out-Contacts
            MOVE WS-EVENT-COUNT TO WS-RC-ROW-COUNT
            MOVE 16 TO WS-RC-RETCODE
            MOVE "E" TO WS-RC-FUNCTION
