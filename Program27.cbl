      *> A bad criterion (unknown field, invalid
      *> state or country, action not I/E) stops the
      *> run before anything is extracted.
      *> A customer who meets the criteria but is
      *> under a fraud-desk hold (see Program38) is
      *> left off the extract until the hold is
      *> cleared, and counted on its own line so
      *> the campaign total is not overstated.
      *> Every customer selected is recorded on the
      *> contact ledger MFUSER.BNKCONTL through
      *> Program42. A customer who has already had
      *> as many marketing contacts as the
      *> CONTCAP.CTL caps allow is left off, counted
      *> on the counts report and listed with the
      *> cap reached on CAMPCAP.RPT. Each run is its
      *> own drop, so a rerun adds to the ledger
      *> rather than replacing the earlier run - a
      *> run that fails part way takes its own
      *> ledger rows back out, so the rerun is not
      *> capped by pieces that never went out.
      *> -------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT CAMP-COUNT-RPT ASSIGN TO "CAMPSEL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CAMP-CAP-RPT ASSIGN TO "CAMPCAP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CYCLE-FILE ASSIGN TO "CAMPSEL.CYC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-FILE-STATUS.
           RECORDING MODE IS F.
       01  CAMP-COUNT-RPT-LINE       PIC X(132).

       FD  CAMP-CAP-RPT
           RECORDING MODE IS F.
       01  CAMP-CAP-RPT-LINE         PIC X(132).

       FD  CYCLE-FILE
           RECORDING MODE IS F.
       01  CYCLE-RECORD.

       01 WS-SCANNED-COUNT         PIC 9(7)  VALUE ZERO.
       01 WS-SELECTED-COUNT        PIC 9(7)  VALUE ZERO.
       01 WS-HELD-SKIP-COUNT       PIC 9(7)  VALUE ZERO.
       01 WS-CAP-SKIP-COUNT        PIC 9(7)  VALUE ZERO.

      *> trailer hash total - the sum of the numeric BCS_PID values
      *> on the detail records, kept to the low-order ten digits
           05 RT-LABEL              PIC X(22).
           05 RT-COUNT              PIC ZZZ,ZZZ,ZZ9.

       01 WS-CAP-PAGE-NO           PIC 9(4)  VALUE ZERO.
       01 WS-CAP-LINE-CTR          PIC 9(3)  VALUE 99.

       01 RPT-CAP-HEADER-1.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(30)  VALUE
               "CAMPAIGN CONTACT CAP SUPPRESS".
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

      *> report lines are staged here rather than in the FD record
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
       01 WS-CL-PROGRAM            PIC X(10) VALUE "PROGRAM27".
       01 WS-CL-CHANNEL            PIC X(1)  VALUE "C".
       01 WS-CL-PURPOSE            PIC X(1)  VALUE "M".
       01 WS-CL-FEED-NAME          PIC X(8)  VALUE "CAMPSEL".
       01 WS-CL-PID                PIC X(5).
       01 WS-CL-RESULT-SW          PIC X(1).
           88 CONTACT-CAPPED                   VALUE "N".
           88 LEDGER-UNAVAILABLE               VALUE "E".
       01 WS-CL-CAP-NOTE           PIC X(30).

           EXEC SQL BEGIN DECLARE SECTION  END-EXEC
       *> Put your host variables here if you need to port
       *> to other COBOL compilers
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW

      *> no selection at all rather than one that might reach a
      *> customer the fraud desk has held
           MOVE "I" TO WS-HC-FUNCTION
           CALL "Program38" USING WS-HC-FUNCTION, WS-HC-PID,
               WS-HC-HELD-SW
           IF HOLDS-UNAVAILABLE
               DISPLAY "ERROR - FRAUD HOLD LIST UNAVAILABLE - "
                   "CAMPAIGN SELECTION NOT RUN"
               MOVE ZERO TO WS-RC-ROW-COUNT
               MOVE 16 TO WS-RC-RETCODE
               MOVE "E" TO WS-RC-FUNCTION
               CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
                   WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *> no selection at all rather than one whose customers are not
      *> on the contact ledger, or that ignores the contact caps -
      *> each campaign run is a drop of its own, so the ledger is
      *> added to rather than replaced on a rerun
           MOVE "A" TO WS-CL-FUNCTION
           CALL "Program42" USING WS-CL-FUNCTION, WS-CL-PROGRAM,
               WS-CL-CHANNEL, WS-CL-PURPOSE, WS-CL-FEED-NAME,
               WS-CYCLE-NO, WS-CL-PID, WS-CL-RESULT-SW,
               WS-CL-CAP-NOTE
           IF LEDGER-UNAVAILABLE
               DISPLAY "ERROR - CONTACT LEDGER UNAVAILABLE - "
                   "CAMPAIGN SELECTION NOT RUN"
               MOVE ZERO TO WS-RC-ROW-COUNT
               MOVE 16 TO WS-RC-RETCODE
               MOVE "E" TO WS-RC-FUNCTION
               CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
                   WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM Initialize-Run

           EXEC SQL
               PERFORM Write-Criteria-Lines
               PERFORM Write-Count-Trailer
               CLOSE CAMP-COUNT-RPT
               CLOSE CAMP-CAP-RPT
               CLOSE CAMP-EXTRACT-FILE
               DISPLAY "CAMPAIGN SELECTION STOPPED - "
                   "INVALID CRITERIA ON CAMPCRIT.TRN"

           PERFORM Write-Criteria-Lines
           PERFORM Write-Count-Trailer
           PERFORM Write-Cap-Trailer

           DISPLAY "CAMPAIGN SELECTION COMPLETE - "
               WS-SCANNED-COUNT " SCANNED, "
               WS-SELECTED-COUNT " SELECTED, "
               WS-HELD-SKIP-COUNT " HELD BY FRAUD DESK, "
               WS-CAP-SKIP-COUNT " CAPPED"

           CLOSE CAMP-EXTRACT-FILE
           CLOSE CAMP-COUNT-RPT
           CLOSE CAMP-CAP-RPT

           MOVE WS-SELECTED-COUNT TO WS-RC-ROW-COUNT
           MOVE ZERO TO WS-RC-RETCODE

           OPEN OUTPUT CAMP-EXTRACT-FILE
           OPEN OUTPUT CAMP-COUNT-RPT
           OPEN OUTPUT CAMP-CAP-RPT

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

               INTO WS-RUN-DATE-FMT
           END-STRING
           MOVE WS-RUN-DATE-FMT TO RH1-RUN-DATE
           MOVE WS-RUN-DATE-FMT TO RCH1-RUN-DATE

           MOVE 99 TO WS-LINE-CTR
           MOVE ZERO TO WS-PAGE-NO
           MOVE ZERO TO WS-SCANNED-COUNT
           MOVE ZERO TO WS-SELECTED-COUNT
           MOVE ZERO TO WS-HELD-SKIP-COUNT
           MOVE ZERO TO WS-CAP-SKIP-COUNT
           MOVE 99 TO WS-CAP-LINE-CTR
           MOVE ZERO TO WS-CAP-PAGE-NO
           MOVE ZERO TO WS-PID-HASH.

       Load-Criteria-Table Section.
               END-IF
           END-PERFORM

      *> a held customer who qualifies is counted, not extracted,
      *> and so is one the contact caps stop - the caps are asked
      *> last, and a customer they allow is on the ledger before
      *> the D record is written
           IF ROW-IS-SELECTED
               MOVE BNKCUST-BCS-PID TO WS-HC-PID
               MOVE "C" TO WS-HC-FUNCTION
               CALL "Program38" USING WS-HC-FUNCTION, WS-HC-PID,
                   WS-HC-HELD-SW
               IF PID-IS-HELD
                   ADD 1 TO WS-HELD-SKIP-COUNT
               ELSE
                   PERFORM Check-Contact-Cap
                   IF CONTACT-CAPPED
                       PERFORM Write-Cap-Detail-Line
                   ELSE
                       PERFORM Write-Selection-Detail
                   END-IF
               END-IF
           END-IF.

       Check-Contact-Cap Section.

           MOVE BNKCUST-BCS-PID TO WS-CL-PID
           MOVE "C" TO WS-CL-FUNCTION
           CALL "Program42" USING WS-CL-FUNCTION, WS-CL-PROGRAM,
               WS-CL-CHANNEL, WS-CL-PURPOSE, WS-CL-FEED-NAME,
               WS-CYCLE-NO, WS-CL-PID, WS-CL-RESULT-SW,
               WS-CL-CAP-NOTE

           IF LEDGER-UNAVAILABLE
               DISPLAY "ERROR - CONTACT LEDGER UNAVAILABLE - PID "
                   WS-CL-PID " - CAMPAIGN SELECTION STOPPED"
               PERFORM Abend-Extract
           END-IF.

       Apply-One-Criterion Section.
           MOVE WS-SCANNED-COUNT TO RT-COUNT
           WRITE CAMP-COUNT-RPT-LINE FROM RPT-TOTAL-LINE

           MOVE "HELD BY FRAUD DESK    " TO RT-LABEL
           MOVE WS-HELD-SKIP-COUNT TO RT-COUNT
           WRITE CAMP-COUNT-RPT-LINE FROM RPT-TOTAL-LINE

           MOVE "CAPPED BY CONTACT CAPS" TO RT-LABEL
           MOVE WS-CAP-SKIP-COUNT TO RT-COUNT
           WRITE CAMP-COUNT-RPT-LINE FROM RPT-TOTAL-LINE

           MOVE "CUSTOMERS SELECTED    " TO RT-LABEL
           MOVE WS-SELECTED-COUNT TO RT-COUNT
           WRITE CAMP-COUNT-RPT-LINE FROM RPT-TOTAL-LINE.

       Write-Cap-Headings Section.

           ADD 1 TO WS-CAP-PAGE-NO
           MOVE WS-CAP-PAGE-NO TO RCH1-PAGE-NO

           IF WS-CAP-PAGE-NO > 1
               WRITE CAMP-CAP-RPT-LINE FROM WS-BLANK-LINE
           END-IF

           WRITE CAMP-CAP-RPT-LINE FROM RPT-CAP-HEADER-1
           WRITE CAMP-CAP-RPT-LINE FROM RPT-CAP-HEADER-2
           WRITE CAMP-CAP-RPT-LINE FROM RPT-HEADER-3

           MOVE 4 TO WS-CAP-LINE-CTR.

       Write-Cap-Detail-Line Section.

           ADD 1 TO WS-CAP-SKIP-COUNT

           IF WS-CAP-LINE-CTR >= WS-LINES-PER-PAGE
               PERFORM Write-Cap-Headings
           END-IF

           MOVE BNKCUST-BCS-PID  TO RCD-PID
           MOVE BNKCUST-BCS-NAME TO RCD-NAME
           MOVE WS-CL-FEED-NAME  TO RCD-FEED-NAME
           MOVE WS-CL-CAP-NOTE   TO RCD-CAP-NOTE

           WRITE CAMP-CAP-RPT-LINE FROM RPT-CAP-DETAIL

           ADD 1 TO WS-CAP-LINE-CTR.

       Write-Cap-Trailer Section.

           IF WS-CAP-PAGE-NO = 0
               PERFORM Write-Cap-Headings
           END-IF

           MOVE WS-CAP-SKIP-COUNT TO RCT-CAP-COUNT
           WRITE CAMP-CAP-RPT-LINE FROM WS-BLANK-LINE
           WRITE CAMP-CAP-RPT-LINE FROM RPT-CAP-TRAILER.

      *> a ledger failure part way through leaves the feed without a
      *> trailer, so the verifier fails it rather than letting a
      *> partly recorded drop go out
       Abend-Extract Section.

           PERFORM Back-Out-Contacts

           MOVE WS-SELECTED-COUNT TO WS-RC-ROW-COUNT
           MOVE 16 TO WS-RC-RETCODE
           MOVE "E" TO WS-RC-FUNCTION
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW
           CLOSE CAMP-EXTRACT-FILE
           CLOSE CAMP-COUNT-RPT
           CLOSE CAMP-CAP-RPT
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
               DISPLAY "WARNING - CONTACT LEDGER ROWS FOR PROGRAM27 "
                   "CYCLE " WS-CYCLE-NO " NOT BACKED OUT - REMOVE "
                   "BEFORE RERUN"
           END-IF.

      *> Default sql error routine / modify to stop program if needed
       OpenESQL-Error Section.

            display "SQL Error = " sqlstate " " sqlcode
            display MFSQLMESSAGETEXT
            PERFORM Back-Out-Contacts
            MOVE WS-SELECTED-COUNT TO WS-RC-ROW-COUNT
            MOVE 16 TO WS-RC-RETCODE
            MOVE "E" TO WS-RC-FUNCTION
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW
            CLOSE CAMP-EXTRACT-FILE
            CLOSE CAMP-COUNT-RPT
            CLOSE CAMP-CAP-RPT
           stop run.
