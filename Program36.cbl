      $SET XDB sourceformat(variable)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program36.

      *> -------------------------------------------
      *> Nightly account-takeover risk scan. Reads
      *> the C transactions applied to BNKCUST in the
      *> last few days from MFUSER.BNKCUSTH and, per
      *> customer, notes which kinds of detail moved:
      *> the address block, BCS_TEL, BCS_EMAIL,
      *> BCS_SIN and BCS_NAME. Each customer is then
      *> scored:
      *>   - points for each kind of detail changed
      *>     in the window,
      *>   - bonus points when address, telephone
      *>     and email all changed - the classic
      *>     takeover pattern,
      *>   - points when the customer's new address
      *>     (BCS_ADDR1 + BCS_POST_CODE) or new
      *>     telephone is now on several other
      *>     BNKCUST rows that also took it on in
      *>     the window - one address or number
      *>     suddenly turning up on unrelated
      *>     customers.
      *> A customer scoring at or over the alert
      *> threshold is written to the alert queue
      *> ATOALERT.DAT (house feed layout, H/D/T with
      *> the cycle number in ATOALERT.CYC) and to
      *> the fraud desk's ATOALERT.RPT, highest
      *> score first, with each event in the window
      *> printed as before and after images. SINs
      *> print through the shared masking rule
      *> (Program32). The queue carries the rule
      *> flags and scores only - no personal values.
      *> ATORISK.CTL holds the window and the points
      *> as KEYWORD (10) + five-digit value records:
      *>   WINDOWDAYS ADDRPTS TELPTS EMAILPTS SINPTS
      *>   NAMEPTS ALL3PTS SHAREDPTS SHAREDMIN
      *>   ALERTAT HIGHAT
      *> A keyword not on the file keeps its default;
      *> an unknown keyword or a non-numeric value
      *> stops the run. Alerts at or over HIGHAT
      *> are priority H, the rest priority M. An
      *> alerted customer already under a fraud
      *> hold (Program38) is flagged as such.
      *> The desk places and clears holds with the
      *> fraud hold maintenance program (Program37).
      *> -------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RISK-CTL-FILE ASSIGN TO "ATORISK.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT ALERT-QUEUE-FILE ASSIGN TO "ATOALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CYCLE-FILE ASSIGN TO "ATOALERT.CYC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-FILE-STATUS.

           SELECT ALERT-RPT ASSIGN TO "ATOALERT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RISK-CTL-FILE
           RECORDING MODE IS F.
       01  RISK-CTL-RECORD.
           05 RK-KEYWORD            PIC X(10).
           05 RK-VALUE              PIC X(5).
           05 RK-VALUE-NUM REDEFINES RK-VALUE PIC 9(5).

       FD  ALERT-QUEUE-FILE
           RECORDING MODE IS F.
       01  ALERT-QUEUE-RECORD        PIC X(47).

       FD  CYCLE-FILE
           RECORDING MODE IS F.
       01  CYCLE-RECORD.
           05 CY-CYCLE-NO            PIC 9(5).
           05 CY-RUN-DATE            PIC X(10).

       FD  ALERT-RPT
           RECORDING MODE IS F.
       01  ALERT-RPT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA  END-EXEC.

      *> after an sql error this has the full message text
       01 MFSQLMESSAGETEXT  PIC X(250).

       01 WS-CTL-FILE-STATUS        PIC X(2).
           88 CTL-FILE-OK                      VALUE "00".

       01 WS-CYCLE-FILE-STATUS     PIC X(2).
           88 CYCLE-FILE-OK                    VALUE "00".
           88 CYCLE-FILE-NOT-FOUND             VALUE "35".

       01 WS-CTL-EOF-SW             PIC X(1)  VALUE "N".
           88 CTL-AT-EOF                       VALUE "Y".

       01 WS-CTL-ERROR-SW           PIC X(1)  VALUE "N".
           88 CTL-HAS-ERROR                    VALUE "Y".

       01 WS-CYCLE-NO              PIC 9(5)  VALUE ZERO.

      *> scoring thresholds - the defaults below apply to any
      *> keyword not carried on ATORISK.CTL
       01 WS-WINDOW-DAYS           PIC 9(5)  VALUE 5.
       01 WS-ADDR-PTS              PIC 9(5)  VALUE 30.
       01 WS-TEL-PTS               PIC 9(5)  VALUE 20.
       01 WS-EMAIL-PTS             PIC 9(5)  VALUE 20.
       01 WS-SIN-PTS               PIC 9(5)  VALUE 25.
       01 WS-NAME-PTS              PIC 9(5)  VALUE 15.
       01 WS-ALL3-PTS              PIC 9(5)  VALUE 30.
       01 WS-SHARED-PTS            PIC 9(5)  VALUE 40.
       01 WS-SHARED-MIN            PIC 9(5)  VALUE 3.
       01 WS-ALERT-AT              PIC 9(5)  VALUE 50.
       01 WS-HIGH-AT               PIC 9(5)  VALUE 90.

       01 WS-RUN-DATE.
           05 WS-RUN-DATE-YYYY      PIC 9(4).
           05 WS-RUN-DATE-MM        PIC 9(2).
           05 WS-RUN-DATE-DD        PIC 9(2).

       01 WS-RUN-DATE-FMT          PIC X(10).

      *> the window start is worked out in day numbers and turned
      *> back into a dashed date for the cursor
       01 WS-DATE-DIGITS           PIC 9(8).
       01 WS-DATE-PARTS REDEFINES WS-DATE-DIGITS.
           05 WS-DATE-YYYY          PIC 9(4).
           05 WS-DATE-MM            PIC 9(2).
           05 WS-DATE-DD            PIC 9(2).
       01 WS-TODAY-INT             PIC S9(9) COMP-5.
       01 WS-START-INT             PIC S9(9) COMP-5.

       01 WS-PAGE-NO               PIC 9(4)  VALUE ZERO.
       01 WS-LINE-CTR              PIC 9(3)  VALUE 99.
       01 WS-LINES-PER-PAGE        PIC 9(3)  VALUE 55.
       01 WS-EVENT-COUNT           PIC 9(7)  VALUE ZERO.
       01 WS-CHANGED-COUNT         PIC 9(7)  VALUE ZERO.
       01 WS-ALERT-COUNT           PIC 9(7)  VALUE ZERO.
       01 WS-HIGH-COUNT            PIC 9(7)  VALUE ZERO.
       01 WS-ALERT-WRITTEN         PIC 9(7)  VALUE ZERO.

      *> what one history event changed - set by Classify-Event for
      *> both the scan and the report
       01 WS-EVT-ADDR-SW           PIC X(1).
           88 EVT-ADDR-CHANGED                 VALUE "Y".
       01 WS-EVT-TEL-SW            PIC X(1).
           88 EVT-TEL-CHANGED                  VALUE "Y".
       01 WS-EVT-EMAIL-SW          PIC X(1).
           88 EVT-EMAIL-CHANGED                VALUE "Y".
       01 WS-EVT-SIN-SW            PIC X(1).
           88 EVT-SIN-CHANGED                  VALUE "Y".
       01 WS-EVT-NAME-SW           PIC X(1).
           88 EVT-NAME-CHANGED                 VALUE "Y".

       01 WS-CHANGED-LIST.
           05 WS-CL-ADDR            PIC X(5).
           05 WS-CL-TEL             PIC X(4).
           05 WS-CL-EMAIL           PIC X(6).
           05 WS-CL-SIN             PIC X(4).
           05 WS-CL-NAME            PIC X(4).

      *> one entry per customer with a real change in the window,
      *> in PID order as the cursor delivers them. The new address
      *> and telephone are the ones on the customer's latest
      *> changing event - what the shared-value rule looks for.
       01 WS-PID-MAX               PIC 9(5)  COMP-5 VALUE 5000.
       01 WS-PID-COUNT             PIC 9(5)  COMP-5 VALUE ZERO.
       01 WS-PID-IDX               PIC 9(5)  COMP-5.
       01 WS-BEST-IDX              PIC 9(5)  COMP-5.
       01 WS-PID-TABLE.
           05 WS-PID-ENTRY OCCURS 5000 TIMES.
              10 PT-PID             PIC X(5).
              10 PT-EVENT-COUNT     PIC 9(3).
              10 PT-FIRST-DATE      PIC X(10).
              10 PT-LAST-DATE       PIC X(10).
              10 PT-ADDR-SW         PIC X(1).
              10 PT-TEL-SW          PIC X(1).
              10 PT-EMAIL-SW        PIC X(1).
              10 PT-SIN-SW          PIC X(1).
              10 PT-NAME-SW         PIC X(1).
              10 PT-NEW-ADDR1       PIC X(25).
              10 PT-NEW-POST-CODE   PIC X(6).
              10 PT-NEW-TEL         PIC X(12).
              10 PT-SHARED-ADDR     PIC 9(3).
              10 PT-SHARED-TEL      PIC 9(3).
              10 PT-SCORE           PIC 9(5).
              10 PT-PRIORITY        PIC X(1).
              10 PT-ALERT-SW        PIC X(1).
                 88 PT-IS-ALERT               VALUE "Y".
              10 PT-WRITTEN-SW      PIC X(1).
                 88 PT-IS-WRITTEN             VALUE "Y".

       01 WS-HELD-TEXT             PIC X(7).

      *> trailer hash total - the sum of the numeric BCS_PID values
      *> on the detail records, kept to the low-order ten digits
       01 WS-PID-HASH              PIC 9(10) VALUE ZERO.

       01 WS-PID-WORK              PIC X(5).
       01 WS-PID-WORK-NUM REDEFINES WS-PID-WORK PIC 9(5).

      *> the queue carries the rule flags and scores, never the
      *> changed values themselves - the report is the place for
      *> those
       01 WS-ALERT-DETAIL-RECORD.
           05 AQ-REC-TYPE            PIC X(1).
           05 AQ-PID                 PIC X(5).
           05 AQ-PRIORITY            PIC X(1).
           05 AQ-SCORE               PIC 9(5).
           05 AQ-ADDR-SW             PIC X(1).
           05 AQ-TEL-SW              PIC X(1).
           05 AQ-EMAIL-SW            PIC X(1).
           05 AQ-SIN-SW              PIC X(1).
           05 AQ-NAME-SW             PIC X(1).
           05 AQ-SHARED-ADDR         PIC 9(3).
           05 AQ-SHARED-TEL          PIC 9(3).
           05 AQ-EVENT-COUNT         PIC 9(3).
           05 AQ-FIRST-DATE          PIC X(10).
           05 AQ-LAST-DATE           PIC X(10).
           05 AQ-HELD-SW             PIC X(1).

       01 WS-FEED-HEADER-RECORD.
           05 FH-REC-TYPE            PIC X(1).
           05 FH-FEED-NAME           PIC X(8).
           05 FH-RUN-DATE            PIC X(10).
           05 FH-CYCLE-NO            PIC 9(5).

       01 WS-FEED-TRAILER-RECORD.
           05 FT-REC-TYPE            PIC X(1).
           05 FT-DETAIL-COUNT        PIC 9(9).
           05 FT-PID-HASH            PIC 9(10).

       01 RPT-HEADER-1.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(30)  VALUE
               "ACCOUNT TAKEOVER ALERTS".
           05 FILLER                PIC X(10)  VALUE SPACE.
           05 RH1-RUN-DATE          PIC X(10).
           05 FILLER                PIC X(10)  VALUE SPACE.
           05 FILLER                PIC X(5)   VALUE "PAGE ".
           05 RH1-PAGE-NO           PIC ZZZ9.

       01 RPT-HEADER-2.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(15)  VALUE "CHANGES APPLIED".
           05 FILLER                PIC X(6)   VALUE " FROM ".
           05 RH2-START-DATE        PIC X(10).
           05 FILLER                PIC X(4)   VALUE " TO ".
           05 RH2-END-DATE          PIC X(10).
           05 FILLER                PIC X(11)  VALUE "  ALERT AT ".
           05 RH2-ALERT-AT          PIC ZZZZ9.
           05 FILLER                PIC X(10)  VALUE "  HIGH AT ".
           05 RH2-HIGH-AT           PIC ZZZZ9.

       01 RPT-HEADER-3.
           05 FILLER                PIC X(132) VALUE ALL "-".

       01 RPT-ALERT-LINE.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(9)   VALUE "PRIORITY ".
           05 RA-PRIORITY           PIC X(1).
           05 FILLER                PIC X(6)   VALUE "  PID ".
           05 RA-PID                PIC X(5).
           05 FILLER                PIC X(8)   VALUE "  SCORE ".
           05 RA-SCORE              PIC ZZZZ9.
           05 FILLER                PIC X(9)   VALUE "  EVENTS ".
           05 RA-EVENT-COUNT        PIC ZZ9.
           05 FILLER                PIC X(11)  VALUE "  CHANGED: ".
           05 RA-CHANGED            PIC X(23).
           05 FILLER                PIC X(15)  VALUE
               "  SHARED ADDR: ".
           05 RA-SHARED-ADDR        PIC ZZ9.
           05 FILLER                PIC X(6)   VALUE " TEL: ".
           05 RA-SHARED-TEL         PIC ZZ9.
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RA-HELD               PIC X(7).

       01 RPT-EVENT-LINE.
           05 FILLER                PIC X(3)   VALUE SPACE.
           05 RE-RUN-DATE           PIC X(10).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RE-RUN-TIME           PIC X(8).
           05 FILLER                PIC X(11)  VALUE "  KEYED BY ".
           05 RE-MAKER-ID           PIC X(8).
           05 FILLER                PIC X(14)  VALUE
               "  APPROVED BY ".
           05 RE-CHECKER-ID         PIC X(8).
           05 FILLER                PIC X(11)  VALUE "  CHANGED: ".
           05 RE-CHANGED            PIC X(23).

       01 RPT-IMAGE-1.
           05 FILLER                PIC X(3)   VALUE SPACE.
           05 RI1-LABEL             PIC X(8).
           05 RI1-NAME              PIC X(25).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RI1-SIN               PIC X(9).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RI1-STATE             PIC X(2).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RI1-COUNTRY           PIC X(6).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RI1-POST-CODE         PIC X(6).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RI1-TEL               PIC X(12).
           05 FILLER                PIC X(3)   VALUE " M=".
           05 RI1-SEND-MAIL         PIC X(1).
           05 FILLER                PIC X(3)   VALUE " E=".
           05 RI1-SEND-EMAIL        PIC X(1).

       01 RPT-IMAGE-2.
           05 FILLER                PIC X(3)   VALUE SPACE.
           05 FILLER                PIC X(8)   VALUE SPACE.
           05 RI2-ADDR1             PIC X(25).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RI2-ADDR2             PIC X(25).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RI2-EMAIL             PIC X(30).

       01 RPT-NO-ALERTS.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(30)  VALUE
               "NO CUSTOMER REACHED ALERT".

       01 RPT-TRAILER-1.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(15)  VALUE "END OF REPORT".
           05 RT1-EVENT-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(16)  VALUE " EVENTS SCANNED,".
           05 RT1-CHANGED-COUNT     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(19)  VALUE
               " CUSTOMERS CHANGED".

       01 RPT-TRAILER-2.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RT2-ALERT-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(8)   VALUE " ALERTS,".
           05 RT2-HIGH-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(14)  VALUE " HIGH PRIORITY".

       01 WS-BLANK-LINE             PIC X(132) VALUE SPACE.

      *> report lines are staged here rather than in the FD record
      *> area so a page break (which writes the headings through the
      *> record area) cannot clobber the line being printed
       01 WS-PRINT-LINE             PIC X(132) VALUE SPACE.

      *> SIN masking lives in Program32 so every report prints a
      *> SIN the same way - the last three digits, unless this is
      *> an authorized unmasked run written to the disclosure log
       01 WS-SM-FUNCTION           PIC X(1).
       01 WS-SM-PROGRAM            PIC X(10) VALUE "PROGRAM36".
       01 WS-SM-SIN-IN             PIC X(9).
       01 WS-SM-SIN-OUT            PIC X(9).

      *> hold checking lives in Program38 so every program asks
      *> whether a PID is under a fraud hold the same way
       01 WS-HC-FUNCTION           PIC X(1).
       01 WS-HC-PID                PIC X(5).
       01 WS-HC-HELD-SW            PIC X(1).
           88 PID-IS-HELD                      VALUE "Y".
           88 HOLDS-UNAVAILABLE                VALUE "E".

      *> run-control registration lives in Program13 so every batch
      *> logs its start and end the same way, and so extracts and
      *> reports can be held off while maintenance is in progress
       01 WS-RC-FUNCTION           PIC X(1).
       01 WS-RC-PROGRAM            PIC X(10) VALUE "PROGRAM36".
       01 WS-RC-ROW-COUNT          PIC 9(7)  VALUE ZERO.
       01 WS-RC-RETCODE            PIC 9(2)  VALUE ZERO.
       01 WS-RC-RESULT-SW          PIC X(1)  VALUE "Y".
           88 RUN-CLEAR-TO-START               VALUE "Y".
           88 RUN-HELD-BY-MAINT                VALUE "N".

           EXEC SQL BEGIN DECLARE SECTION  END-EXEC
       *> Put your host variables here if you need to port
       *> to other COBOL compilers
            EXEC SQL INCLUDE BNKCUSTH END-EXEC.

            01 WS-START-DATE-HV  PIC X(10).
            01 WS-ALERT-PID-HV   PIC X(5).
            01 WS-SHARE-ADDR1-HV PIC X(25).
            01 WS-SHARE-POST-HV  PIC X(6).
            01 WS-SHARE-TEL-HV   PIC X(12).
            01 WS-SHARE-COUNT    PIC S9(9) COMP-5.

           EXEC SQL END DECLARE SECTION END-EXEC

       PROCEDURE DIVISION.

       Main-Line Section.

      *> hold off while the maintenance program is mid-way through
      *> applying transactions, then register this run in the run log
           MOVE "C" TO WS-RC-FUNCTION
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW
           IF RUN-HELD-BY-MAINT
               DISPLAY "PROGRAM36 HELD - BNKCUST MAINTENANCE "
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

           PERFORM Scan-Window-Events
           PERFORM Score-Changed-Pids
           PERFORM Write-Alerts-By-Priority

           MOVE "T"              TO FT-REC-TYPE
           MOVE WS-ALERT-WRITTEN TO FT-DETAIL-COUNT
           MOVE WS-PID-HASH      TO FT-PID-HASH
           WRITE ALERT-QUEUE-RECORD
               FROM WS-FEED-TRAILER-RECORD

           PERFORM Write-Alert-Trailer

           CLOSE ALERT-QUEUE-FILE
           CLOSE ALERT-RPT

           DISPLAY "ACCOUNT TAKEOVER SCAN COMPLETE - "
               WS-CHANGED-COUNT " CUSTOMERS CHANGED, "
               WS-ALERT-COUNT " ALERTS (" WS-HIGH-COUNT " HIGH)"

           MOVE WS-ALERT-WRITTEN TO WS-RC-ROW-COUNT
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

           PERFORM Load-Risk-Thresholds

      *> the window runs back from today, today included - a five
      *> day window on the 14th starts on the 10th
           MOVE WS-RUN-DATE TO WS-DATE-DIGITS
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)
           COMPUTE WS-START-INT = WS-TODAY-INT - WS-WINDOW-DAYS + 1
           COMPUTE WS-DATE-DIGITS =
               FUNCTION DATE-OF-INTEGER(WS-START-INT)
           MOVE SPACES TO WS-START-DATE-HV
           STRING WS-DATE-YYYY "-" WS-DATE-MM "-"
               WS-DATE-DD DELIMITED BY SIZE
               INTO WS-START-DATE-HV
           END-STRING

           OPEN OUTPUT ALERT-QUEUE-FILE
           OPEN OUTPUT ALERT-RPT

           MOVE WS-RUN-DATE-FMT  TO RH1-RUN-DATE
           MOVE WS-START-DATE-HV TO RH2-START-DATE
           MOVE WS-RUN-DATE-FMT  TO RH2-END-DATE
           MOVE WS-ALERT-AT      TO RH2-ALERT-AT
           MOVE WS-HIGH-AT       TO RH2-HIGH-AT

           MOVE 99 TO WS-LINE-CTR
           MOVE ZERO TO WS-PAGE-NO
           MOVE ZERO TO WS-EVENT-COUNT
           MOVE ZERO TO WS-CHANGED-COUNT
           MOVE ZERO TO WS-ALERT-COUNT
           MOVE ZERO TO WS-HIGH-COUNT
           MOVE ZERO TO WS-ALERT-WRITTEN
           MOVE ZERO TO WS-PID-COUNT
           MOVE ZERO TO WS-PID-HASH

           PERFORM Bump-Cycle-Number

           MOVE "H"             TO FH-REC-TYPE
           MOVE "ATOALERT"      TO FH-FEED-NAME
           MOVE WS-RUN-DATE-FMT TO FH-RUN-DATE
           MOVE WS-CYCLE-NO     TO FH-CYCLE-NO
           WRITE ALERT-QUEUE-RECORD
               FROM WS-FEED-HEADER-RECORD

           MOVE "I" TO WS-SM-FUNCTION
           CALL "Program32" USING WS-SM-FUNCTION, WS-SM-PROGRAM,
               WS-SM-SIN-IN, WS-SM-SIN-OUT

           MOVE "I" TO WS-HC-FUNCTION
           CALL "Program38" USING WS-HC-FUNCTION, WS-HC-PID,
               WS-HC-HELD-SW
           IF HOLDS-UNAVAILABLE
               DISPLAY "WARNING - FRAUD HOLD LIST UNAVAILABLE - "
                   "HOLD STATUS OF ALERTS NOT SHOWN"
           END-IF.

      *> a scan scored on a mis-keyed threshold would flood the desk
      *> or go quiet - every record is checked and one bad keyword
      *> or value stops the run before anything is written
       Load-Risk-Thresholds Section.

           OPEN INPUT RISK-CTL-FILE
           IF NOT CTL-FILE-OK
               DISPLAY "WARNING - ATORISK.CTL NOT FOUND - DEFAULT "
                   "THRESHOLDS USED"
               CLOSE RISK-CTL-FILE
           ELSE
               MOVE "N" TO WS-CTL-EOF-SW
               PERFORM UNTIL CTL-AT-EOF
                   READ RISK-CTL-FILE
                       AT END
                           SET CTL-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM Apply-One-Threshold
                   END-READ
               END-PERFORM
               CLOSE RISK-CTL-FILE
           END-IF

           IF WS-WINDOW-DAYS = ZERO OR WS-WINDOW-DAYS > 366
               DISPLAY "WINDOWDAYS " WS-WINDOW-DAYS
                   " MUST BE 1 TO 366"
               SET CTL-HAS-ERROR TO TRUE
           END-IF

           IF WS-SHARED-MIN = ZERO
               DISPLAY "SHAREDMIN MUST BE AT LEAST 1"
               SET CTL-HAS-ERROR TO TRUE
           END-IF

           IF WS-ALERT-AT = ZERO
               DISPLAY "ALERTAT MUST BE AT LEAST 1"
               SET CTL-HAS-ERROR TO TRUE
           END-IF

           IF WS-HIGH-AT < WS-ALERT-AT
               DISPLAY "HIGHAT " WS-HIGH-AT " IS BELOW ALERTAT "
                   WS-ALERT-AT
               SET CTL-HAS-ERROR TO TRUE
           END-IF

           IF CTL-HAS-ERROR
               DISPLAY "ERROR - ATORISK.CTL INVALID - NO SCAN RUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       Apply-One-Threshold Section.

           IF RK-KEYWORD = SPACES
               CONTINUE
           ELSE
               IF RK-VALUE NOT NUMERIC
                   DISPLAY "THRESHOLD VALUE '" RK-VALUE "' FOR "
                       RK-KEYWORD " MUST BE FIVE DIGITS"
                   SET CTL-HAS-ERROR TO TRUE
               ELSE
                   EVALUATE RK-KEYWORD
                       WHEN "WINDOWDAYS"
                           MOVE RK-VALUE-NUM TO WS-WINDOW-DAYS
                       WHEN "ADDRPTS"
                           MOVE RK-VALUE-NUM TO WS-ADDR-PTS
                       WHEN "TELPTS"
                           MOVE RK-VALUE-NUM TO WS-TEL-PTS
                       WHEN "EMAILPTS"
                           MOVE RK-VALUE-NUM TO WS-EMAIL-PTS
                       WHEN "SINPTS"
                           MOVE RK-VALUE-NUM TO WS-SIN-PTS
                       WHEN "NAMEPTS"
                           MOVE RK-VALUE-NUM TO WS-NAME-PTS
                       WHEN "ALL3PTS"
                           MOVE RK-VALUE-NUM TO WS-ALL3-PTS
                       WHEN "SHAREDPTS"
                           MOVE RK-VALUE-NUM TO WS-SHARED-PTS
                       WHEN "SHAREDMIN"
                           MOVE RK-VALUE-NUM TO WS-SHARED-MIN
                       WHEN "ALERTAT"
                           MOVE RK-VALUE-NUM TO WS-ALERT-AT
                       WHEN "HIGHAT"
                           MOVE RK-VALUE-NUM TO WS-HIGH-AT
                       WHEN OTHER
                           DISPLAY "INVALID THRESHOLD KEYWORD '"
                               RK-KEYWORD "'"
                           SET CTL-HAS-ERROR TO TRUE
                   END-EVALUATE
               END-IF
           END-IF.

      *> only C events can show a takeover - an add has no prior
      *> image and a delete has no new one. The cursor delivers a
      *> customer's events together, oldest first.
       Scan-Window-Events Section.

           EXEC SQL
           DECLARE CSR-WINDOW CURSOR FOR SELECT
                  H.HST_PID
                 ,H.HST_RUN_DATE
                 ,H.HST_OLD_NAME
                 ,H.HST_OLD_SIN
                 ,H.HST_OLD_ADDR1
                 ,H.HST_OLD_ADDR2
                 ,H.HST_OLD_STATE
                 ,H.HST_OLD_COUNTRY
                 ,H.HST_OLD_POST_CODE
                 ,H.HST_OLD_TEL
                 ,H.HST_OLD_EMAIL
                 ,H.HST_NEW_NAME
                 ,H.HST_NEW_SIN
                 ,H.HST_NEW_ADDR1
                 ,H.HST_NEW_ADDR2
                 ,H.HST_NEW_STATE
                 ,H.HST_NEW_COUNTRY
                 ,H.HST_NEW_POST_CODE
                 ,H.HST_NEW_TEL
                 ,H.HST_NEW_EMAIL
             FROM MFUSER.BNKCUSTH H
            WHERE H.HST_RUN_DATE >= :WS-START-DATE-HV
              AND H.HST_TRAN_CODE = 'C'
            ORDER BY H.HST_PID, H.HST_RUN_DATE, H.HST_RUN_TIME
          END-EXEC
           EXEC SQL
              OPEN CSR-WINDOW
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = +100
              EXEC SQL
                FETCH CSR-WINDOW  INTO
                   :BNKCUSTH-HST-PID
                  ,:BNKCUSTH-HST-RUN-DATE
                  ,:BNKCUSTH-HST-OLD-NAME
                  ,:BNKCUSTH-HST-OLD-SIN
                  ,:BNKCUSTH-HST-OLD-ADDR1
                  ,:BNKCUSTH-HST-OLD-ADDR2
                  ,:BNKCUSTH-HST-OLD-STATE
                  ,:BNKCUSTH-HST-OLD-COUNTRY
                  ,:BNKCUSTH-HST-OLD-POST-CODE
                  ,:BNKCUSTH-HST-OLD-TEL
                  ,:BNKCUSTH-HST-OLD-EMAIL
                  ,:BNKCUSTH-HST-NEW-NAME
                  ,:BNKCUSTH-HST-NEW-SIN
                  ,:BNKCUSTH-HST-NEW-ADDR1
                  ,:BNKCUSTH-HST-NEW-ADDR2
                  ,:BNKCUSTH-HST-NEW-STATE
                  ,:BNKCUSTH-HST-NEW-COUNTRY
                  ,:BNKCUSTH-HST-NEW-POST-CODE
                  ,:BNKCUSTH-HST-NEW-TEL
                  ,:BNKCUSTH-HST-NEW-EMAIL
              END-EXEC
              IF SQLCODE = 0
                   ADD 1 TO WS-EVENT-COUNT
                   PERFORM Classify-Event
                   PERFORM Collect-Changed-Event
              END-IF
           END-PERFORM
           EXEC SQL
             CLOSE CSR-WINDOW
           END-EXEC

           MOVE WS-PID-COUNT TO WS-CHANGED-COUNT.

      *> the maintenance transaction carries the full row, so a C
      *> event lists every column - a kind of detail "changed" only
      *> where the old and new values actually differ
       Classify-Event Section.

           MOVE "N" TO WS-EVT-ADDR-SW
           MOVE "N" TO WS-EVT-TEL-SW
           MOVE "N" TO WS-EVT-EMAIL-SW
           MOVE "N" TO WS-EVT-SIN-SW
           MOVE "N" TO WS-EVT-NAME-SW
           MOVE SPACES TO WS-CHANGED-LIST

           IF BNKCUSTH-HST-OLD-ADDR1 NOT = BNKCUSTH-HST-NEW-ADDR1
                   OR BNKCUSTH-HST-OLD-ADDR2
                       NOT = BNKCUSTH-HST-NEW-ADDR2
                   OR BNKCUSTH-HST-OLD-STATE
                       NOT = BNKCUSTH-HST-NEW-STATE
                   OR BNKCUSTH-HST-OLD-COUNTRY
                       NOT = BNKCUSTH-HST-NEW-COUNTRY
                   OR BNKCUSTH-HST-OLD-POST-CODE
                       NOT = BNKCUSTH-HST-NEW-POST-CODE
               SET EVT-ADDR-CHANGED TO TRUE
               MOVE "ADDR" TO WS-CL-ADDR
           END-IF

           IF BNKCUSTH-HST-OLD-TEL NOT = BNKCUSTH-HST-NEW-TEL
               SET EVT-TEL-CHANGED TO TRUE
               MOVE "TEL" TO WS-CL-TEL
           END-IF

           IF BNKCUSTH-HST-OLD-EMAIL NOT = BNKCUSTH-HST-NEW-EMAIL
               SET EVT-EMAIL-CHANGED TO TRUE
               MOVE "EMAIL" TO WS-CL-EMAIL
           END-IF

           IF BNKCUSTH-HST-OLD-SIN NOT = BNKCUSTH-HST-NEW-SIN
               SET EVT-SIN-CHANGED TO TRUE
               MOVE "SIN" TO WS-CL-SIN
           END-IF

           IF BNKCUSTH-HST-OLD-NAME NOT = BNKCUSTH-HST-NEW-NAME
               SET EVT-NAME-CHANGED TO TRUE
               MOVE "NAME" TO WS-CL-NAME
           END-IF.

      *> an event that only flipped an opt-in flag carries no risk
      *> and never opens an entry
       Collect-Changed-Event Section.

           IF WS-CHANGED-LIST = SPACES
               CONTINUE
           ELSE
               IF WS-PID-COUNT = ZERO
                       OR PT-PID(WS-PID-COUNT) NOT = BNKCUSTH-HST-PID
                   PERFORM Add-Changed-Pid
               END-IF

               ADD 1 TO PT-EVENT-COUNT(WS-PID-COUNT)
               MOVE BNKCUSTH-HST-RUN-DATE
                   TO PT-LAST-DATE(WS-PID-COUNT)
               IF EVT-ADDR-CHANGED
                   MOVE "Y" TO PT-ADDR-SW(WS-PID-COUNT)
               END-IF
               IF EVT-TEL-CHANGED
                   MOVE "Y" TO PT-TEL-SW(WS-PID-COUNT)
               END-IF
               IF EVT-EMAIL-CHANGED
                   MOVE "Y" TO PT-EMAIL-SW(WS-PID-COUNT)
               END-IF
               IF EVT-SIN-CHANGED
                   MOVE "Y" TO PT-SIN-SW(WS-PID-COUNT)
               END-IF
               IF EVT-NAME-CHANGED
                   MOVE "Y" TO PT-NAME-SW(WS-PID-COUNT)
               END-IF
               MOVE BNKCUSTH-HST-NEW-ADDR1
                   TO PT-NEW-ADDR1(WS-PID-COUNT)
               MOVE BNKCUSTH-HST-NEW-POST-CODE
                   TO PT-NEW-POST-CODE(WS-PID-COUNT)
               MOVE BNKCUSTH-HST-NEW-TEL
                   TO PT-NEW-TEL(WS-PID-COUNT)
           END-IF.

       Add-Changed-Pid Section.

           IF WS-PID-COUNT >= WS-PID-MAX
               DISPLAY "ERROR - MORE THAN " WS-PID-MAX
                   " CHANGED CUSTOMERS IN THE WINDOW - "
                   "SHORTEN WINDOWDAYS"
               PERFORM Abend-Scan-Run
           END-IF

           ADD 1 TO WS-PID-COUNT
           MOVE BNKCUSTH-HST-PID      TO PT-PID(WS-PID-COUNT)
           MOVE ZERO                  TO PT-EVENT-COUNT(WS-PID-COUNT)
           MOVE BNKCUSTH-HST-RUN-DATE TO PT-FIRST-DATE(WS-PID-COUNT)
           MOVE "N"                   TO PT-ADDR-SW(WS-PID-COUNT)
           MOVE "N"                   TO PT-TEL-SW(WS-PID-COUNT)
           MOVE "N"                   TO PT-EMAIL-SW(WS-PID-COUNT)
           MOVE "N"                   TO PT-SIN-SW(WS-PID-COUNT)
           MOVE "N"                   TO PT-NAME-SW(WS-PID-COUNT)
           MOVE ZERO                  TO PT-SHARED-ADDR(WS-PID-COUNT)
           MOVE ZERO                  TO PT-SHARED-TEL(WS-PID-COUNT)
           MOVE ZERO                  TO PT-SCORE(WS-PID-COUNT)
           MOVE SPACE                 TO PT-PRIORITY(WS-PID-COUNT)
           MOVE "N"                   TO PT-ALERT-SW(WS-PID-COUNT)
           MOVE "N"                   TO PT-WRITTEN-SW(WS-PID-COUNT).

       Score-Changed-Pids Section.

           PERFORM VARYING WS-PID-IDX FROM 1 BY 1
                   UNTIL WS-PID-IDX > WS-PID-COUNT
               PERFORM Score-One-Pid
           END-PERFORM.

       Score-One-Pid Section.

           MOVE ZERO TO PT-SCORE(WS-PID-IDX)

           IF PT-ADDR-SW(WS-PID-IDX) = "Y"
               ADD WS-ADDR-PTS TO PT-SCORE(WS-PID-IDX)
               PERFORM Count-Shared-Address
           END-IF
           IF PT-TEL-SW(WS-PID-IDX) = "Y"
               ADD WS-TEL-PTS TO PT-SCORE(WS-PID-IDX)
               PERFORM Count-Shared-Telephone
           END-IF
           IF PT-EMAIL-SW(WS-PID-IDX) = "Y"
               ADD WS-EMAIL-PTS TO PT-SCORE(WS-PID-IDX)
           END-IF
           IF PT-SIN-SW(WS-PID-IDX) = "Y"
               ADD WS-SIN-PTS TO PT-SCORE(WS-PID-IDX)
           END-IF
           IF PT-NAME-SW(WS-PID-IDX) = "Y"
               ADD WS-NAME-PTS TO PT-SCORE(WS-PID-IDX)
           END-IF

           IF PT-ADDR-SW(WS-PID-IDX) = "Y"
                   AND PT-TEL-SW(WS-PID-IDX) = "Y"
                   AND PT-EMAIL-SW(WS-PID-IDX) = "Y"
               ADD WS-ALL3-PTS TO PT-SCORE(WS-PID-IDX)
           END-IF

           IF PT-SHARED-ADDR(WS-PID-IDX) >= WS-SHARED-MIN
                   OR PT-SHARED-TEL(WS-PID-IDX) >= WS-SHARED-MIN
               ADD WS-SHARED-PTS TO PT-SCORE(WS-PID-IDX)
           END-IF

           IF PT-SCORE(WS-PID-IDX) >= WS-ALERT-AT
               SET PT-IS-ALERT(WS-PID-IDX) TO TRUE
               ADD 1 TO WS-ALERT-COUNT
               IF PT-SCORE(WS-PID-IDX) >= WS-HIGH-AT
                   MOVE "H" TO PT-PRIORITY(WS-PID-IDX)
                   ADD 1 TO WS-HIGH-COUNT
               ELSE
                   MOVE "M" TO PT-PRIORITY(WS-PID-IDX)
               END-IF
           END-IF.

      *> other customers still at the new address who moved there
      *> (or were opened there) inside the same window - a family
      *> at one address for years never counts
       Count-Shared-Address Section.

           MOVE ZERO TO WS-SHARE-COUNT

           IF PT-NEW-ADDR1(WS-PID-IDX) NOT = SPACES
               MOVE PT-PID(WS-PID-IDX)           TO WS-ALERT-PID-HV
               MOVE PT-NEW-ADDR1(WS-PID-IDX)     TO WS-SHARE-ADDR1-HV
               MOVE PT-NEW-POST-CODE(WS-PID-IDX) TO WS-SHARE-POST-HV
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-SHARE-COUNT
                     FROM MFUSER.BNKCUST C
                    WHERE C.BCS_ADDR1     = :WS-SHARE-ADDR1-HV
                      AND C.BCS_POST_CODE = :WS-SHARE-POST-HV
                      AND C.BCS_PID      <> :WS-ALERT-PID-HV
                      AND EXISTS
                        ( SELECT 1
                            FROM MFUSER.BNKCUSTH H
                           WHERE H.HST_PID           = C.BCS_PID
                             AND H.HST_TRAN_CODE IN ('A', 'C')
                             AND H.HST_RUN_DATE     >= :WS-START-DATE-HV
                             AND H.HST_NEW_ADDR1     = :WS-SHARE-ADDR1-HV
                             AND H.HST_NEW_POST_CODE = :WS-SHARE-POST-HV )
               END-EXEC
           END-IF

           IF WS-SHARE-COUNT > 999
               MOVE 999 TO PT-SHARED-ADDR(WS-PID-IDX)
           ELSE
               MOVE WS-SHARE-COUNT TO PT-SHARED-ADDR(WS-PID-IDX)
           END-IF.

       Count-Shared-Telephone Section.

           MOVE ZERO TO WS-SHARE-COUNT

           IF PT-NEW-TEL(WS-PID-IDX) NOT = SPACES
               MOVE PT-PID(WS-PID-IDX)     TO WS-ALERT-PID-HV
               MOVE PT-NEW-TEL(WS-PID-IDX) TO WS-SHARE-TEL-HV
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-SHARE-COUNT
                     FROM MFUSER.BNKCUST C
                    WHERE C.BCS_TEL  = :WS-SHARE-TEL-HV
                      AND C.BCS_PID <> :WS-ALERT-PID-HV
                      AND EXISTS
                        ( SELECT 1
                            FROM MFUSER.BNKCUSTH H
                           WHERE H.HST_PID        = C.BCS_PID
                             AND H.HST_TRAN_CODE IN ('A', 'C')
                             AND H.HST_RUN_DATE  >= :WS-START-DATE-HV
                             AND H.HST_NEW_TEL    = :WS-SHARE-TEL-HV )
               END-EXEC
           END-IF

           IF WS-SHARE-COUNT > 999
               MOVE 999 TO PT-SHARED-TEL(WS-PID-IDX)
           ELSE
               MOVE WS-SHARE-COUNT TO PT-SHARED-TEL(WS-PID-IDX)
           END-IF.

      *> highest score first, so the desk works the queue and the
      *> report from the top - equal scores stay in PID order
       Write-Alerts-By-Priority Section.

           IF WS-ALERT-COUNT = ZERO
               MOVE RPT-NO-ALERTS TO WS-PRINT-LINE
               PERFORM Write-Report-Line
           END-IF

           PERFORM WS-ALERT-COUNT TIMES
               PERFORM Find-Next-Alert
               SET PT-IS-WRITTEN(WS-BEST-IDX) TO TRUE
               MOVE WS-BEST-IDX TO WS-PID-IDX
               PERFORM Write-One-Alert
           END-PERFORM.

       Find-Next-Alert Section.

           MOVE ZERO TO WS-BEST-IDX

           PERFORM VARYING WS-PID-IDX FROM 1 BY 1
                   UNTIL WS-PID-IDX > WS-PID-COUNT
               IF PT-IS-ALERT(WS-PID-IDX)
                       AND NOT PT-IS-WRITTEN(WS-PID-IDX)
                   IF WS-BEST-IDX = ZERO
                       MOVE WS-PID-IDX TO WS-BEST-IDX
                   ELSE
                       IF PT-SCORE(WS-PID-IDX) > PT-SCORE(WS-BEST-IDX)
                           MOVE WS-PID-IDX TO WS-BEST-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       Write-One-Alert Section.

           MOVE PT-PID(WS-PID-IDX) TO WS-HC-PID
           MOVE SPACES TO WS-HELD-TEXT
           IF HOLDS-UNAVAILABLE
               MOVE "?" TO AQ-HELD-SW
           ELSE
               MOVE "C" TO WS-HC-FUNCTION
               CALL "Program38" USING WS-HC-FUNCTION, WS-HC-PID,
                   WS-HC-HELD-SW
               IF PID-IS-HELD
                   MOVE "Y"       TO AQ-HELD-SW
                   MOVE "ON HOLD" TO WS-HELD-TEXT
               ELSE
                   MOVE "N"       TO AQ-HELD-SW
               END-IF
           END-IF

           MOVE "D"                        TO AQ-REC-TYPE
           MOVE PT-PID(WS-PID-IDX)         TO AQ-PID
           MOVE PT-PRIORITY(WS-PID-IDX)    TO AQ-PRIORITY
           MOVE PT-SCORE(WS-PID-IDX)       TO AQ-SCORE
           MOVE PT-ADDR-SW(WS-PID-IDX)     TO AQ-ADDR-SW
           MOVE PT-TEL-SW(WS-PID-IDX)      TO AQ-TEL-SW
           MOVE PT-EMAIL-SW(WS-PID-IDX)    TO AQ-EMAIL-SW
           MOVE PT-SIN-SW(WS-PID-IDX)      TO AQ-SIN-SW
           MOVE PT-NAME-SW(WS-PID-IDX)     TO AQ-NAME-SW
           MOVE PT-SHARED-ADDR(WS-PID-IDX) TO AQ-SHARED-ADDR
           MOVE PT-SHARED-TEL(WS-PID-IDX)  TO AQ-SHARED-TEL
           MOVE PT-EVENT-COUNT(WS-PID-IDX) TO AQ-EVENT-COUNT
           MOVE PT-FIRST-DATE(WS-PID-IDX)  TO AQ-FIRST-DATE
           MOVE PT-LAST-DATE(WS-PID-IDX)   TO AQ-LAST-DATE
           WRITE ALERT-QUEUE-RECORD
               FROM WS-ALERT-DETAIL-RECORD

           MOVE PT-PID(WS-PID-IDX) TO WS-PID-WORK
           IF WS-PID-WORK NUMERIC
               COMPUTE WS-PID-HASH = FUNCTION MOD
                   (WS-PID-HASH + WS-PID-WORK-NUM, 10000000000)
           ELSE
               DISPLAY "WARNING - NON-NUMERIC PID '" WS-PID-WORK
                   "' EXCLUDED FROM HASH TOTAL"
           END-IF

           ADD 1 TO WS-ALERT-WRITTEN

           MOVE SPACES TO WS-CHANGED-LIST
           IF PT-ADDR-SW(WS-PID-IDX) = "Y"
               MOVE "ADDR" TO WS-CL-ADDR
           END-IF
           IF PT-TEL-SW(WS-PID-IDX) = "Y"
               MOVE "TEL" TO WS-CL-TEL
           END-IF
           IF PT-EMAIL-SW(WS-PID-IDX) = "Y"
               MOVE "EMAIL" TO WS-CL-EMAIL
           END-IF
           IF PT-SIN-SW(WS-PID-IDX) = "Y"
               MOVE "SIN" TO WS-CL-SIN
           END-IF
           IF PT-NAME-SW(WS-PID-IDX) = "Y"
               MOVE "NAME" TO WS-CL-NAME
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Report-Line
           MOVE PT-PRIORITY(WS-PID-IDX)    TO RA-PRIORITY
           MOVE PT-PID(WS-PID-IDX)         TO RA-PID
           MOVE PT-SCORE(WS-PID-IDX)       TO RA-SCORE
           MOVE PT-EVENT-COUNT(WS-PID-IDX) TO RA-EVENT-COUNT
           MOVE WS-CHANGED-LIST            TO RA-CHANGED
           MOVE PT-SHARED-ADDR(WS-PID-IDX) TO RA-SHARED-ADDR
           MOVE PT-SHARED-TEL(WS-PID-IDX)  TO RA-SHARED-TEL
           MOVE WS-HELD-TEXT               TO RA-HELD
           MOVE RPT-ALERT-LINE TO WS-PRINT-LINE
           PERFORM Write-Report-Line

           PERFORM List-Alert-Events.

      *> the alert is re-read from BNKCUSTH for the full before and
      *> after images - the scan kept only what it needed to score
       List-Alert-Events Section.

           MOVE PT-PID(WS-PID-IDX) TO WS-ALERT-PID-HV

           EXEC SQL
           DECLARE CSR-ALERT CURSOR FOR SELECT
                  H.HST_RUN_DATE
                 ,H.HST_RUN_TIME
                 ,H.HST_OLD_NAME
                 ,H.HST_OLD_SIN
                 ,H.HST_OLD_ADDR1
                 ,H.HST_OLD_ADDR2
                 ,H.HST_OLD_STATE
                 ,H.HST_OLD_COUNTRY
                 ,H.HST_OLD_POST_CODE
                 ,H.HST_OLD_TEL
                 ,H.HST_OLD_EMAIL
                 ,H.HST_OLD_SEND_MAIL
                 ,H.HST_OLD_SEND_EMAIL
                 ,H.HST_NEW_NAME
                 ,H.HST_NEW_SIN
                 ,H.HST_NEW_ADDR1
                 ,H.HST_NEW_ADDR2
                 ,H.HST_NEW_STATE
                 ,H.HST_NEW_COUNTRY
                 ,H.HST_NEW_POST_CODE
                 ,H.HST_NEW_TEL
                 ,H.HST_NEW_EMAIL
                 ,H.HST_NEW_SEND_MAIL
                 ,H.HST_NEW_SEND_EMAIL
                 ,H.HST_MAKER_ID
                 ,H.HST_CHECKER_ID
             FROM MFUSER.BNKCUSTH H
            WHERE H.HST_PID = :WS-ALERT-PID-HV
              AND H.HST_RUN_DATE >= :WS-START-DATE-HV
              AND H.HST_TRAN_CODE = 'C'
            ORDER BY H.HST_RUN_DATE, H.HST_RUN_TIME
          END-EXEC
           EXEC SQL
              OPEN CSR-ALERT
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = +100
              EXEC SQL
                FETCH CSR-ALERT  INTO
                   :BNKCUSTH-HST-RUN-DATE
                  ,:BNKCUSTH-HST-RUN-TIME
                  ,:BNKCUSTH-HST-OLD-NAME
                  ,:BNKCUSTH-HST-OLD-SIN
                  ,:BNKCUSTH-HST-OLD-ADDR1
                  ,:BNKCUSTH-HST-OLD-ADDR2
                  ,:BNKCUSTH-HST-OLD-STATE
                  ,:BNKCUSTH-HST-OLD-COUNTRY
                  ,:BNKCUSTH-HST-OLD-POST-CODE
                  ,:BNKCUSTH-HST-OLD-TEL
                  ,:BNKCUSTH-HST-OLD-EMAIL
                  ,:BNKCUSTH-HST-OLD-SEND-MAIL
                  ,:BNKCUSTH-HST-OLD-SEND-EMAIL
                  ,:BNKCUSTH-HST-NEW-NAME
                  ,:BNKCUSTH-HST-NEW-SIN
                  ,:BNKCUSTH-HST-NEW-ADDR1
                  ,:BNKCUSTH-HST-NEW-ADDR2
                  ,:BNKCUSTH-HST-NEW-STATE
                  ,:BNKCUSTH-HST-NEW-COUNTRY
                  ,:BNKCUSTH-HST-NEW-POST-CODE
                  ,:BNKCUSTH-HST-NEW-TEL
                  ,:BNKCUSTH-HST-NEW-EMAIL
                  ,:BNKCUSTH-HST-NEW-SEND-MAIL
                  ,:BNKCUSTH-HST-NEW-SEND-EMAIL
                  ,:BNKCUSTH-HST-MAKER-ID
                  ,:BNKCUSTH-HST-CHECKER-ID
              END-EXEC
              IF SQLCODE = 0
                   PERFORM Classify-Event
                   IF WS-CHANGED-LIST NOT = SPACES
                       PERFORM Print-Alert-Event
                   END-IF
              END-IF
           END-PERFORM
           EXEC SQL
             CLOSE CSR-ALERT
           END-EXEC.

       Print-Alert-Event Section.

           MOVE BNKCUSTH-HST-RUN-DATE  TO RE-RUN-DATE
           MOVE BNKCUSTH-HST-RUN-TIME  TO RE-RUN-TIME
      *> only desk entries carry a maker and checker - a change fed
      *> in by a batch file says so rather than printing blanks
           IF BNKCUSTH-HST-MAKER-ID = SPACES
               MOVE "BATCH"                 TO RE-MAKER-ID
               MOVE "-"                     TO RE-CHECKER-ID
           ELSE
               MOVE BNKCUSTH-HST-MAKER-ID   TO RE-MAKER-ID
               MOVE BNKCUSTH-HST-CHECKER-ID TO RE-CHECKER-ID
           END-IF
           MOVE WS-CHANGED-LIST TO RE-CHANGED
           MOVE RPT-EVENT-LINE TO WS-PRINT-LINE
           PERFORM Write-Report-Line

           MOVE "BEFORE: "                  TO RI1-LABEL
           MOVE BNKCUSTH-HST-OLD-NAME       TO RI1-NAME
           MOVE BNKCUSTH-HST-OLD-SIN        TO WS-SM-SIN-IN
           PERFORM Mask-Sin
           MOVE WS-SM-SIN-OUT               TO RI1-SIN
           MOVE BNKCUSTH-HST-OLD-STATE      TO RI1-STATE
           MOVE BNKCUSTH-HST-OLD-COUNTRY    TO RI1-COUNTRY
           MOVE BNKCUSTH-HST-OLD-POST-CODE  TO RI1-POST-CODE
           MOVE BNKCUSTH-HST-OLD-TEL        TO RI1-TEL
           MOVE BNKCUSTH-HST-OLD-SEND-MAIL  TO RI1-SEND-MAIL
           MOVE BNKCUSTH-HST-OLD-SEND-EMAIL TO RI1-SEND-EMAIL
           MOVE RPT-IMAGE-1 TO WS-PRINT-LINE
           PERFORM Write-Report-Line

           MOVE BNKCUSTH-HST-OLD-ADDR1      TO RI2-ADDR1
           MOVE BNKCUSTH-HST-OLD-ADDR2      TO RI2-ADDR2
           MOVE BNKCUSTH-HST-OLD-EMAIL      TO RI2-EMAIL
           MOVE RPT-IMAGE-2 TO WS-PRINT-LINE
           PERFORM Write-Report-Line

           MOVE "AFTER : "                  TO RI1-LABEL
           MOVE BNKCUSTH-HST-NEW-NAME       TO RI1-NAME
           MOVE BNKCUSTH-HST-NEW-SIN        TO WS-SM-SIN-IN
           PERFORM Mask-Sin
           MOVE WS-SM-SIN-OUT               TO RI1-SIN
           MOVE BNKCUSTH-HST-NEW-STATE      TO RI1-STATE
           MOVE BNKCUSTH-HST-NEW-COUNTRY    TO RI1-COUNTRY
           MOVE BNKCUSTH-HST-NEW-POST-CODE  TO RI1-POST-CODE
           MOVE BNKCUSTH-HST-NEW-TEL        TO RI1-TEL
           MOVE BNKCUSTH-HST-NEW-SEND-MAIL  TO RI1-SEND-MAIL
           MOVE BNKCUSTH-HST-NEW-SEND-EMAIL TO RI1-SEND-EMAIL
           MOVE RPT-IMAGE-1 TO WS-PRINT-LINE
           PERFORM Write-Report-Line

           MOVE BNKCUSTH-HST-NEW-ADDR1      TO RI2-ADDR1
           MOVE BNKCUSTH-HST-NEW-ADDR2      TO RI2-ADDR2
           MOVE BNKCUSTH-HST-NEW-EMAIL      TO RI2-EMAIL
           MOVE RPT-IMAGE-2 TO WS-PRINT-LINE
           PERFORM Write-Report-Line.

       Mask-Sin Section.

           MOVE "M" TO WS-SM-FUNCTION
           CALL "Program32" USING WS-SM-FUNCTION, WS-SM-PROGRAM,
               WS-SM-SIN-IN, WS-SM-SIN-OUT.

      *> the cycle number ties a physical file to a run - read the
      *> last cycle used, step it, and save it back so reruns and
      *> the verification program can tell one night's queue from
      *> another's
       Bump-Cycle-Number Section.

           MOVE ZERO TO WS-CYCLE-NO

           OPEN INPUT CYCLE-FILE
           IF CYCLE-FILE-OK
               READ CYCLE-FILE
                   AT END
                       MOVE ZERO TO WS-CYCLE-NO
                   NOT AT END
                       MOVE CY-CYCLE-NO TO WS-CYCLE-NO
               END-READ
               CLOSE CYCLE-FILE
           ELSE
               IF NOT CYCLE-FILE-NOT-FOUND
                   DISPLAY "WARNING - ATOALERT.CYC STATUS "
                       WS-CYCLE-FILE-STATUS " - CYCLE RESTARTED AT 1"
               END-IF
           END-IF

           ADD 1 TO WS-CYCLE-NO

           OPEN OUTPUT CYCLE-FILE
           IF CYCLE-FILE-OK
               MOVE WS-CYCLE-NO      TO CY-CYCLE-NO
               MOVE WS-RUN-DATE-FMT  TO CY-RUN-DATE
               WRITE CYCLE-RECORD
               CLOSE CYCLE-FILE
           ELSE
               DISPLAY "WARNING - ATOALERT.CYC STATUS "
                   WS-CYCLE-FILE-STATUS " - CYCLE NOT SAVED"
           END-IF.

       Write-Alert-Headings Section.

           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO RH1-PAGE-NO

           IF WS-PAGE-NO > 1
               WRITE ALERT-RPT-LINE FROM WS-BLANK-LINE
           END-IF

           WRITE ALERT-RPT-LINE FROM RPT-HEADER-1
           WRITE ALERT-RPT-LINE FROM RPT-HEADER-2
           WRITE ALERT-RPT-LINE FROM RPT-HEADER-3

           MOVE 4 TO WS-LINE-CTR.

       Write-Report-Line Section.

           IF WS-LINE-CTR >= WS-LINES-PER-PAGE
               PERFORM Write-Alert-Headings
           END-IF

           WRITE ALERT-RPT-LINE FROM WS-PRINT-LINE

           ADD 1 TO WS-LINE-CTR.

       Write-Alert-Trailer Section.

           IF WS-PAGE-NO = 0
               PERFORM Write-Alert-Headings
           END-IF

           MOVE WS-EVENT-COUNT   TO RT1-EVENT-COUNT
           MOVE WS-CHANGED-COUNT TO RT1-CHANGED-COUNT
           MOVE WS-ALERT-COUNT   TO RT2-ALERT-COUNT
           MOVE WS-HIGH-COUNT    TO RT2-HIGH-COUNT
           WRITE ALERT-RPT-LINE FROM WS-BLANK-LINE
           WRITE ALERT-RPT-LINE FROM RPT-TRAILER-1
           WRITE ALERT-RPT-LINE FROM RPT-TRAILER-2.

      *> a scan that cannot finish leaves no queue behind for the
      *> desk to half-work - the run is logged failed and stopped
       Abend-Scan-Run Section.

           MOVE WS-ALERT-WRITTEN TO WS-RC-ROW-COUNT
           MOVE 16 TO WS-RC-RETCODE
           MOVE "E" TO WS-RC-FUNCTION
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW
           CLOSE ALERT-QUEUE-FILE
           CLOSE ALERT-RPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *> Default sql error routine / modify to stop program if needed
       OpenESQL-Error Section.

            display "SQL Error = " sqlstate " " sqlcode
            display MFSQLMESSAGETEXT
            MOVE WS-ALERT-WRITTEN TO WS-RC-ROW-COUNT
            MOVE 16 TO WS-RC-RETCODE
            MOVE "E" TO WS-RC-FUNCTION
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW
            CLOSE ALERT-QUEUE-FILE
            CLOSE ALERT-RPT
           stop run.
