      $SET XDB sourceformat(variable)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program43.

      *> -------------------------------------------
      *> Contact history inquiry. Reads one or more
      *> BCS_PIDs from a request file and prints, for
      *> each customer, the name and the postal and
      *> email opt-ins as they stand on BNKCUST, then
      *> the chronological list of every piece the
      *> extracts have sent from the contact ledger
      *> MFUSER.BNKCONTL - date/time, channel,
      *> purpose, the program, feed and cycle it went
      *> out on - and a count by purpose, so the
      *> service desk can answer "why do I keep
      *> getting mail from you?" from one report.
      *> A customer no longer on BNKCUST still has
      *> the ledger listed.
      *> -------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RQST-FILE ASSIGN TO "CONTRQST.TRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RQST-FILE-STATUS.

           SELECT CONTACT-RPT ASSIGN TO "CONTACT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RQST-FILE
           RECORDING MODE IS F.
       01  RQST-RECORD.
           05 RQ-PID                PIC X(5).

       FD  CONTACT-RPT
           RECORDING MODE IS F.
       01  CONTACT-RPT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA  END-EXEC.

      *> after an sql error this has the full message text
       01 MFSQLMESSAGETEXT  PIC X(250).

       01 WS-RQST-FILE-STATUS       PIC X(2).
           88 RQST-FILE-OK                     VALUE "00".

       01 WS-EOF-SW                 PIC X(1)  VALUE "N".
           88 RQST-AT-EOF                      VALUE "Y".

       01 WS-RUN-DATE.
           05 WS-RUN-DATE-YYYY      PIC 9(4).
           05 WS-RUN-DATE-MM        PIC 9(2).
           05 WS-RUN-DATE-DD        PIC 9(2).

       01 WS-PAGE-NO               PIC 9(4)  VALUE ZERO.
       01 WS-LINE-CTR              PIC 9(3)  VALUE 99.
       01 WS-LINES-PER-PAGE        PIC 9(3)  VALUE 55.
       01 WS-RQST-COUNT            PIC 9(7)  VALUE ZERO.
       01 WS-CONTACT-COUNT         PIC 9(7)  VALUE ZERO.
       01 WS-PID-CONTACT-COUNT     PIC 9(7)  VALUE ZERO.
       01 WS-PID-MARKETING-COUNT   PIC 9(7)  VALUE ZERO.
       01 WS-PID-REGULATORY-COUNT  PIC 9(7)  VALUE ZERO.
       01 WS-PID-SERVICE-COUNT     PIC 9(7)  VALUE ZERO.

       01 RPT-HEADER-1.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(30)  VALUE
               "CUSTOMER CONTACT HISTORY RPT".
           05 FILLER                PIC X(10)  VALUE SPACE.
           05 RH1-RUN-DATE          PIC X(10).
           05 FILLER                PIC X(10)  VALUE SPACE.
           05 FILLER                PIC X(5)   VALUE "PAGE ".
           05 RH1-PAGE-NO           PIC ZZZ9.

       01 RPT-HEADER-3.
           05 FILLER                PIC X(132) VALUE ALL "-".

       01 RPT-CUST-HDR.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(9)   VALUE "CUSTOMER ".
           05 RCH-PID               PIC X(5).
           05 FILLER                PIC X(18)  VALUE
               " CONTACT HISTORY  ".
           05 RCH-NAME              PIC X(25).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RCH-OPT-IN-LABEL-1    PIC X(14).
           05 RCH-SEND-MAIL         PIC X(1).
           05 RCH-OPT-IN-LABEL-2    PIC X(16).
           05 RCH-SEND-EMAIL        PIC X(1).

       01 RPT-NO-CONTACTS.
           05 FILLER                PIC X(3)   VALUE SPACE.
           05 FILLER                PIC X(20)  VALUE
               "NO CONTACTS ON FILE".

       01 RPT-CONTACT-LINE.
           05 FILLER                PIC X(3)   VALUE SPACE.
           05 RCL-CONTACT-DATE      PIC X(10).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RCL-CONTACT-TIME      PIC X(8).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RCL-CHANNEL           PIC X(8).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RCL-PURPOSE           PIC X(10).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RCL-PROGRAM           PIC X(10).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RCL-FEED-NAME         PIC X(8).
           05 FILLER                PIC X(7)   VALUE "  CYCLE".
           05 RCL-CYCLE-NO          PIC ZZZZ9.

       01 RPT-PID-TOTAL-LINE.
           05 FILLER                PIC X(3)   VALUE SPACE.
           05 FILLER                PIC X(7)   VALUE "TOTAL  ".
           05 RPL-CONTACTS          PIC ZZZ,ZZ9.
           05 FILLER                PIC X(3)   VALUE " - ".
           05 RPL-MARKETING         PIC ZZZ,ZZ9.
           05 FILLER                PIC X(12)  VALUE " MARKETING, ".
           05 RPL-REGULATORY        PIC ZZZ,ZZ9.
           05 FILLER                PIC X(13)  VALUE " REGULATORY, ".
           05 RPL-SERVICE           PIC ZZZ,ZZ9.
           05 FILLER                PIC X(8)   VALUE " SERVICE".

       01 RPT-TRAILER.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(15)  VALUE "END OF REPORT".
           05 RT-RQST-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(20)  VALUE
               " CUSTOMERS LISTED,".
           05 RT-CONTACT-COUNT      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(15)  VALUE " CONTACTS".

       01 WS-BLANK-LINE             PIC X(132) VALUE SPACE.

      *> report lines are staged here rather than in the FD record
      *> area so a page break (which writes the headings through the
      *> record area) cannot clobber the line being printed
       01 WS-PRINT-LINE             PIC X(132) VALUE SPACE.

           EXEC SQL BEGIN DECLARE SECTION  END-EXEC
       *> Put your host variables here if you need to port
       *> to other COBOL compilers
            EXEC SQL INCLUDE BNKCUST END-EXEC.
            EXEC SQL INCLUDE BNKCONTL END-EXEC.

           EXEC SQL END DECLARE SECTION END-EXEC

       PROCEDURE DIVISION.

       Main-Line Section.

           PERFORM Initialize-Report

           EXEC SQL
               WHENEVER SQLERROR GOTO OpenESQL-Error
            END-EXEC

           PERFORM UNTIL RQST-AT-EOF
               READ RQST-FILE
                   AT END
                       SET RQST-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM List-Contact-History
               END-READ
           END-PERFORM

           CLOSE RQST-FILE

           PERFORM Write-Contact-Trailer
           CLOSE CONTACT-RPT

           EXIT PROGRAM.
           STOP RUN.

       Initialize-Report Section.

           OPEN INPUT RQST-FILE

           IF NOT RQST-FILE-OK
               DISPLAY "ERROR - CONTRQST.TRN OPEN FAILED - STATUS "
                   WS-RQST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CONTACT-RPT

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE SPACES TO RH1-RUN-DATE
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO RH1-RUN-DATE
           END-STRING

           MOVE 99 TO WS-LINE-CTR
           MOVE ZERO TO WS-PAGE-NO
           MOVE ZERO TO WS-RQST-COUNT
           MOVE ZERO TO WS-CONTACT-COUNT.

       List-Contact-History Section.

           ADD 1 TO WS-RQST-COUNT
           MOVE ZERO TO WS-PID-CONTACT-COUNT
           MOVE ZERO TO WS-PID-MARKETING-COUNT
           MOVE ZERO TO WS-PID-REGULATORY-COUNT
           MOVE ZERO TO WS-PID-SERVICE-COUNT

           PERFORM Write-Customer-Header

      *> CSR-CONTACTS returns the customer's pieces in the order
      *> they were extracted - date then time-of-day
           MOVE RQ-PID TO BNKCONTL-CNL-PID
           EXEC SQL
           DECLARE CSR-CONTACTS CURSOR FOR SELECT
                  L.CNL_CONTACT_DATE
                 ,L.CNL_CONTACT_TIME
                 ,L.CNL_CHANNEL
                 ,L.CNL_PURPOSE
                 ,L.CNL_PROGRAM
                 ,L.CNL_FEED_NAME
                 ,L.CNL_CYCLE_NO
             FROM MFUSER.BNKCONTL L
            WHERE L.CNL_PID = :BNKCONTL-CNL-PID
            ORDER BY L.CNL_CONTACT_DATE, L.CNL_CONTACT_TIME
          END-EXEC
           EXEC SQL
              OPEN CSR-CONTACTS
           END-EXEC

           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = +100
              EXEC SQL
                FETCH CSR-CONTACTS INTO
                   :BNKCONTL-CNL-CONTACT-DATE
                  ,:BNKCONTL-CNL-CONTACT-TIME
                  ,:BNKCONTL-CNL-CHANNEL
                  ,:BNKCONTL-CNL-PURPOSE
                  ,:BNKCONTL-CNL-PROGRAM
                  ,:BNKCONTL-CNL-FEED-NAME
                  ,:BNKCONTL-CNL-CYCLE-NO
              END-EXEC
              IF SQLCODE = 0
                  PERFORM Write-Contact-Line
              END-IF
           END-PERFORM

           EXEC SQL
             CLOSE CSR-CONTACTS
           END-EXEC

           IF WS-PID-CONTACT-COUNT = ZERO
               MOVE RPT-NO-CONTACTS TO WS-PRINT-LINE
               PERFORM Write-Report-Line
           ELSE
               MOVE WS-PID-CONTACT-COUNT    TO RPL-CONTACTS
               MOVE WS-PID-MARKETING-COUNT  TO RPL-MARKETING
               MOVE WS-PID-REGULATORY-COUNT TO RPL-REGULATORY
               MOVE WS-PID-SERVICE-COUNT    TO RPL-SERVICE
               MOVE RPT-PID-TOTAL-LINE TO WS-PRINT-LINE
               PERFORM Write-Report-Line
           END-IF.

      *> the opt-ins are shown as they stand today - a customer who
      *> has opted out since the last piece went out gets no more
       Write-Customer-Header Section.

           MOVE RQ-PID TO BNKCUST-BCS-PID
           EXEC SQL
             SELECT BCS_NAME
                   ,BCS_SEND_MAIL
                   ,BCS_SEND_EMAIL
               INTO :BNKCUST-BCS-NAME
                   ,:BNKCUST-BCS-SEND-MAIL
                   ,:BNKCUST-BCS-SEND-EMAIL
               FROM MFUSER.BNKCUST
              WHERE BCS_PID = :BNKCUST-BCS-PID
           END-EXEC

           MOVE RQ-PID TO RCH-PID
           IF SQLCODE = 0
               MOVE BNKCUST-BCS-NAME       TO RCH-NAME
               MOVE "  MAIL OPT-IN "      TO RCH-OPT-IN-LABEL-1
               MOVE BNKCUST-BCS-SEND-MAIL  TO RCH-SEND-MAIL
               MOVE "  EMAIL OPT-IN "     TO RCH-OPT-IN-LABEL-2
               MOVE BNKCUST-BCS-SEND-EMAIL TO RCH-SEND-EMAIL
           ELSE
               MOVE "NOT ON FILE"          TO RCH-NAME
               MOVE SPACES                 TO RCH-OPT-IN-LABEL-1
               MOVE SPACES                 TO RCH-SEND-MAIL
               MOVE SPACES                 TO RCH-OPT-IN-LABEL-2
               MOVE SPACES                 TO RCH-SEND-EMAIL
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Report-Line
           MOVE RPT-CUST-HDR TO WS-PRINT-LINE
           PERFORM Write-Report-Line.

       Write-Contact-Line Section.

           ADD 1 TO WS-PID-CONTACT-COUNT
           ADD 1 TO WS-CONTACT-COUNT

           MOVE BNKCONTL-CNL-CONTACT-DATE TO RCL-CONTACT-DATE
           MOVE BNKCONTL-CNL-CONTACT-TIME TO RCL-CONTACT-TIME

           EVALUATE BNKCONTL-CNL-CHANNEL
               WHEN "M"
                   MOVE "MAIL"     TO RCL-CHANNEL
               WHEN "E"
                   MOVE "EMAIL"    TO RCL-CHANNEL
               WHEN "C"
                   MOVE "CAMPAIGN" TO RCL-CHANNEL
               WHEN OTHER
                   MOVE BNKCONTL-CNL-CHANNEL TO RCL-CHANNEL
           END-EVALUATE

           EVALUATE BNKCONTL-CNL-PURPOSE
               WHEN "M"
                   MOVE "MARKETING"  TO RCL-PURPOSE
                   ADD 1 TO WS-PID-MARKETING-COUNT
               WHEN "R"
                   MOVE "REGULATORY" TO RCL-PURPOSE
                   ADD 1 TO WS-PID-REGULATORY-COUNT
               WHEN "S"
                   MOVE "SERVICE"    TO RCL-PURPOSE
                   ADD 1 TO WS-PID-SERVICE-COUNT
               WHEN OTHER
                   MOVE BNKCONTL-CNL-PURPOSE TO RCL-PURPOSE
           END-EVALUATE

           MOVE BNKCONTL-CNL-PROGRAM   TO RCL-PROGRAM
           MOVE BNKCONTL-CNL-FEED-NAME TO RCL-FEED-NAME
           MOVE BNKCONTL-CNL-CYCLE-NO  TO RCL-CYCLE-NO
           MOVE RPT-CONTACT-LINE TO WS-PRINT-LINE
           PERFORM Write-Report-Line.

       Write-Contact-Headings Section.

           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO RH1-PAGE-NO

           IF WS-PAGE-NO > 1
               WRITE CONTACT-RPT-LINE FROM WS-BLANK-LINE
           END-IF

           WRITE CONTACT-RPT-LINE FROM RPT-HEADER-1
           WRITE CONTACT-RPT-LINE FROM RPT-HEADER-3

           MOVE 3 TO WS-LINE-CTR.

       Write-Report-Line Section.

           IF WS-LINE-CTR >= WS-LINES-PER-PAGE
               PERFORM Write-Contact-Headings
           END-IF

           WRITE CONTACT-RPT-LINE FROM WS-PRINT-LINE

           ADD 1 TO WS-LINE-CTR.

       Write-Contact-Trailer Section.

           IF WS-PAGE-NO = 0
               PERFORM Write-Contact-Headings
           END-IF

           MOVE WS-RQST-COUNT    TO RT-RQST-COUNT
           MOVE WS-CONTACT-COUNT TO RT-CONTACT-COUNT
           WRITE CONTACT-RPT-LINE FROM WS-BLANK-LINE
           WRITE CONTACT-RPT-LINE FROM RPT-TRAILER.

      *> Default sql error routine / modify to stop program if needed
       OpenESQL-Error Section.

            display "SQL Error = " sqlstate " " sqlcode
            display MFSQLMESSAGETEXT
            CLOSE RQST-FILE
            CLOSE CONTACT-RPT
           stop run.
