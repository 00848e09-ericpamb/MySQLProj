      $SET XDB sourceformat(variable)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program34.

      *> -------------------------------------------
      *> Point-in-time customer snapshot - answers
      *> "what did we have on file for these
      *> customers on date X?". SNAPSHOT.CTL carries
      *> the as-of date and the scope: ALL, or the
      *> BCS_PIDs listed on SNAPRQST.TRN. The row as
      *> it stood at the end of the as-of date is
      *> rebuilt from the earliest before-image
      *> recorded after that date - unwinding every
      *> later change at once rather than one by one:
      *>   - the BNKCUSTH change history, and the
      *>     HISTARCH.DAT archive of history aged
      *>     off by the retention run,
      *>   - the CUSTARCH.DAT image of a customer
      *>     purged after the date,
      *>   - the BNKCONSNT consent ledger, for the
      *>     opt-in flags changed outside maintenance
      *>     (returned mail, merges, purges) and for
      *>     whether the row was on file at all -
      *>     every add, delete, purge, merge and
      *>     restore is on the ledger,
      *>   - and the current BNKCUST row when nothing
      *>     changed after the date.
      *> Deleted, merged and purged customers come
      *> back from history or the purge archive.
      *> The rows on file at the as-of date go to
      *> SNAPSHOT.DAT in the DCLBNKCUST layout, and
      *> every PID is listed on the snapshot report.
      *> A row is COMPLETE when all the history after
      *> the as-of date is still held. It is
      *> INCOMPLETE when the date falls before the
      *> oldest history held in the table or the
      *> archive (history aged off and not archived
      *> may have changed it), or when the row was on
      *> file but no image of it survives. SINs print
      *> through the shared masking rule (Program32).
      *> -------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAP-CTL-FILE ASSIGN TO "SNAPSHOT.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT RQST-FILE ASSIGN TO "SNAPRQST.TRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RQST-FILE-STATUS.

           SELECT OPTIONAL HIST-ARCHIVE-FILE ASSIGN TO "HISTARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HARC-FILE-STATUS.

           SELECT OPTIONAL CUST-ARCHIVE-FILE ASSIGN TO "CUSTARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARC-FILE-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN TO "SNAPSHOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-FILE-STATUS.

           SELECT SNAPSHOT-RPT ASSIGN TO "SNAPSHOT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAP-CTL-FILE
           RECORDING MODE IS F.
       01  SNAP-CTL-RECORD.
           05 SC-AS-OF-DATE         PIC X(10).
           05 SC-SCOPE              PIC X(3).

       FD  RQST-FILE
           RECORDING MODE IS F.
       01  RQST-RECORD.
           05 RQ-PID                PIC X(5).

       FD  HIST-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  HIST-ARCHIVE-RECORD.
           05 AH-HIST-IMAGE         PIC X(432).

       FD  CUST-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  CUST-ARCHIVE-RECORD.
           05 AR-RUN-DATE           PIC X(10).
           05 AR-CUST-IMAGE         PIC X(250).

      *> the first 250 bytes are the DCLBNKCUST layout, so the file
      *> loads into a scratch copy of the table as it stands; the
      *> as-of date and the complete/incomplete mark ride behind it
       FD  SNAPSHOT-FILE
           RECORDING MODE IS F.
       01  SNAPSHOT-RECORD.
           05 SS-CUST-IMAGE         PIC X(250).
           05 SS-AS-OF-DATE         PIC X(10).
           05 SS-COMPLETE-SW        PIC X(1).

       FD  SNAPSHOT-RPT
           RECORDING MODE IS F.
       01  SNAPSHOT-RPT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA  END-EXEC.

      *> after an sql error this has the full message text
       01 MFSQLMESSAGETEXT  PIC X(250).

       01 WS-CTL-FILE-STATUS        PIC X(2).
           88 CTL-FILE-OK                      VALUE "00".

       01 WS-RQST-FILE-STATUS       PIC X(2).
           88 RQST-FILE-OK                     VALUE "00".

       01 WS-HARC-FILE-STATUS       PIC X(2).
           88 HARC-FILE-OK                     VALUE "00".
           88 HARC-FILE-CREATED                VALUE "05".
           88 HARC-FILE-NOT-FOUND              VALUE "35".

       01 WS-CARC-FILE-STATUS       PIC X(2).
           88 CARC-FILE-OK                     VALUE "00".
           88 CARC-FILE-CREATED                VALUE "05".
           88 CARC-FILE-NOT-FOUND              VALUE "35".

       01 WS-SNAP-FILE-STATUS       PIC X(2).
           88 SNAP-FILE-OK                     VALUE "00".

       01 WS-EOF-SW                 PIC X(1)  VALUE "N".
           88 RQST-AT-EOF                      VALUE "Y".

       01 WS-ARCH-EOF-SW            PIC X(1).
           88 ARCH-AT-EOF                      VALUE "Y".

       01 WS-AS-OF-DATE             PIC X(10).
       01 WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE.
           05 WS-AS-OF-YYYY         PIC X(4).
           05 WS-AS-OF-DASH-1       PIC X(1).
           05 WS-AS-OF-MM           PIC X(2).
           05 WS-AS-OF-DASH-2       PIC X(1).
           05 WS-AS-OF-DD           PIC X(2).

       01 WS-SCOPE                  PIC X(3).
           88 SCOPE-ALL                        VALUE "ALL".

      *> the oldest history date held in the table or the archive -
      *> anything older has been aged off without an archived copy
       01 WS-COVERAGE-DATE          PIC X(10) VALUE HIGH-VALUES.

       01 WS-RUN-DATE.
           05 WS-RUN-DATE-YYYY      PIC 9(4).
           05 WS-RUN-DATE-MM        PIC 9(2).
           05 WS-RUN-DATE-DD        PIC 9(2).

       01 WS-PAGE-NO               PIC 9(4)  VALUE ZERO.
       01 WS-LINE-CTR              PIC 9(3)  VALUE 99.
       01 WS-LINES-PER-PAGE        PIC 9(3)  VALUE 55.
       01 WS-PID-COUNT             PIC 9(7)  VALUE ZERO.
       01 WS-ON-FILE-COUNT         PIC 9(7)  VALUE ZERO.
       01 WS-INCOMPLETE-COUNT      PIC 9(7)  VALUE ZERO.

      *> one entry per PID in scope, holding the earliest change of
      *> each kind found after the as-of date. A stamp is the run
      *> date followed by the run time, so stamps compare in time
      *> order; a purge has no time and sorts last on its date.
       01 WS-SNAP-MAX              PIC 9(5)  COMP-5 VALUE 5000.
       01 WS-SNAP-COUNT            PIC 9(5)  COMP-5 VALUE ZERO.
       01 WS-SNAP-IDX              PIC 9(5)  COMP-5.
       01 WS-SNAP-TABLE.
           05 WS-SNAP-ENTRY        OCCURS 5000 TIMES.
              10 SN-PID            PIC X(5).
              10 SN-HIST-SW        PIC X(1).
              10 SN-HIST-STAMP     PIC X(18).
              10 SN-HIST-CODE      PIC X(1).
              10 SN-HIST-SOURCE    PIC X(13).
              10 SN-HIST-IMAGE     PIC X(250).
              10 SN-PURGE-SW       PIC X(1).
              10 SN-PURGE-STAMP    PIC X(18).
              10 SN-PURGE-IMAGE    PIC X(250).
              10 SN-MAIL-SW        PIC X(1).
              10 SN-MAIL-STAMP     PIC X(18).
              10 SN-MAIL-OLD       PIC X(1).
              10 SN-EMAIL-SW       PIC X(1).
              10 SN-EMAIL-STAMP    PIC X(18).
              10 SN-EMAIL-OLD      PIC X(1).

       01 WS-FIND-PID              PIC X(5).
       01 WS-FOUND-SW              PIC X(1).
           88 PID-IN-TABLE                     VALUE "Y".

       01 WS-EVT-STAMP.
           05 WS-EVT-DATE          PIC X(10).
           05 WS-EVT-TIME          PIC X(8).

      *> the decision for the entry being written
       01 WS-CURRENT-SW            PIC X(1).
           88 CURRENT-ROW-FOUND                VALUE "Y".
       01 WS-EXIST-SW              PIC X(1).
           88 ON-FILE-AT-AS-OF                 VALUE "Y".
       01 WS-IMAGE-SW              PIC X(1).
           88 IMAGE-HELD                       VALUE "Y".
       01 WS-BEST-STAMP            PIC X(18).
       01 WS-SOURCE                PIC X(13).
       01 WS-COMPLETE-SW           PIC X(1).
           88 ROW-COMPLETE                     VALUE "C".
           88 ROW-INCOMPLETE                   VALUE "I".
       01 WS-INCOMPLETE-REASON     PIC X(30).
       01 WS-SNAP-IMAGE            PIC X(250).

       01 RPT-HEADER-1.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(30)  VALUE
               "POINT-IN-TIME SNAPSHOT".
           05 FILLER                PIC X(10)  VALUE SPACE.
           05 RH1-RUN-DATE          PIC X(10).
           05 FILLER                PIC X(10)  VALUE SPACE.
           05 FILLER                PIC X(5)   VALUE "PAGE ".
           05 RH1-PAGE-NO           PIC ZZZ9.

       01 RPT-HEADER-1B.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(7)   VALUE "AS OF: ".
           05 RH1B-AS-OF-DATE       PIC X(10).
           05 FILLER                PIC X(9)   VALUE "  SCOPE: ".
           05 RH1B-SCOPE            PIC X(8).
           05 FILLER                PIC X(20)  VALUE
               "  HISTORY HELD FROM ".
           05 RH1B-COVERAGE         PIC X(10).

       01 RPT-HEADER-2.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(7)   VALUE "PID".
           05 FILLER                PIC X(13)  VALUE "STATUS".
           05 FILLER                PIC X(15)  VALUE "SOURCE".
           05 FILLER                PIC X(27)  VALUE "NAME".
           05 FILLER                PIC X(11)  VALUE "SIN".
           05 FILLER                PIC X(8)   VALUE "POST".
           05 FILLER                PIC X(8)   VALUE "FLAGS".
           05 FILLER                PIC X(12)  VALUE "RESULT".

       01 RPT-HEADER-3.
           05 FILLER                PIC X(132) VALUE ALL "-".

       01 RPT-DETAIL.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RD-PID                PIC X(5).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RD-STATUS             PIC X(11).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RD-SOURCE             PIC X(13).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RD-NAME               PIC X(25).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RD-SIN                PIC X(9).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RD-POST-CODE          PIC X(6).
           05 FILLER                PIC X(4)   VALUE "  M=".
           05 RD-SEND-MAIL          PIC X(1).
           05 FILLER                PIC X(3)   VALUE " E=".
           05 RD-SEND-EMAIL         PIC X(1).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RD-RESULT             PIC X(10).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RD-REASON             PIC X(30).

       01 RPT-TRAILER.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(15)  VALUE "END OF REPORT".
           05 RT-PID-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(7)   VALUE " PIDS, ".
           05 RT-ON-FILE-COUNT      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(10)  VALUE " ON FILE, ".
           05 RT-INCOMPLETE-COUNT   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(11)  VALUE " INCOMPLETE".

       01 WS-BLANK-LINE             PIC X(132) VALUE SPACE.

      *> report lines are staged here rather than in the FD record
      *> area so a page break (which writes the headings through the
      *> record area) cannot clobber the line being printed
       01 WS-PRINT-LINE             PIC X(132) VALUE SPACE.

      *> SIN masking lives in Program32 so every report prints a
      *> SIN the same way - the last three digits, unless this is
      *> an authorized unmasked run written to the disclosure log
       01 WS-SM-FUNCTION           PIC X(1).
       01 WS-SM-PROGRAM            PIC X(10) VALUE "PROGRAM34".
       01 WS-SM-SIN-IN             PIC X(9).
       01 WS-SM-SIN-OUT            PIC X(9).

      *> run-control registration lives in Program13 so every batch
      *> logs its start and end the same way, and so extracts and
      *> reports can be held off while maintenance is in progress
       01 WS-RC-FUNCTION           PIC X(1).
       01 WS-RC-PROGRAM            PIC X(10) VALUE "PROGRAM34".
       01 WS-RC-ROW-COUNT          PIC 9(7)  VALUE ZERO.
       01 WS-RC-RETCODE            PIC 9(2)  VALUE ZERO.
       01 WS-RC-RESULT-SW          PIC X(1)  VALUE "Y".
           88 RUN-CLEAR-TO-START               VALUE "Y".
           88 RUN-HELD-BY-MAINT                VALUE "N".

           EXEC SQL BEGIN DECLARE SECTION  END-EXEC
       *> Put your host variables here if you need to port
       *> to other COBOL compilers
            EXEC SQL INCLUDE BNKCUST END-EXEC.
            EXEC SQL INCLUDE BNKCUSTH END-EXEC.
            EXEC SQL INCLUDE BNKCONSNT END-EXEC.

            01 WS-AS-OF-DATE-HV   PIC X(10).
            01 WS-HIST-COUNT      PIC S9(9) COMP-5.
            01 WS-HIST-MIN-DATE   PIC X(10).

           EXEC SQL END DECLARE SECTION END-EXEC

       PROCEDURE DIVISION.

       Main-Line Section.

      *> hold off while the maintenance program is mid-way through
      *> applying transactions, then register this run in the run log
           MOVE "C" TO WS-RC-FUNCTION
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW
           IF RUN-HELD-BY-MAINT
               DISPLAY "PROGRAM34 HELD - BNKCUST MAINTENANCE "
                   "IN PROGRESS - RERUN AFTER PROGRAM5 ENDS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "S" TO WS-RC-FUNCTION
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW

           PERFORM Initialize-Snapshot

           EXEC SQL
               WHENEVER SQLERROR GOTO OpenESQL-Error
            END-EXEC

           IF SCOPE-ALL
               PERFORM Load-All-Pids
           ELSE
               PERFORM Load-Requested-Pids
           END-IF

           PERFORM Scan-History-Archive
           PERFORM Scan-Purge-Archive
           PERFORM Scan-History-Table
           PERFORM Scan-Consent-Ledger

           MOVE WS-COVERAGE-DATE TO RH1B-COVERAGE
           IF WS-COVERAGE-DATE = HIGH-VALUES
               MOVE "NONE HELD" TO RH1B-COVERAGE
           END-IF

           PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1
                   UNTIL WS-SNAP-IDX > WS-SNAP-COUNT
               PERFORM Rebuild-Snapshot-Row
           END-PERFORM

           PERFORM Write-Snapshot-Trailer
           CLOSE SNAPSHOT-FILE
           CLOSE SNAPSHOT-RPT

           DISPLAY "CUSTOMER SNAPSHOT AS OF " WS-AS-OF-DATE
               " COMPLETE - " WS-PID-COUNT " PIDS, "
               WS-ON-FILE-COUNT " ON FILE, "
               WS-INCOMPLETE-COUNT " INCOMPLETE"

           MOVE WS-ON-FILE-COUNT TO WS-RC-ROW-COUNT
           MOVE ZERO TO WS-RC-RETCODE
           MOVE "E" TO WS-RC-FUNCTION
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW

           EXIT PROGRAM.
           STOP RUN.

      *> the as-of date is required, never defaulted - a snapshot
      *> of the wrong day is worse than none
       Initialize-Snapshot Section.

           OPEN INPUT SNAP-CTL-FILE
           IF NOT CTL-FILE-OK
               DISPLAY "ERROR - SNAPSHOT.CTL OPEN FAILED - STATUS "
                   WS-CTL-FILE-STATUS
               PERFORM Abend-Snapshot
           END-IF

           MOVE SPACES TO WS-AS-OF-DATE
           MOVE SPACES TO WS-SCOPE
           READ SNAP-CTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SC-AS-OF-DATE TO WS-AS-OF-DATE
                   MOVE SC-SCOPE      TO WS-SCOPE
           END-READ
           CLOSE SNAP-CTL-FILE

           IF WS-AS-OF-YYYY NOT NUMERIC OR WS-AS-OF-MM NOT NUMERIC
                   OR WS-AS-OF-DD NOT NUMERIC
                   OR WS-AS-OF-DASH-1 NOT = "-"
                   OR WS-AS-OF-DASH-2 NOT = "-"
               DISPLAY "ERROR - SNAPSHOT.CTL AS-OF DATE '"
                   WS-AS-OF-DATE "' INVALID - USE YYYY-MM-DD"
               PERFORM Abend-Snapshot
           END-IF

           OPEN OUTPUT SNAPSHOT-FILE
           OPEN OUTPUT SNAPSHOT-RPT

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE SPACES TO RH1-RUN-DATE
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO RH1-RUN-DATE
           END-STRING

           MOVE WS-AS-OF-DATE TO RH1B-AS-OF-DATE
           MOVE WS-AS-OF-DATE TO WS-AS-OF-DATE-HV
           IF SCOPE-ALL
               MOVE "ALL"      TO RH1B-SCOPE
           ELSE
               MOVE "REQUEST"  TO RH1B-SCOPE
           END-IF

           MOVE 99 TO WS-LINE-CTR
           MOVE ZERO TO WS-PAGE-NO
           MOVE ZERO TO WS-PID-COUNT
           MOVE ZERO TO WS-ON-FILE-COUNT
           MOVE ZERO TO WS-INCOMPLETE-COUNT
           MOVE ZERO TO WS-SNAP-COUNT
           MOVE HIGH-VALUES TO WS-COVERAGE-DATE
           MOVE "I" TO WS-SM-FUNCTION
           CALL "Program32" USING WS-SM-FUNCTION, WS-SM-PROGRAM,
               WS-SM-SIN-IN, WS-SM-SIN-OUT.

      *> everyone who is or ever was on file - the current table,
      *> the change history and the consent ledger; customers known
      *> only to the archives are added as the archives are read
       Load-All-Pids Section.

           EXEC SQL
           DECLARE CSR-ALL-PIDS CURSOR FOR
               SELECT A.BCS_PID FROM MFUSER.BNKCUST A
               UNION
               SELECT H.HST_PID FROM MFUSER.BNKCUSTH H
               UNION
               SELECT C.CEV_PID FROM MFUSER.BNKCONSNT C
               ORDER BY 1
          END-EXEC
           EXEC SQL
              OPEN CSR-ALL-PIDS
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = +100
              EXEC SQL
                FETCH CSR-ALL-PIDS INTO
                   :BNKCUST-BCS-PID
              END-EXEC
              IF SQLCODE = 0
                  MOVE BNKCUST-BCS-PID TO WS-FIND-PID
                  PERFORM Add-Snap-Entry
              END-IF
           END-PERFORM
           EXEC SQL
             CLOSE CSR-ALL-PIDS
           END-EXEC.

       Load-Requested-Pids Section.

           OPEN INPUT RQST-FILE
           IF NOT RQST-FILE-OK
               DISPLAY "ERROR - SNAPRQST.TRN OPEN FAILED - STATUS "
                   WS-RQST-FILE-STATUS
               PERFORM Abend-Snapshot
           END-IF

      *> a PID asked for twice is rebuilt once
           PERFORM UNTIL RQST-AT-EOF
               READ RQST-FILE
                   AT END
                       SET RQST-AT-EOF TO TRUE
                   NOT AT END
                       MOVE RQ-PID TO WS-FIND-PID
                       PERFORM Find-Snap-Entry
                       IF NOT PID-IN-TABLE
                           PERFORM Add-Snap-Entry
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RQST-FILE.

       Find-Snap-Entry Section.

           MOVE "N" TO WS-FOUND-SW

           PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1
                   UNTIL WS-SNAP-IDX > WS-SNAP-COUNT
                      OR PID-IN-TABLE
               IF SN-PID(WS-SNAP-IDX) = WS-FIND-PID
                   SET PID-IN-TABLE TO TRUE
               END-IF
           END-PERFORM

      *> the VARYING steps once past the hit before the UNTIL stops it
           IF PID-IN-TABLE
               SUBTRACT 1 FROM WS-SNAP-IDX
           END-IF.

       Add-Snap-Entry Section.

           IF WS-SNAP-COUNT >= WS-SNAP-MAX
               DISPLAY "ERROR - MORE THAN " WS-SNAP-MAX
                   " PIDS IN SNAPSHOT SCOPE"
               PERFORM Abend-Snapshot
           END-IF

           ADD 1 TO WS-SNAP-COUNT
           MOVE WS-SNAP-COUNT TO WS-SNAP-IDX
           MOVE WS-FIND-PID TO SN-PID(WS-SNAP-IDX)
           MOVE "N"         TO SN-HIST-SW(WS-SNAP-IDX)
           MOVE "N"         TO SN-PURGE-SW(WS-SNAP-IDX)
           MOVE "N"         TO SN-MAIL-SW(WS-SNAP-IDX)
           MOVE "N"         TO SN-EMAIL-SW(WS-SNAP-IDX)
           SET PID-IN-TABLE TO TRUE.

      *> the history archive is read once for every PID in scope;
      *> it also fixes how far back the history held reaches
       Scan-History-Archive Section.

           MOVE "N" TO WS-ARCH-EOF-SW
           OPEN INPUT HIST-ARCHIVE-FILE
           IF NOT HARC-FILE-OK
      *> an OPTIONAL file that isn't there opens with status 05 and
      *> reads straight to end-of-file - treat it like not-found
               IF HARC-FILE-NOT-FOUND OR HARC-FILE-CREATED
                   IF HARC-FILE-CREATED
                       CLOSE HIST-ARCHIVE-FILE
                   END-IF
                   SET ARCH-AT-EOF TO TRUE
               ELSE
                   DISPLAY "ERROR - HISTARCH.DAT OPEN FAILED - "
                       "STATUS " WS-HARC-FILE-STATUS
                   PERFORM Abend-Snapshot
               END-IF
           END-IF

           PERFORM UNTIL ARCH-AT-EOF
               READ HIST-ARCHIVE-FILE
                   AT END
                       SET ARCH-AT-EOF TO TRUE
                       CLOSE HIST-ARCHIVE-FILE
                   NOT AT END
                       MOVE AH-HIST-IMAGE TO DCLBNKCUSTH
                       IF BNKCUSTH-HST-RUN-DATE < WS-COVERAGE-DATE
                           MOVE BNKCUSTH-HST-RUN-DATE
                               TO WS-COVERAGE-DATE
                       END-IF
                       IF BNKCUSTH-HST-RUN-DATE > WS-AS-OF-DATE
                           MOVE BNKCUSTH-HST-PID TO WS-FIND-PID
                           PERFORM Find-Snap-Entry
                           IF NOT PID-IN-TABLE AND SCOPE-ALL
                               PERFORM Add-Snap-Entry
                           END-IF
                           IF PID-IN-TABLE
                               MOVE "HIST ARCHIVE" TO WS-SOURCE
                               PERFORM Hold-History-Event
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> keep the earliest purge after the as-of date - the row as it
      *> stood when it left the table
       Scan-Purge-Archive Section.

           MOVE "N" TO WS-ARCH-EOF-SW
           OPEN INPUT CUST-ARCHIVE-FILE
           IF NOT CARC-FILE-OK
               IF CARC-FILE-NOT-FOUND OR CARC-FILE-CREATED
                   IF CARC-FILE-CREATED
                       CLOSE CUST-ARCHIVE-FILE
                   END-IF
                   SET ARCH-AT-EOF TO TRUE
               ELSE
                   DISPLAY "ERROR - CUSTARCH.DAT OPEN FAILED - "
                       "STATUS " WS-CARC-FILE-STATUS
                   PERFORM Abend-Snapshot
               END-IF
           END-IF

           PERFORM UNTIL ARCH-AT-EOF
               READ CUST-ARCHIVE-FILE
                   AT END
                       SET ARCH-AT-EOF TO TRUE
                       CLOSE CUST-ARCHIVE-FILE
                   NOT AT END
                       IF AR-RUN-DATE > WS-AS-OF-DATE
                           MOVE AR-CUST-IMAGE(1:5) TO WS-FIND-PID
                           PERFORM Find-Snap-Entry
                           IF NOT PID-IN-TABLE AND SCOPE-ALL
                               PERFORM Add-Snap-Entry
                           END-IF
                           IF PID-IN-TABLE
                               PERFORM Hold-Purge-Image
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       Hold-Purge-Image Section.

           MOVE AR-RUN-DATE TO WS-EVT-DATE
           MOVE "99:99:99"  TO WS-EVT-TIME

           IF SN-PURGE-SW(WS-SNAP-IDX) NOT = "Y"
                   OR WS-EVT-STAMP < SN-PURGE-STAMP(WS-SNAP-IDX)
               MOVE "Y"           TO SN-PURGE-SW(WS-SNAP-IDX)
               MOVE WS-EVT-STAMP  TO SN-PURGE-STAMP(WS-SNAP-IDX)
               MOVE AR-CUST-IMAGE TO SN-PURGE-IMAGE(WS-SNAP-IDX)
           END-IF.

      *> the live history, after the as-of date, in PID then time
      *> order - the first row per PID is normally the one kept, but
      *> it is still compared with anything the archive supplied
       Scan-History-Table Section.

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-HIST-COUNT
               FROM MFUSER.BNKCUSTH H
           END-EXEC

           IF WS-HIST-COUNT > 0
               EXEC SQL
                 SELECT MIN(H.HST_RUN_DATE)
                   INTO :WS-HIST-MIN-DATE
                   FROM MFUSER.BNKCUSTH H
               END-EXEC
               IF WS-HIST-MIN-DATE < WS-COVERAGE-DATE
                   MOVE WS-HIST-MIN-DATE TO WS-COVERAGE-DATE
               END-IF
           END-IF

           EXEC SQL
           DECLARE CSR-HIST CURSOR FOR SELECT
                  H.HST_PID
                 ,H.HST_RUN_DATE
                 ,H.HST_RUN_TIME
                 ,H.HST_TRAN_CODE
                 ,H.HST_OLD_NAME
                 ,H.HST_OLD_NAME_FF
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
                 ,H.HST_OLD_FILLER
             FROM MFUSER.BNKCUSTH H
            WHERE H.HST_RUN_DATE > :WS-AS-OF-DATE-HV
            ORDER BY H.HST_PID, H.HST_RUN_DATE, H.HST_RUN_TIME
          END-EXEC
           EXEC SQL
              OPEN CSR-HIST
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = +100
              EXEC SQL
                FETCH CSR-HIST INTO
                   :BNKCUSTH-HST-PID
                  ,:BNKCUSTH-HST-RUN-DATE
                  ,:BNKCUSTH-HST-RUN-TIME
                  ,:BNKCUSTH-HST-TRAN-CODE
                  ,:BNKCUSTH-HST-OLD-NAME
                  ,:BNKCUSTH-HST-OLD-NAME-FF
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
                  ,:BNKCUSTH-HST-OLD-FILLER
              END-EXEC
              IF SQLCODE = 0
                  MOVE BNKCUSTH-HST-PID TO WS-FIND-PID
                  PERFORM Find-Snap-Entry
                  IF PID-IN-TABLE
                      MOVE "HISTORY" TO WS-SOURCE
                      PERFORM Hold-History-Event
                  END-IF
              END-IF
           END-PERFORM
           EXEC SQL
             CLOSE CSR-HIST
           END-EXEC.

      *> the before-image of the earliest change after the as-of date
      *> is the row as it stood on that date - every change after it
      *> is unwound by taking it. It is kept in the DCLBNKCUST layout.
       Hold-History-Event Section.

           MOVE BNKCUSTH-HST-RUN-DATE TO WS-EVT-DATE
           MOVE BNKCUSTH-HST-RUN-TIME TO WS-EVT-TIME

           IF SN-HIST-SW(WS-SNAP-IDX) NOT = "Y"
                   OR WS-EVT-STAMP < SN-HIST-STAMP(WS-SNAP-IDX)
               MOVE "Y"          TO SN-HIST-SW(WS-SNAP-IDX)
               MOVE WS-EVT-STAMP TO SN-HIST-STAMP(WS-SNAP-IDX)
               MOVE BNKCUSTH-HST-TRAN-CODE
                   TO SN-HIST-CODE(WS-SNAP-IDX)
               MOVE WS-SOURCE    TO SN-HIST-SOURCE(WS-SNAP-IDX)
               MOVE BNKCUSTH-HST-PID             TO BNKCUST-BCS-PID
               MOVE BNKCUSTH-HST-OLD-NAME        TO BNKCUST-BCS-NAME
               MOVE BNKCUSTH-HST-OLD-NAME-FF     TO BNKCUST-BCS-NAME-FF
               MOVE BNKCUSTH-HST-OLD-SIN         TO BNKCUST-BCS-SIN
               MOVE BNKCUSTH-HST-OLD-ADDR1       TO BNKCUST-BCS-ADDR1
               MOVE BNKCUSTH-HST-OLD-ADDR2       TO BNKCUST-BCS-ADDR2
               MOVE BNKCUSTH-HST-OLD-STATE       TO BNKCUST-BCS-STATE
               MOVE BNKCUSTH-HST-OLD-COUNTRY     TO BNKCUST-BCS-COUNTRY
               MOVE BNKCUSTH-HST-OLD-POST-CODE
                   TO BNKCUST-BCS-POST-CODE
               MOVE BNKCUSTH-HST-OLD-TEL         TO BNKCUST-BCS-TEL
               MOVE BNKCUSTH-HST-OLD-EMAIL       TO BNKCUST-BCS-EMAIL
               MOVE BNKCUSTH-HST-OLD-SEND-MAIL
                   TO BNKCUST-BCS-SEND-MAIL
               MOVE BNKCUSTH-HST-OLD-SEND-EMAIL
                   TO BNKCUST-BCS-SEND-EMAIL
               MOVE BNKCUSTH-HST-OLD-FILLER      TO BNKCUST-BCS-FILLER
               MOVE DCLBNKCUST TO SN-HIST-IMAGE(WS-SNAP-IDX)
           END-IF.

      *> the opt-in flags can change outside maintenance (returned
      *> mail, merges, purges, restores), and every add and removal
      *> is on the ledger with a blank on the absent side - so the
      *> earliest MAIL event after the date also says whether the
      *> row was on file then
       Scan-Consent-Ledger Section.

           EXEC SQL
           DECLARE CSR-CONSENT CURSOR FOR SELECT
                  C.CEV_PID
                 ,C.CEV_FLAG
                 ,C.CEV_OLD_VALUE
                 ,C.CEV_RUN_DATE
                 ,C.CEV_RUN_TIME
             FROM MFUSER.BNKCONSNT C
            WHERE C.CEV_RUN_DATE > :WS-AS-OF-DATE-HV
            ORDER BY C.CEV_PID, C.CEV_RUN_DATE, C.CEV_RUN_TIME
          END-EXEC
           EXEC SQL
              OPEN CSR-CONSENT
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = +100
              EXEC SQL
                FETCH CSR-CONSENT INTO
                   :BNKCONSNT-CEV-PID
                  ,:BNKCONSNT-CEV-FLAG
                  ,:BNKCONSNT-CEV-OLD-VALUE
                  ,:BNKCONSNT-CEV-RUN-DATE
                  ,:BNKCONSNT-CEV-RUN-TIME
              END-EXEC
              IF SQLCODE = 0
                  MOVE BNKCONSNT-CEV-PID TO WS-FIND-PID
                  PERFORM Find-Snap-Entry
                  IF PID-IN-TABLE
                      PERFORM Hold-Consent-Event
                  END-IF
              END-IF
           END-PERFORM
           EXEC SQL
             CLOSE CSR-CONSENT
           END-EXEC.

       Hold-Consent-Event Section.

           MOVE BNKCONSNT-CEV-RUN-DATE TO WS-EVT-DATE
           MOVE BNKCONSNT-CEV-RUN-TIME TO WS-EVT-TIME

           EVALUATE BNKCONSNT-CEV-FLAG
               WHEN "MAIL"
                   IF SN-MAIL-SW(WS-SNAP-IDX) NOT = "Y"
                           OR WS-EVT-STAMP < SN-MAIL-STAMP(WS-SNAP-IDX)
                       MOVE "Y"          TO SN-MAIL-SW(WS-SNAP-IDX)
                       MOVE WS-EVT-STAMP TO SN-MAIL-STAMP(WS-SNAP-IDX)
                       MOVE BNKCONSNT-CEV-OLD-VALUE
                           TO SN-MAIL-OLD(WS-SNAP-IDX)
                   END-IF
               WHEN "EMAIL"
                   IF SN-EMAIL-SW(WS-SNAP-IDX) NOT = "Y"
                           OR WS-EVT-STAMP < SN-EMAIL-STAMP(WS-SNAP-IDX)
                       MOVE "Y"          TO SN-EMAIL-SW(WS-SNAP-IDX)
                       MOVE WS-EVT-STAMP TO SN-EMAIL-STAMP(WS-SNAP-IDX)
                       MOVE BNKCONSNT-CEV-OLD-VALUE
                           TO SN-EMAIL-OLD(WS-SNAP-IDX)
                   END-IF
           END-EVALUATE.

      *> whichever recorded change came first after the as-of date
      *> decides - an add (history code A, or a ledger event with no
      *> old value) means the row was not yet on file; any other
      *> change, or a purge, means it was. With no change at all the
      *> row stands as it is today.
       Rebuild-Snapshot-Row Section.

           ADD 1 TO WS-PID-COUNT
           MOVE SN-PID(WS-SNAP-IDX) TO BNKCUST-BCS-PID

           EXEC SQL
               SELECT BCS_PID, BCS_NAME, BCS_NAME_FF, BCS_SIN
                    , BCS_ADDR1, BCS_ADDR2, BCS_STATE, BCS_COUNTRY
                    , BCS_POST_CODE, BCS_TEL, BCS_EMAIL
                    , BCS_SEND_MAIL, BCS_SEND_EMAIL, BCS_FILLER
                 INTO :BNKCUST-BCS-PID, :BNKCUST-BCS-NAME
                    , :BNKCUST-BCS-NAME-FF, :BNKCUST-BCS-SIN
                    , :BNKCUST-BCS-ADDR1, :BNKCUST-BCS-ADDR2
                    , :BNKCUST-BCS-STATE, :BNKCUST-BCS-COUNTRY
                    , :BNKCUST-BCS-POST-CODE, :BNKCUST-BCS-TEL
                    , :BNKCUST-BCS-EMAIL, :BNKCUST-BCS-SEND-MAIL
                    , :BNKCUST-BCS-SEND-EMAIL, :BNKCUST-BCS-FILLER
                 FROM MFUSER.BNKCUST
                WHERE BCS_PID = :BNKCUST-BCS-PID
           END-EXEC

           IF SQLCODE = 0
               SET CURRENT-ROW-FOUND TO TRUE
           ELSE
               MOVE "N" TO WS-CURRENT-SW
           END-IF

           MOVE WS-CURRENT-SW TO WS-EXIST-SW
           MOVE HIGH-VALUES   TO WS-BEST-STAMP

           IF SN-HIST-SW(WS-SNAP-IDX) = "Y"
               MOVE SN-HIST-STAMP(WS-SNAP-IDX) TO WS-BEST-STAMP
               IF SN-HIST-CODE(WS-SNAP-IDX) = "A"
                   MOVE "N" TO WS-EXIST-SW
               ELSE
                   MOVE "Y" TO WS-EXIST-SW
               END-IF
           END-IF

           IF SN-MAIL-SW(WS-SNAP-IDX) = "Y"
                   AND SN-MAIL-STAMP(WS-SNAP-IDX) < WS-BEST-STAMP
               MOVE SN-MAIL-STAMP(WS-SNAP-IDX) TO WS-BEST-STAMP
               IF SN-MAIL-OLD(WS-SNAP-IDX) = SPACE
                   MOVE "N" TO WS-EXIST-SW
               ELSE
                   MOVE "Y" TO WS-EXIST-SW
               END-IF
           END-IF

           IF SN-PURGE-SW(WS-SNAP-IDX) = "Y"
                   AND SN-PURGE-STAMP(WS-SNAP-IDX) < WS-BEST-STAMP
               MOVE SN-PURGE-STAMP(WS-SNAP-IDX) TO WS-BEST-STAMP
               MOVE "Y" TO WS-EXIST-SW
           END-IF

           PERFORM Choose-Snapshot-Image
           PERFORM Decide-Completeness

           IF ON-FILE-AT-AS-OF
               ADD 1 TO WS-ON-FILE-COUNT
               MOVE WS-SNAP-IMAGE  TO SS-CUST-IMAGE
               MOVE WS-AS-OF-DATE  TO SS-AS-OF-DATE
               MOVE WS-COMPLETE-SW TO SS-COMPLETE-SW
               WRITE SNAPSHOT-RECORD
               IF NOT SNAP-FILE-OK
                   DISPLAY "ERROR - SNAPSHOT.DAT WRITE FAILED - "
                       "STATUS " WS-SNAP-FILE-STATUS
                       " PID " SN-PID(WS-SNAP-IDX)
                   PERFORM Abend-Snapshot
               END-IF
           END-IF

           IF ROW-INCOMPLETE
               ADD 1 TO WS-INCOMPLETE-COUNT
           END-IF

           PERFORM Write-Snapshot-Detail.

      *> the row image comes from the earliest before-image or purge
      *> image after the date, else today's row; the opt-in flags
      *> are then taken from the ledger when a flag change outside
      *> maintenance came before that image was taken
       Choose-Snapshot-Image Section.

           MOVE "N"    TO WS-IMAGE-SW
           MOVE SPACES TO WS-SNAP-IMAGE
           MOVE SPACES TO WS-SOURCE
           MOVE HIGH-VALUES TO WS-BEST-STAMP

           IF NOT ON-FILE-AT-AS-OF
               MOVE "-" TO WS-SOURCE
           ELSE
               IF SN-HIST-SW(WS-SNAP-IDX) = "Y"
                       AND SN-HIST-CODE(WS-SNAP-IDX) NOT = "A"
                   SET IMAGE-HELD TO TRUE
                   MOVE SN-HIST-STAMP(WS-SNAP-IDX)  TO WS-BEST-STAMP
                   MOVE SN-HIST-IMAGE(WS-SNAP-IDX)  TO WS-SNAP-IMAGE
                   MOVE SN-HIST-SOURCE(WS-SNAP-IDX) TO WS-SOURCE
               END-IF
               IF SN-PURGE-SW(WS-SNAP-IDX) = "Y"
                       AND SN-PURGE-STAMP(WS-SNAP-IDX) < WS-BEST-STAMP
                   SET IMAGE-HELD TO TRUE
                   MOVE SN-PURGE-STAMP(WS-SNAP-IDX) TO WS-BEST-STAMP
                   MOVE SN-PURGE-IMAGE(WS-SNAP-IDX) TO WS-SNAP-IMAGE
                   MOVE "PURGE ARCHIVE"             TO WS-SOURCE
               END-IF
               IF NOT IMAGE-HELD AND CURRENT-ROW-FOUND
                   SET IMAGE-HELD TO TRUE
                   MOVE DCLBNKCUST    TO WS-SNAP-IMAGE
                   MOVE "CURRENT ROW" TO WS-SOURCE
               END-IF
               IF NOT IMAGE-HELD
                   MOVE "NONE HELD" TO WS-SOURCE
               END-IF
           END-IF

      *> from here on DCLBNKCUST is the snapshot row, not today's
           MOVE WS-SNAP-IMAGE TO DCLBNKCUST
           MOVE SN-PID(WS-SNAP-IDX) TO BNKCUST-BCS-PID

           IF ON-FILE-AT-AS-OF
               IF SN-MAIL-SW(WS-SNAP-IDX) = "Y"
                       AND SN-MAIL-STAMP(WS-SNAP-IDX) < WS-BEST-STAMP
                       AND SN-MAIL-OLD(WS-SNAP-IDX) NOT = SPACE
                   MOVE SN-MAIL-OLD(WS-SNAP-IDX)
                       TO BNKCUST-BCS-SEND-MAIL
               END-IF
               IF SN-EMAIL-SW(WS-SNAP-IDX) = "Y"
                       AND SN-EMAIL-STAMP(WS-SNAP-IDX) < WS-BEST-STAMP
                       AND SN-EMAIL-OLD(WS-SNAP-IDX) NOT = SPACE
                   MOVE SN-EMAIL-OLD(WS-SNAP-IDX)
                       TO BNKCUST-BCS-SEND-EMAIL
               END-IF
           END-IF

           MOVE DCLBNKCUST TO WS-SNAP-IMAGE.

      *> every change after the as-of date is held when the date is
      *> on or after the oldest history on file - or when the first
      *> change held after it is the customer's add, since nothing
      *> before an add can have been lost
       Decide-Completeness Section.

           SET ROW-COMPLETE TO TRUE
           MOVE SPACES TO WS-INCOMPLETE-REASON

           EVALUATE TRUE
               WHEN ON-FILE-AT-AS-OF AND NOT IMAGE-HELD
                   SET ROW-INCOMPLETE TO TRUE
                   MOVE "NO ROW IMAGE HELD" TO WS-INCOMPLETE-REASON
               WHEN SN-HIST-SW(WS-SNAP-IDX) = "Y"
                       AND SN-HIST-CODE(WS-SNAP-IDX) = "A"
                   CONTINUE
               WHEN WS-COVERAGE-DATE = HIGH-VALUES
                   SET ROW-INCOMPLETE TO TRUE
                   MOVE "NO CHANGE HISTORY HELD"
                       TO WS-INCOMPLETE-REASON
               WHEN WS-AS-OF-DATE < WS-COVERAGE-DATE
                   SET ROW-INCOMPLETE TO TRUE
                   STRING "NO HISTORY BEFORE " WS-COVERAGE-DATE
                       DELIMITED BY SIZE
                       INTO WS-INCOMPLETE-REASON
                   END-STRING
           END-EVALUATE.

       Write-Snapshot-Detail Section.

           MOVE SN-PID(WS-SNAP-IDX) TO RD-PID
           MOVE WS-SOURCE           TO RD-SOURCE

           IF ON-FILE-AT-AS-OF
               MOVE "ON FILE"              TO RD-STATUS
               MOVE BNKCUST-BCS-NAME       TO RD-NAME
               MOVE BNKCUST-BCS-SIN        TO WS-SM-SIN-IN
               PERFORM Mask-Sin
               MOVE WS-SM-SIN-OUT          TO RD-SIN
               MOVE BNKCUST-BCS-POST-CODE  TO RD-POST-CODE
               MOVE BNKCUST-BCS-SEND-MAIL  TO RD-SEND-MAIL
               MOVE BNKCUST-BCS-SEND-EMAIL TO RD-SEND-EMAIL
           ELSE
               MOVE "NOT ON FILE"          TO RD-STATUS
               MOVE SPACES                 TO RD-NAME
               MOVE SPACES                 TO RD-SIN
               MOVE SPACES                 TO RD-POST-CODE
               MOVE SPACE                  TO RD-SEND-MAIL
               MOVE SPACE                  TO RD-SEND-EMAIL
           END-IF

           IF ROW-COMPLETE
               MOVE "COMPLETE"   TO RD-RESULT
           ELSE
               MOVE "INCOMPLETE" TO RD-RESULT
           END-IF
           MOVE WS-INCOMPLETE-REASON TO RD-REASON

           MOVE RPT-DETAIL TO WS-PRINT-LINE
           PERFORM Write-Report-Line.

       Mask-Sin Section.

           MOVE "M" TO WS-SM-FUNCTION
           CALL "Program32" USING WS-SM-FUNCTION, WS-SM-PROGRAM,
               WS-SM-SIN-IN, WS-SM-SIN-OUT.

       Write-Snapshot-Headings Section.

           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO RH1-PAGE-NO

           IF WS-PAGE-NO > 1
               WRITE SNAPSHOT-RPT-LINE FROM WS-BLANK-LINE
           END-IF

           WRITE SNAPSHOT-RPT-LINE FROM RPT-HEADER-1
           WRITE SNAPSHOT-RPT-LINE FROM RPT-HEADER-1B
           WRITE SNAPSHOT-RPT-LINE FROM RPT-HEADER-2
           WRITE SNAPSHOT-RPT-LINE FROM RPT-HEADER-3

           MOVE 5 TO WS-LINE-CTR.

       Write-Report-Line Section.

           IF WS-LINE-CTR >= WS-LINES-PER-PAGE
               PERFORM Write-Snapshot-Headings
           END-IF

           WRITE SNAPSHOT-RPT-LINE FROM WS-PRINT-LINE

           ADD 1 TO WS-LINE-CTR.

       Write-Snapshot-Trailer Section.

           IF WS-PAGE-NO = 0
               PERFORM Write-Snapshot-Headings
           END-IF

           MOVE WS-PID-COUNT        TO RT-PID-COUNT
           MOVE WS-ON-FILE-COUNT    TO RT-ON-FILE-COUNT
           MOVE WS-INCOMPLETE-COUNT TO RT-INCOMPLETE-COUNT
           WRITE SNAPSHOT-RPT-LINE FROM WS-BLANK-LINE
           WRITE SNAPSHOT-RPT-LINE FROM RPT-TRAILER.

      *> a snapshot cut short is not a snapshot - end the run log
      *> row as failed and stop
       Abend-Snapshot Section.

           MOVE WS-ON-FILE-COUNT TO WS-RC-ROW-COUNT
           MOVE 16 TO WS-RC-RETCODE
           MOVE "E" TO WS-RC-FUNCTION
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *> Default sql error routine / modify to stop program if needed
       OpenESQL-Error Section.

            display "SQL Error = " sqlstate " " sqlcode
            display MFSQLMESSAGETEXT
            MOVE WS-ON-FILE-COUNT TO WS-RC-ROW-COUNT
            MOVE 16 TO WS-RC-RETCODE
            MOVE "E" TO WS-RC-FUNCTION
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW
            CLOSE SNAPSHOT-FILE
            CLOSE SNAPSHOT-RPT
           stop run.
