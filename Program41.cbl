      $SET XDB sourceformat(variable)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program41.

      *> -------------------------------------------
      *> STATECTRY reference maintenance. Reads
      *> STCMAINT.TRN - one record per action on a
      *> BCS_STATE/BCS_COUNTRY combination:
      *>   A - add the combination with its state
      *>       name;
      *>   C - change (rename) the state name;
      *>   R - retire the combination, optionally
      *>       naming a replacement state/country
      *>       the customers using it move to.
      *> Every applied action writes the state name
      *> before and after the change, the user ID
      *> and the time to MFUSER.STATECTRYH, so the
      *> reference table has the same audit trail
      *> as BNKCUST.
      *> Before a retire is applied STCMAINT.RPT
      *> lists its impact: every BNKCUST row on the
      *> combination, and every CAMPCRIT.TRN
      *> criterion whose state or country would no
      *> longer be on STATECTRY (the campaign
      *> extract refuses such a criterion). A retire
      *> is refused while customers still use the
      *> combination, unless the transaction names a
      *> replacement already on STATECTRY - then
      *> each of those customers gets a C
      *> transaction appended to CUSTMAINT.TRN
      *> carrying the row as it is on file with the
      *> replacement state and country, so the move
      *> goes through the maintenance program's
      *> edits and change history like any other.
      *> A customer who already has an entry waiting
      *> on CUSTMAINT.TRN (a released desk change)
      *> is moved from that entry rather than from
      *> BNKCUST, so the move cannot put back what
      *> the desk changed the same night; no move is
      *> written when the waiting entry is a delete
      *> or already takes the customer off the code.
      *> A customer not on the code in BNKCUST whose
      *> last entry on CUSTMAINT.TRN - waiting, or a
      *> move this run has written - puts them on it
      *> counts as using it too: the retire is
      *> refused without a replacement, and with one
      *> the entry is repeated onto the replacement.
      *> Run it before the nightly maintenance run
      *> so the moves are applied the same night.
      *> A retired combination is deleted from
      *> STATECTRY; its history rows remain.
      *> -------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STC-TRAN-FILE ASSIGN TO "STCMAINT.TRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT OPTIONAL CRIT-FILE ASSIGN TO "CAMPCRIT.TRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRIT-FILE-STATUS.

           SELECT OPTIONAL TRANS-OUT-FILE ASSIGN TO "CUSTMAINT.TRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

      *> the same file read first, for the entries already waiting
           SELECT OPTIONAL PEND-TRANS-FILE ASSIGN TO "CUSTMAINT.TRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.

           SELECT STC-MAINT-RPT ASSIGN TO "STCMAINT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STC-TRAN-FILE
           RECORDING MODE IS F.
       01  STC-TRAN-RECORD.
           05 SM-ACTION             PIC X(1).
           05 SM-STATE              PIC X(2).
           05 SM-COUNTRY            PIC X(6).
           05 SM-STATE-NAME         PIC X(25).
           05 SM-NEW-STATE          PIC X(2).
           05 SM-NEW-COUNTRY        PIC X(6).
           05 SM-USER-ID            PIC X(8).

       FD  CRIT-FILE
           RECORDING MODE IS F.
       01  CRIT-RECORD.
           05 CR-FIELD              PIC X(10).
           05 CR-ACTION             PIC X(1).
           05 CR-VALUE              PIC X(6).

      *> generated moves, in the maintenance transaction layout
       FD  TRANS-OUT-FILE
           RECORDING MODE IS F.
       01  TRANS-OUT-RECORD.
           05 TO-CODE               PIC X(1).
           05 TO-PID                PIC X(5).
           05 TO-NAME               PIC X(25).
           05 TO-SIN                PIC X(9).
           05 TO-ADDR1              PIC X(25).
           05 TO-ADDR2              PIC X(25).
           05 TO-STATE              PIC X(2).
           05 TO-COUNTRY            PIC X(6).
           05 TO-POST-CODE          PIC X(6).
           05 TO-TEL                PIC X(12).
           05 TO-EMAIL              PIC X(30).
           05 TO-SEND-MAIL          PIC X(1).
           05 TO-SEND-EMAIL         PIC X(1).

      *> desk entries carry the maker and checker after the image
       FD  PEND-TRANS-FILE
           RECORDING MODE IS F.
       01  PEND-TRANS-RECORD.
           05 PT-IMAGE.
              10 PT-CODE            PIC X(1).
              10 PT-PID             PIC X(5).
              10 FILLER             PIC X(142).
           05 PT-APPROVAL           PIC X(16).

       FD  STC-MAINT-RPT
           RECORDING MODE IS F.
       01  STC-MAINT-RPT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA  END-EXEC.

      *> after an sql error this has the full message text
       01 MFSQLMESSAGETEXT  PIC X(250).

       01 WS-TRAN-FILE-STATUS       PIC X(2).
           88 TRAN-FILE-OK                     VALUE "00".

       01 WS-CRIT-FILE-STATUS       PIC X(2).
           88 CRIT-FILE-OK                     VALUE "00".

       01 WS-TRANS-FILE-STATUS      PIC X(2).
           88 TRANS-FILE-OK                    VALUE "00".
           88 TRANS-FILE-CREATED               VALUE "05".

       01 WS-PEND-FILE-STATUS       PIC X(2).
           88 PEND-FILE-OK                     VALUE "00".

       01 WS-PEND-EOF-SW            PIC X(1)  VALUE "N".
           88 PEND-AT-EOF                      VALUE "Y".

       01 WS-EOF-SW                 PIC X(1)  VALUE "N".
           88 TRAN-AT-EOF                      VALUE "Y".

       01 WS-CRIT-EOF-SW            PIC X(1)  VALUE "N".
           88 CRIT-AT-EOF                      VALUE "Y".

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
       01 WS-ADDED-COUNT           PIC 9(7)  VALUE ZERO.
       01 WS-RENAMED-COUNT         PIC 9(7)  VALUE ZERO.
       01 WS-RETIRED-COUNT         PIC 9(7)  VALUE ZERO.
       01 WS-REJECTED-COUNT        PIC 9(7)  VALUE ZERO.
       01 WS-MOVE-COUNT            PIC 9(7)  VALUE ZERO.
       01 WS-MOVE-PEND-COUNT       PIC 9(7)  VALUE ZERO.
       01 WS-NO-MOVE-COUNT         PIC 9(7)  VALUE ZERO.

       01 WS-ACTION-TEXT           PIC X(6).
       01 WS-STC-STATUS            PIC X(32).
       01 WS-REPLACE-SW            PIC X(1).
           88 RETIRE-HAS-REPLACEMENT           VALUE "Y".
       01 WS-APPLY-SW              PIC X(1).
           88 RETIRE-IS-APPLIED                VALUE "Y".

      *> the campaign criteria on file - only STATE and COUNTRY
      *> criteria can be broken by a retire
       01 WS-CRIT-MAX              PIC 9(3)  COMP-5 VALUE 50.
       01 WS-CRIT-COUNT            PIC 9(3)  COMP-5 VALUE ZERO.
       01 WS-CRIT-IDX              PIC 9(3)  COMP-5.
       01 WS-CRIT-TABLE.
           05 WS-CRIT-ENTRY        OCCURS 50 TIMES.
              10 CRT-FIELD         PIC X(10).
              10 CRT-ACTION        PIC X(1).
              10 CRT-VALUE         PIC X(6).

      *> the entries already on CUSTMAINT.TRN when the run starts,
      *> then each move this run appends, in file order - the
      *> maintenance run applies them in that order, so the last one
      *> for a customer is the one that stands
       01 WS-PEND-MAX              PIC 9(5)  COMP-5 VALUE 5000.
       01 WS-PEND-COUNT            PIC 9(5)  COMP-5 VALUE ZERO.
       01 WS-PEND-IDX              PIC 9(5)  COMP-5.
       01 WS-PEND-FOUND            PIC 9(5)  COMP-5.
       01 WS-PEND-SCAN             PIC 9(5)  COMP-5.
       01 WS-PEND-SCAN-END         PIC 9(5)  COMP-5.
       01 WS-PEND-TABLE.
           05 WS-PEND-ENTRY        OCCURS 5000 TIMES.
              10 PND-PID           PIC X(5).
              10 PND-IMAGE         PIC X(148).

      *> a pending image laid out far enough to see the customer's
      *> state and country - the rest is as on CUSTMAINT.TRN
       01 WS-PEND-VIEW.
           05 PV-CODE               PIC X(1).
           05 PV-PID                PIC X(5).
           05 FILLER                PIC X(84).
           05 PV-STATE              PIC X(2).
           05 PV-COUNTRY            PIC X(6).
           05 FILLER                PIC X(50).
       01 WS-PEND-ON-CODE-SW       PIC X(1).
           88 PEND-ENTRY-ON-CODE               VALUE "Y".

      *> customers only headed for the code on CUSTMAINT.TRN, and
      *> everyone the retire touches
       01 WS-PEND-CUST-COUNT       PIC 9(7)  VALUE ZERO.
       01 WS-TOTAL-CUST-COUNT      PIC 9(7)  VALUE ZERO.

       01 WS-IMPACT-ITEMS          PIC 9(7)  VALUE ZERO.

       01 RPT-HEADER-1.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(30)  VALUE
               "STATE/COUNTRY MAINTENANCE".
           05 FILLER                PIC X(10)  VALUE SPACE.
           05 RH1-RUN-DATE          PIC X(10).
           05 FILLER                PIC X(10)  VALUE SPACE.
           05 FILLER                PIC X(5)   VALUE "PAGE ".
           05 RH1-PAGE-NO           PIC ZZZ9.

       01 RPT-HEADER-2.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(6)   VALUE "ACTION".
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 FILLER                PIC X(5)   VALUE "STATE".
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 FILLER                PIC X(7)   VALUE "COUNTRY".
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 FILLER                PIC X(25)  VALUE "STATE NAME".
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 FILLER                PIC X(11)  VALUE "REPLACE BY".
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 FILLER                PIC X(8)   VALUE "USER".
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 FILLER                PIC X(32)  VALUE "STATUS".

       01 RPT-HEADER-3.
           05 FILLER                PIC X(132) VALUE ALL "-".

       01 RPT-DETAIL.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RD-ACTION             PIC X(6).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RD-STATE              PIC X(2).
           05 FILLER                PIC X(5)   VALUE SPACE.
           05 RD-COUNTRY            PIC X(6).
           05 FILLER                PIC X(3)   VALUE SPACE.
           05 RD-STATE-NAME         PIC X(25).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RD-NEW-STATE          PIC X(2).
           05 RD-NEW-SLASH          PIC X(1).
           05 RD-NEW-COUNTRY        PIC X(6).
           05 FILLER                PIC X(4)   VALUE SPACE.
           05 RD-USER-ID            PIC X(8).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RD-STATUS             PIC X(32).

       01 RPT-IMPACT-HDR.
           05 FILLER                PIC X(9)   VALUE SPACE.
           05 FILLER                PIC X(19)  VALUE
               "IMPACT OF RETIRING ".
           05 RIH-STATE             PIC X(2).
           05 FILLER                PIC X(1)   VALUE "/".
           05 RIH-COUNTRY           PIC X(6).
           05 FILLER                PIC X(3)   VALUE " - ".
           05 RIH-CUST-COUNT        PIC ZZZ,ZZ9.
           05 FILLER                PIC X(11)  VALUE " CUSTOMERS".

       01 RPT-IMPACT-CUST.
           05 FILLER                PIC X(11)  VALUE SPACE.
           05 FILLER                PIC X(9)   VALUE "CUSTOMER ".
           05 RIC-PID               PIC X(5).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RIC-ACTION            PIC X(40).

       01 RPT-IMPACT-CRIT.
           05 FILLER                PIC X(11)  VALUE SPACE.
           05 FILLER                PIC X(9)   VALUE "CAMPCRIT ".
           05 RIR-FIELD             PIC X(10).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RIR-ACTION            PIC X(1).
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RIR-VALUE             PIC X(6).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 FILLER                PIC X(40)  VALUE
               "WOULD NO LONGER BE ON STATECTRY".

       01 RPT-IMPACT-NONE.
           05 FILLER                PIC X(11)  VALUE SPACE.
           05 FILLER                PIC X(40)  VALUE
               "NO CUSTOMERS OR CRITERIA AFFECTED".

       01 RPT-TRAILER-1.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(15)  VALUE "END OF REPORT".
           05 RT1-TRAN-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(20)  VALUE
               " TRANSACTIONS READ,".
           05 RT1-MOVE-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(40)  VALUE
               " CUSTOMER MOVES WRITTEN TO CUSTMAINT.TRN".

       01 RPT-TRAILER-3.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RT3-MOVE-PEND         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(35)  VALUE
               " MOVES BUILT ON A WAITING ENTRY,".
           05 RT3-NO-MOVE           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(40)  VALUE
               " NOT MOVED - WAITING ENTRY DELETES/MOVES".

       01 RPT-TRAILER-2.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RT2-ADDED             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(7)   VALUE " ADDED,".
           05 RT2-RENAMED           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(9)   VALUE " RENAMED,".
           05 RT2-RETIRED           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(9)   VALUE " RETIRED,".
           05 RT2-REJECTED          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(21)  VALUE
               " REJECTED OR REFUSED".

       01 WS-BLANK-LINE             PIC X(132) VALUE SPACE.

      *> report lines are staged here rather than in the FD record
      *> area so a page break (which writes the headings through the
      *> record area) cannot clobber the line being printed
       01 WS-PRINT-LINE             PIC X(132) VALUE SPACE.

      *> run-control registration lives in Program13 so every batch
      *> logs its start and end the same way, and so extracts and
      *> reports can be held off while maintenance is in progress
       01 WS-RC-FUNCTION           PIC X(1).
       01 WS-RC-PROGRAM            PIC X(10) VALUE "PROGRAM41".
       01 WS-RC-ROW-COUNT          PIC 9(7)  VALUE ZERO.
       01 WS-RC-RETCODE            PIC 9(2)  VALUE ZERO.
       01 WS-RC-RESULT-SW          PIC X(1)  VALUE "Y".
           88 RUN-CLEAR-TO-START               VALUE "Y".
           88 RUN-HELD-BY-MAINT                VALUE "N".

           EXEC SQL BEGIN DECLARE SECTION  END-EXEC
       *> Put your host variables here if you need to port
       *> to other COBOL compilers
            EXEC SQL INCLUDE STATECTRY END-EXEC.
            EXEC SQL INCLUDE STATECTRYH END-EXEC.
            EXEC SQL INCLUDE BNKCUST END-EXEC.

            01 WS-ON-FILE-COUNT  PIC S9(9) COMP-5.
            01 WS-REPL-COUNT     PIC S9(9) COMP-5.
            01 WS-CUST-COUNT     PIC S9(9) COMP-5.
            01 WS-REF-COUNT      PIC S9(9) COMP-5.
            01 WS-OLD-STATE-NAME PIC X(25).
            01 WS-REPL-STATE-HV  PIC X(2).
            01 WS-REPL-CTRY-HV   PIC X(6).
            01 WS-CRIT-STATE-HV  PIC X(2).
            01 WS-CRIT-CTRY-HV   PIC X(6).
            01 WS-PEND-PID-HV    PIC X(5).
            01 WS-PEND-ON-FILE   PIC S9(9) COMP-5.

           EXEC SQL END DECLARE SECTION END-EXEC

       PROCEDURE DIVISION.

       Main-Line Section.

      *> hold off while the maintenance program is mid-way through
      *> applying transactions - the moves are built from BNKCUST
      *> as it stands - then register this run in the run log
           MOVE "C" TO WS-RC-FUNCTION
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW
           IF RUN-HELD-BY-MAINT
               DISPLAY "PROGRAM41 HELD - BNKCUST MAINTENANCE "
                   "IN PROGRESS - RERUN AFTER PROGRAM5 ENDS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM Initialize-Run

           EXEC SQL
               WHENEVER SQLERROR GOTO OpenESQL-Error
            END-EXEC

           PERFORM UNTIL TRAN-AT-EOF
               READ STC-TRAN-FILE
                   AT END
                       SET TRAN-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM Apply-Stc-Action
               END-READ
           END-PERFORM

           CLOSE STC-TRAN-FILE
           CLOSE TRANS-OUT-FILE

           PERFORM Write-Stc-Trailer
           CLOSE STC-MAINT-RPT

           DISPLAY "STATE/COUNTRY MAINTENANCE COMPLETE - "
               WS-ADDED-COUNT " ADDED, " WS-RENAMED-COUNT
               " RENAMED, " WS-RETIRED-COUNT " RETIRED, "
               WS-REJECTED-COUNT " REJECTED, " WS-MOVE-COUNT
               " CUSTOMER MOVES"

           COMPUTE WS-RC-ROW-COUNT = WS-ADDED-COUNT
               + WS-RENAMED-COUNT + WS-RETIRED-COUNT
           MOVE ZERO TO WS-RC-RETCODE
           MOVE "E" TO WS-RC-FUNCTION
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW

           EXIT PROGRAM.
           STOP RUN.

       Initialize-Run Section.

           OPEN INPUT STC-TRAN-FILE

           IF NOT TRAN-FILE-OK
               DISPLAY "ERROR - STCMAINT.TRN OPEN FAILED - STATUS "
                   WS-TRAN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM Load-Campaign-Criteria
           PERFORM Load-Pending-Transactions

      *> appended, never replaced - the file may already hold
      *> tonight's released desk entries
           OPEN EXTEND TRANS-OUT-FILE
           IF NOT TRANS-FILE-OK AND NOT TRANS-FILE-CREATED
               DISPLAY "ERROR - CUSTMAINT.TRN OPEN FAILED - STATUS "
                   WS-TRANS-FILE-STATUS
               CLOSE STC-TRAN-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "S" TO WS-RC-FUNCTION
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW

           OPEN OUTPUT STC-MAINT-RPT

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
           MOVE ZERO TO WS-ADDED-COUNT
           MOVE ZERO TO WS-RENAMED-COUNT
           MOVE ZERO TO WS-RETIRED-COUNT
           MOVE ZERO TO WS-REJECTED-COUNT
           MOVE ZERO TO WS-MOVE-COUNT
           MOVE ZERO TO WS-MOVE-PEND-COUNT
           MOVE ZERO TO WS-NO-MOVE-COUNT.

      *> the criteria file is the one the campaign extract will
      *> read - with none on file there is simply nothing to break
       Load-Campaign-Criteria Section.

           MOVE ZERO TO WS-CRIT-COUNT

           OPEN INPUT CRIT-FILE
           IF CRIT-FILE-OK
               MOVE "N" TO WS-CRIT-EOF-SW
               PERFORM UNTIL CRIT-AT-EOF
                   READ CRIT-FILE
                       AT END
                           SET CRIT-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-CRIT-COUNT >= WS-CRIT-MAX
                               DISPLAY "ERROR - MORE THAN "
                                   WS-CRIT-MAX
                                   " CRITERIA ON CAMPCRIT.TRN"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-CRIT-COUNT
                           MOVE CR-FIELD  TO CRT-FIELD(WS-CRIT-COUNT)
                           MOVE CR-ACTION TO CRT-ACTION(WS-CRIT-COUNT)
                           MOVE CR-VALUE  TO CRT-VALUE(WS-CRIT-COUNT)
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CRIT-FILE.

       Apply-Stc-Action Section.

           ADD 1 TO WS-TRAN-COUNT
           MOVE SPACES TO WS-STC-STATUS

           EVALUATE SM-ACTION
               WHEN "A"
                   MOVE "ADD"    TO WS-ACTION-TEXT
               WHEN "C"
                   MOVE "RENAME" TO WS-ACTION-TEXT
               WHEN "R"
                   MOVE "RETIRE" TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE SM-ACTION TO WS-ACTION-TEXT
                   MOVE "REJECTED - BAD ACTION" TO WS-STC-STATUS
           END-EVALUATE

           IF WS-STC-STATUS = SPACES AND SM-USER-ID = SPACES
               MOVE "REJECTED - NO USER ID" TO WS-STC-STATUS
           END-IF

           IF WS-STC-STATUS = SPACES AND SM-COUNTRY = SPACES
               MOVE "REJECTED - NO COUNTRY" TO WS-STC-STATUS
           END-IF

           IF WS-STC-STATUS = SPACES
               MOVE SM-STATE   TO STATECTRY-SCT-STATE
               MOVE SM-COUNTRY TO STATECTRY-SCT-COUNTRY
               MOVE ZERO TO WS-ON-FILE-COUNT
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-ON-FILE-COUNT
                     FROM MFUSER.STATECTRY S
                    WHERE S.SCT_STATE   = :STATECTRY-SCT-STATE
                      AND S.SCT_COUNTRY = :STATECTRY-SCT-COUNTRY
               END-EXEC
               EVALUATE SM-ACTION
                   WHEN "A"
                       PERFORM Add-State-Country
                   WHEN "C"
                       PERFORM Rename-State-Country
                   WHEN "R"
                       PERFORM Retire-State-Country
               END-EVALUATE
           ELSE
               PERFORM Write-Stc-Detail-Line
           END-IF

           IF WS-STC-STATUS(1:8) = "REJECTED"
                   OR WS-STC-STATUS(1:7) = "REFUSED"
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

       Add-State-Country Section.

           EVALUATE TRUE
               WHEN SM-STATE-NAME = SPACES
                   MOVE "REJECTED - NO STATE NAME" TO WS-STC-STATUS
               WHEN WS-ON-FILE-COUNT > 0
                   MOVE "REJECTED - ALREADY ON FILE" TO WS-STC-STATUS
               WHEN OTHER
                   MOVE SM-STATE-NAME TO STATECTRY-SCT-STATE-NAME
                   EXEC SQL
                       INSERT INTO MFUSER.STATECTRY
                           ( SCT_STATE, SCT_COUNTRY, SCT_STATE_NAME )
                       VALUES
                           ( :STATECTRY-SCT-STATE
                           , :STATECTRY-SCT-COUNTRY
                           , :STATECTRY-SCT-STATE-NAME )
                   END-EXEC
                   MOVE SPACES        TO WS-OLD-STATE-NAME
                   MOVE SM-STATE-NAME TO STATECTRYH-SCH-NEW-STATE-NAME
                   MOVE SPACES        TO STATECTRYH-SCH-REPL-STATE
                   MOVE SPACES        TO STATECTRYH-SCH-REPL-COUNTRY
                   MOVE ZERO          TO STATECTRYH-SCH-CUST-COUNT
                   PERFORM Write-Stc-History
                   MOVE "ADDED" TO WS-STC-STATUS
                   ADD 1 TO WS-ADDED-COUNT
           END-EVALUATE

           PERFORM Write-Stc-Detail-Line.

       Rename-State-Country Section.

           EVALUATE TRUE
               WHEN SM-STATE-NAME = SPACES
                   MOVE "REJECTED - NO STATE NAME" TO WS-STC-STATUS
               WHEN WS-ON-FILE-COUNT = 0
                   MOVE "REJECTED - NOT ON FILE" TO WS-STC-STATUS
               WHEN OTHER
                   PERFORM Read-Old-State-Name
                   MOVE SM-STATE-NAME TO STATECTRY-SCT-STATE-NAME
                   EXEC SQL
                       UPDATE MFUSER.STATECTRY
                          SET SCT_STATE_NAME = :STATECTRY-SCT-STATE-NAME
                        WHERE SCT_STATE   = :STATECTRY-SCT-STATE
                          AND SCT_COUNTRY = :STATECTRY-SCT-COUNTRY
                   END-EXEC
                   MOVE SM-STATE-NAME TO STATECTRYH-SCH-NEW-STATE-NAME
                   MOVE SPACES        TO STATECTRYH-SCH-REPL-STATE
                   MOVE SPACES        TO STATECTRYH-SCH-REPL-COUNTRY
                   MOVE ZERO          TO STATECTRYH-SCH-CUST-COUNT
                   PERFORM Write-Stc-History
                   MOVE "RENAMED" TO WS-STC-STATUS
                   ADD 1 TO WS-RENAMED-COUNT
           END-EVALUATE

           PERFORM Write-Stc-Detail-Line.

      *> read before the file is opened for the moves - with no
      *> file yet there is nothing waiting
       Load-Pending-Transactions Section.

           MOVE ZERO TO WS-PEND-COUNT

           OPEN INPUT PEND-TRANS-FILE
           IF PEND-FILE-OK
               MOVE "N" TO WS-PEND-EOF-SW
               PERFORM UNTIL PEND-AT-EOF
                   READ PEND-TRANS-FILE
                       AT END
                           SET PEND-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-PEND-COUNT >= WS-PEND-MAX
                               DISPLAY "ERROR - MORE THAN "
                                   WS-PEND-MAX
                                   " ENTRIES ON CUSTMAINT.TRN"
                               CLOSE PEND-TRANS-FILE
                               CLOSE STC-TRAN-FILE
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-PEND-COUNT
                           MOVE PT-PID   TO PND-PID(WS-PEND-COUNT)
                           MOVE PT-IMAGE TO PND-IMAGE(WS-PEND-COUNT)
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PEND-TRANS-FILE.

      *> a retire that passes its own edits always prints its impact,
      *> applied or refused - a refused retire's listing is the
      *> worklist for moving the customers off the code
       Retire-State-Country Section.

           MOVE "N" TO WS-REPLACE-SW
           MOVE "N" TO WS-APPLY-SW
           MOVE SM-NEW-STATE   TO WS-REPL-STATE-HV
           MOVE SM-NEW-COUNTRY TO WS-REPL-CTRY-HV

           IF SM-NEW-COUNTRY NOT = SPACES
               SET RETIRE-HAS-REPLACEMENT TO TRUE
               MOVE ZERO TO WS-REPL-COUNT
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-REPL-COUNT
                     FROM MFUSER.STATECTRY S
                    WHERE S.SCT_STATE   = :WS-REPL-STATE-HV
                      AND S.SCT_COUNTRY = :WS-REPL-CTRY-HV
               END-EXEC
           END-IF

           EVALUATE TRUE
               WHEN WS-ON-FILE-COUNT = 0
                   MOVE "REJECTED - NOT ON FILE" TO WS-STC-STATUS
               WHEN SM-NEW-STATE NOT = SPACES
                       AND SM-NEW-COUNTRY = SPACES
                   MOVE "REJECTED - NO REPLACEMENT COUNTRY"
                       TO WS-STC-STATUS
               WHEN RETIRE-HAS-REPLACEMENT
                       AND SM-NEW-STATE = SM-STATE
                       AND SM-NEW-COUNTRY = SM-COUNTRY
                   MOVE "REJECTED - REPLACED BY ITSELF"
                       TO WS-STC-STATUS
               WHEN RETIRE-HAS-REPLACEMENT AND WS-REPL-COUNT = 0
                   MOVE "REJECTED - NEW CODE NOT ON FILE"
                       TO WS-STC-STATUS
           END-EVALUATE

           IF WS-STC-STATUS NOT = SPACES
               PERFORM Write-Stc-Detail-Line
           ELSE
               MOVE SM-STATE   TO BNKCUST-BCS-STATE
               MOVE SM-COUNTRY TO BNKCUST-BCS-COUNTRY
               MOVE ZERO TO WS-CUST-COUNT
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-CUST-COUNT
                     FROM MFUSER.BNKCUST
                    WHERE BCS_STATE   = :BNKCUST-BCS-STATE
                      AND BCS_COUNTRY = :BNKCUST-BCS-COUNTRY
               END-EXEC
               PERFORM Count-Pending-On-Code
               COMPUTE WS-TOTAL-CUST-COUNT =
                   WS-CUST-COUNT + WS-PEND-CUST-COUNT

               IF WS-TOTAL-CUST-COUNT > 0
                       AND NOT RETIRE-HAS-REPLACEMENT
                   MOVE "REFUSED - CUSTOMERS STILL USE IT"
                       TO WS-STC-STATUS
               ELSE
                   SET RETIRE-IS-APPLIED TO TRUE
                   MOVE "RETIRED" TO WS-STC-STATUS
               END-IF

               PERFORM Write-Stc-Detail-Line
               PERFORM List-Retire-Impact

               IF RETIRE-IS-APPLIED
                   PERFORM Read-Old-State-Name
                   EXEC SQL
                       DELETE FROM MFUSER.STATECTRY
                        WHERE SCT_STATE   = :STATECTRY-SCT-STATE
                          AND SCT_COUNTRY = :STATECTRY-SCT-COUNTRY
                   END-EXEC
                   MOVE SPACES         TO STATECTRYH-SCH-NEW-STATE-NAME
                   MOVE SM-NEW-STATE   TO STATECTRYH-SCH-REPL-STATE
                   MOVE SM-NEW-COUNTRY TO STATECTRYH-SCH-REPL-COUNTRY
                   MOVE WS-TOTAL-CUST-COUNT
                                       TO STATECTRYH-SCH-CUST-COUNT
                   PERFORM Write-Stc-History
                   ADD 1 TO WS-RETIRED-COUNT
               END-IF
           END-IF.

       List-Retire-Impact Section.

           MOVE ZERO TO WS-IMPACT-ITEMS
           MOVE SM-STATE      TO RIH-STATE
           MOVE SM-COUNTRY    TO RIH-COUNTRY
           MOVE WS-TOTAL-CUST-COUNT TO RIH-CUST-COUNT
           MOVE RPT-IMPACT-HDR TO WS-PRINT-LINE
           PERFORM Write-Report-Line

           IF WS-CUST-COUNT > 0
               PERFORM List-Affected-Customers
           END-IF

           IF WS-PEND-CUST-COUNT > 0
               PERFORM List-Pending-Customers
           END-IF

           PERFORM List-Affected-Criteria

           IF WS-IMPACT-ITEMS = ZERO
               MOVE RPT-IMPACT-NONE TO WS-PRINT-LINE
               PERFORM Write-Report-Line
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           PERFORM Write-Report-Line.

      *> CSR-AFFECTED returns the whole row so a move can be written
      *> as a full maintenance change, everything but the state and
      *> country as it is on file
       List-Affected-Customers Section.

           EXEC SQL
           DECLARE CSR-AFFECTED CURSOR FOR SELECT
                  A.BCS_PID
                 ,A.BCS_NAME
                 ,A.BCS_SIN
                 ,A.BCS_ADDR1
                 ,A.BCS_ADDR2
                 ,A.BCS_STATE
                 ,A.BCS_COUNTRY
                 ,A.BCS_POST_CODE
                 ,A.BCS_TEL
                 ,A.BCS_EMAIL
                 ,A.BCS_SEND_MAIL
                 ,A.BCS_SEND_EMAIL
             FROM MFUSER.BNKCUST A
            WHERE A.BCS_STATE   = :BNKCUST-BCS-STATE
              AND A.BCS_COUNTRY = :BNKCUST-BCS-COUNTRY
            ORDER BY A.BCS_PID
          END-EXEC
           EXEC SQL
              OPEN CSR-AFFECTED
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = +100
              EXEC SQL
                FETCH CSR-AFFECTED  INTO
                   :BNKCUST-BCS-PID
                  ,:BNKCUST-BCS-NAME
                  ,:BNKCUST-BCS-SIN
                  ,:BNKCUST-BCS-ADDR1
                  ,:BNKCUST-BCS-ADDR2
                  ,:BNKCUST-BCS-STATE
                  ,:BNKCUST-BCS-COUNTRY
                  ,:BNKCUST-BCS-POST-CODE
                  ,:BNKCUST-BCS-TEL
                  ,:BNKCUST-BCS-EMAIL
                  ,:BNKCUST-BCS-SEND-MAIL
                  ,:BNKCUST-BCS-SEND-EMAIL
              END-EXEC
              IF SQLCODE = 0
                   ADD 1 TO WS-IMPACT-ITEMS
                   MOVE BNKCUST-BCS-PID TO RIC-PID
                   IF RETIRE-IS-APPLIED
                       PERFORM Find-Pending-Entry
                       PERFORM Write-Move-Transaction
                   ELSE
                       MOVE "STILL USES THIS CODE" TO RIC-ACTION
                   END-IF
                   MOVE RPT-IMPACT-CUST TO WS-PRINT-LINE
                   PERFORM Write-Report-Line
              END-IF
           END-PERFORM
           EXEC SQL
             CLOSE CSR-AFFECTED
           END-EXEC.

      *> the campaign extract accepts a STATE criterion while any
      *> STATECTRY row carries the state, and a COUNTRY criterion
      *> while any row carries the country - so a criterion breaks
      *> only when the row being retired is the last one with it
       List-Affected-Criteria Section.

           PERFORM VARYING WS-CRIT-IDX FROM 1 BY 1
                   UNTIL WS-CRIT-IDX > WS-CRIT-COUNT
               MOVE ZERO TO WS-REF-COUNT
               EVALUATE TRUE
                   WHEN CRT-FIELD(WS-CRIT-IDX) = "STATE"
                           AND CRT-VALUE(WS-CRIT-IDX)(1:2) = SM-STATE
                       MOVE SM-STATE TO WS-CRIT-STATE-HV
                       EXEC SQL
                         SELECT COUNT(*)
                           INTO :WS-REF-COUNT
                           FROM MFUSER.STATECTRY S
                          WHERE S.SCT_STATE = :WS-CRIT-STATE-HV
                       END-EXEC
                       IF WS-REF-COUNT = 1
                           PERFORM Print-Affected-Criterion
                       END-IF
                   WHEN CRT-FIELD(WS-CRIT-IDX) = "COUNTRY"
                           AND CRT-VALUE(WS-CRIT-IDX) = SM-COUNTRY
                       MOVE SM-COUNTRY TO WS-CRIT-CTRY-HV
                       EXEC SQL
                         SELECT COUNT(*)
                           INTO :WS-REF-COUNT
                           FROM MFUSER.STATECTRY S
                          WHERE S.SCT_COUNTRY = :WS-CRIT-CTRY-HV
                       END-EXEC
                       IF WS-REF-COUNT = 1
                           PERFORM Print-Affected-Criterion
                       END-IF
               END-EVALUATE
           END-PERFORM.

       Print-Affected-Criterion Section.

           ADD 1 TO WS-IMPACT-ITEMS
           MOVE CRT-FIELD(WS-CRIT-IDX)  TO RIR-FIELD
           MOVE CRT-ACTION(WS-CRIT-IDX) TO RIR-ACTION
           MOVE CRT-VALUE(WS-CRIT-IDX)  TO RIR-VALUE
           MOVE RPT-IMPACT-CRIT TO WS-PRINT-LINE
           PERFORM Write-Report-Line.

      *> customers not on the code in BNKCUST that CUSTMAINT.TRN
      *> will put on it - a waiting desk change or add, or a move an
      *> earlier retire this run wrote
       Count-Pending-On-Code Section.

           MOVE ZERO TO WS-PEND-CUST-COUNT
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
               PERFORM Test-Pending-On-Code
               IF PEND-ENTRY-ON-CODE
                   ADD 1 TO WS-PEND-CUST-COUNT
               END-IF
           END-PERFORM.

      *> only the customer's last entry stands, and only one that
      *> leaves them on the code being retired - a customer already
      *> on it in BNKCUST is listed and moved from the cursor
       Test-Pending-On-Code Section.

           MOVE "N" TO WS-PEND-ON-CODE-SW
           MOVE PND-IMAGE(WS-PEND-IDX) TO WS-PEND-VIEW

           IF PV-CODE NOT = "D"
                   AND PV-STATE = SM-STATE
                   AND PV-COUNTRY = SM-COUNTRY
               SET PEND-ENTRY-ON-CODE TO TRUE
               COMPUTE WS-PEND-SCAN = WS-PEND-IDX + 1
               PERFORM UNTIL WS-PEND-SCAN > WS-PEND-COUNT
                       OR NOT PEND-ENTRY-ON-CODE
                   IF PND-PID(WS-PEND-SCAN) = PND-PID(WS-PEND-IDX)
                       MOVE "N" TO WS-PEND-ON-CODE-SW
                   END-IF
                   ADD 1 TO WS-PEND-SCAN
               END-PERFORM
           END-IF

           IF PEND-ENTRY-ON-CODE
               MOVE PND-PID(WS-PEND-IDX) TO WS-PEND-PID-HV
               MOVE ZERO TO WS-PEND-ON-FILE
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-PEND-ON-FILE
                     FROM MFUSER.BNKCUST
                    WHERE BCS_PID     = :WS-PEND-PID-HV
                      AND BCS_STATE   = :STATECTRY-SCT-STATE
                      AND BCS_COUNTRY = :STATECTRY-SCT-COUNTRY
               END-EXEC
               IF WS-PEND-ON-FILE > 0
                   MOVE "N" TO WS-PEND-ON-CODE-SW
               END-IF
           END-IF.

      *> the moves written here are appended to the table, so the
      *> walk stops at the entries that were there when it began
       List-Pending-Customers Section.

           MOVE WS-PEND-COUNT TO WS-PEND-SCAN-END
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-SCAN-END
               PERFORM Test-Pending-On-Code
               IF PEND-ENTRY-ON-CODE
                   ADD 1 TO WS-IMPACT-ITEMS
                   MOVE PND-PID(WS-PEND-IDX) TO RIC-PID
                   IF RETIRE-IS-APPLIED
                       PERFORM Write-Pending-Move
                   ELSE
                       MOVE "WAITING ENTRY USES THIS CODE"
                           TO RIC-ACTION
                   END-IF
                   MOVE RPT-IMPACT-CUST TO WS-PRINT-LINE
                   PERFORM Write-Report-Line
               END-IF
           END-PERFORM.

      *> the entry is repeated with only the state and country
      *> replaced - the original is refused once the code is gone,
      *> and this one carries everything it would have applied. A
      *> waiting add stays an add: the customer is not on file yet
       Write-Pending-Move Section.

           MOVE PND-IMAGE(WS-PEND-IDX) TO TRANS-OUT-RECORD
           MOVE SM-NEW-STATE   TO TO-STATE
           MOVE SM-NEW-COUNTRY TO TO-COUNTRY
           PERFORM Put-Move-Transaction
           MOVE SPACES TO RIC-ACTION
           STRING "MOVE TO " SM-NEW-STATE "/"
               SM-NEW-COUNTRY " FROM WAITING ENTRY"
               DELIMITED BY SIZE
               INTO RIC-ACTION
           END-STRING
           ADD 1 TO WS-MOVE-PEND-COUNT.

      *> the last entry for the customer already waiting, if any
       Find-Pending-Entry Section.

           MOVE ZERO TO WS-PEND-FOUND
           PERFORM VARYING WS-PEND-IDX FROM WS-PEND-COUNT BY -1
                   UNTIL WS-PEND-IDX < 1 OR WS-PEND-FOUND > 0
               IF PND-PID(WS-PEND-IDX) = BNKCUST-BCS-PID
                   MOVE WS-PEND-IDX TO WS-PEND-FOUND
               END-IF
           END-PERFORM.

      *> the move keeps every other column as it will stand when the
      *> maintenance run reaches it - as on file, or as the waiting
      *> entry leaves it - with only the state and country replaced.
      *> A waiting delete, or a waiting change that already takes the
      *> customer off the code, needs no move
       Write-Move-Transaction Section.

           IF WS-PEND-FOUND > 0
               MOVE PND-IMAGE(WS-PEND-FOUND) TO TRANS-OUT-RECORD
               EVALUATE TRUE
                   WHEN TO-CODE = "D"
                       MOVE "NOT MOVED - DELETE WAITING ON CUSTMAINT"
                           TO RIC-ACTION
                       ADD 1 TO WS-NO-MOVE-COUNT
                   WHEN TO-STATE NOT = SM-STATE
                           OR TO-COUNTRY NOT = SM-COUNTRY
                       MOVE SPACES TO RIC-ACTION
                       STRING "NOT MOVED - WAITING ENTRY TO "
                           TO-STATE "/" TO-COUNTRY
                           DELIMITED BY SIZE
                           INTO RIC-ACTION
                       END-STRING
                       ADD 1 TO WS-NO-MOVE-COUNT
                   WHEN OTHER
                       MOVE "C"            TO TO-CODE
                       MOVE SM-NEW-STATE   TO TO-STATE
                       MOVE SM-NEW-COUNTRY TO TO-COUNTRY
                       PERFORM Put-Move-Transaction
                       MOVE SPACES TO RIC-ACTION
                       STRING "MOVE TO " SM-NEW-STATE "/"
                           SM-NEW-COUNTRY " FROM WAITING ENTRY"
                           DELIMITED BY SIZE
                           INTO RIC-ACTION
                       END-STRING
                       ADD 1 TO WS-MOVE-PEND-COUNT
               END-EVALUATE
           ELSE
               PERFORM Build-Move-From-File
               PERFORM Put-Move-Transaction
               MOVE SPACES TO RIC-ACTION
               STRING "MOVE TO " SM-NEW-STATE "/"
                   SM-NEW-COUNTRY " WRITTEN TO CUSTMAINT.TRN"
                   DELIMITED BY SIZE
                   INTO RIC-ACTION
               END-STRING
           END-IF.

       Build-Move-From-File Section.

           MOVE "C"                     TO TO-CODE
           MOVE BNKCUST-BCS-PID         TO TO-PID
           MOVE BNKCUST-BCS-NAME        TO TO-NAME
           MOVE BNKCUST-BCS-SIN         TO TO-SIN
           MOVE BNKCUST-BCS-ADDR1       TO TO-ADDR1
           MOVE BNKCUST-BCS-ADDR2       TO TO-ADDR2
           MOVE SM-NEW-STATE            TO TO-STATE
           MOVE SM-NEW-COUNTRY          TO TO-COUNTRY
           MOVE BNKCUST-BCS-POST-CODE   TO TO-POST-CODE
           MOVE BNKCUST-BCS-TEL         TO TO-TEL
           MOVE BNKCUST-BCS-EMAIL       TO TO-EMAIL
           MOVE BNKCUST-BCS-SEND-MAIL   TO TO-SEND-MAIL
           MOVE BNKCUST-BCS-SEND-EMAIL  TO TO-SEND-EMAIL.

      *> every move goes into the pending table as well, so a later
      *> retire in the same run sees where the customer is headed
       Put-Move-Transaction Section.

           IF WS-PEND-COUNT >= WS-PEND-MAX
               DISPLAY "ERROR - MORE THAN " WS-PEND-MAX
                   " ENTRIES ON CUSTMAINT.TRN - PID " TO-PID
               PERFORM Abend-Stc-Run
           END-IF
           ADD 1 TO WS-PEND-COUNT
           MOVE TO-PID           TO PND-PID(WS-PEND-COUNT)
           MOVE TRANS-OUT-RECORD TO PND-IMAGE(WS-PEND-COUNT)

           WRITE TRANS-OUT-RECORD

           IF NOT TRANS-FILE-OK
               DISPLAY "ERROR - CUSTMAINT.TRN WRITE FAILED - STATUS "
                   WS-TRANS-FILE-STATUS " - PID "
                   PND-PID(WS-PEND-COUNT)
               PERFORM Abend-Stc-Run
           END-IF

           ADD 1 TO WS-MOVE-COUNT.

       Read-Old-State-Name Section.

           MOVE SPACES TO WS-OLD-STATE-NAME
           EXEC SQL
               SELECT SCT_STATE_NAME
                 INTO :WS-OLD-STATE-NAME
                 FROM MFUSER.STATECTRY
                WHERE SCT_STATE   = :STATECTRY-SCT-STATE
                  AND SCT_COUNTRY = :STATECTRY-SCT-COUNTRY
           END-EXEC.

      *> the before image is the state name as it stood - blank for
      *> an add - and the after image is what the transaction left
       Write-Stc-History Section.

           PERFORM Stamp-Run-Time

           MOVE SM-STATE          TO STATECTRYH-SCH-STATE
           MOVE SM-COUNTRY        TO STATECTRYH-SCH-COUNTRY
           MOVE WS-RUN-DATE-FMT   TO STATECTRYH-SCH-RUN-DATE
           MOVE WS-RUN-TIME-FMT   TO STATECTRYH-SCH-RUN-TIME
           MOVE SM-ACTION         TO STATECTRYH-SCH-ACTION
           MOVE WS-OLD-STATE-NAME TO STATECTRYH-SCH-OLD-STATE-NAME
           MOVE SM-USER-ID        TO STATECTRYH-SCH-USER-ID

           EXEC SQL
               INSERT INTO MFUSER.STATECTRYH
                   ( SCH_STATE, SCH_COUNTRY, SCH_RUN_DATE
                   , SCH_RUN_TIME, SCH_ACTION, SCH_OLD_STATE_NAME
                   , SCH_NEW_STATE_NAME, SCH_REPL_STATE
                   , SCH_REPL_COUNTRY, SCH_CUST_COUNT, SCH_USER_ID )
               VALUES
                   ( :STATECTRYH-SCH-STATE
                   , :STATECTRYH-SCH-COUNTRY
                   , :STATECTRYH-SCH-RUN-DATE
                   , :STATECTRYH-SCH-RUN-TIME
                   , :STATECTRYH-SCH-ACTION
                   , :STATECTRYH-SCH-OLD-STATE-NAME
                   , :STATECTRYH-SCH-NEW-STATE-NAME
                   , :STATECTRYH-SCH-REPL-STATE
                   , :STATECTRYH-SCH-REPL-COUNTRY
                   , :STATECTRYH-SCH-CUST-COUNT
                   , :STATECTRYH-SCH-USER-ID )
           END-EXEC.

       Stamp-Run-Time Section.

           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO WS-RUN-TIME-FMT
           STRING WS-RUN-TIME-HH ":" WS-RUN-TIME-MM ":"
               WS-RUN-TIME-SS DELIMITED BY SIZE
               INTO WS-RUN-TIME-FMT
           END-STRING.

       Write-Stc-Headings Section.

           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO RH1-PAGE-NO

           IF WS-PAGE-NO > 1
               WRITE STC-MAINT-RPT-LINE FROM WS-BLANK-LINE
           END-IF

           WRITE STC-MAINT-RPT-LINE FROM RPT-HEADER-1
           WRITE STC-MAINT-RPT-LINE FROM RPT-HEADER-2
           WRITE STC-MAINT-RPT-LINE FROM RPT-HEADER-3

           MOVE 4 TO WS-LINE-CTR.

       Write-Stc-Detail-Line Section.

           MOVE WS-ACTION-TEXT   TO RD-ACTION
           MOVE SM-STATE         TO RD-STATE
           MOVE SM-COUNTRY       TO RD-COUNTRY
           MOVE SM-STATE-NAME    TO RD-STATE-NAME
           IF SM-NEW-STATE = SPACES AND SM-NEW-COUNTRY = SPACES
               MOVE SPACES       TO RD-NEW-STATE
               MOVE SPACES       TO RD-NEW-SLASH
               MOVE SPACES       TO RD-NEW-COUNTRY
           ELSE
               MOVE SM-NEW-STATE   TO RD-NEW-STATE
               MOVE "/"            TO RD-NEW-SLASH
               MOVE SM-NEW-COUNTRY TO RD-NEW-COUNTRY
           END-IF
           MOVE SM-USER-ID       TO RD-USER-ID
           MOVE WS-STC-STATUS    TO RD-STATUS

           MOVE RPT-DETAIL TO WS-PRINT-LINE
           PERFORM Write-Report-Line.

       Write-Report-Line Section.

           IF WS-LINE-CTR >= WS-LINES-PER-PAGE
               PERFORM Write-Stc-Headings
           END-IF

           WRITE STC-MAINT-RPT-LINE FROM WS-PRINT-LINE

           ADD 1 TO WS-LINE-CTR.

       Write-Stc-Trailer Section.

           IF WS-PAGE-NO = 0
               PERFORM Write-Stc-Headings
           END-IF

           MOVE WS-TRAN-COUNT     TO RT1-TRAN-COUNT
           MOVE WS-MOVE-COUNT     TO RT1-MOVE-COUNT
           MOVE WS-MOVE-PEND-COUNT TO RT3-MOVE-PEND
           MOVE WS-NO-MOVE-COUNT  TO RT3-NO-MOVE
           MOVE WS-ADDED-COUNT    TO RT2-ADDED
           MOVE WS-RENAMED-COUNT  TO RT2-RENAMED
           MOVE WS-RETIRED-COUNT  TO RT2-RETIRED
           MOVE WS-REJECTED-COUNT TO RT2-REJECTED
           WRITE STC-MAINT-RPT-LINE FROM WS-BLANK-LINE
           WRITE STC-MAINT-RPT-LINE FROM RPT-TRAILER-1
           WRITE STC-MAINT-RPT-LINE FROM RPT-TRAILER-2
           WRITE STC-MAINT-RPT-LINE FROM RPT-TRAILER-3.

      *> a retire whose moves cannot all be written is stopped before
      *> the code is deleted - the rows already applied stand, and
      *> the report shows how far the run got
       Abend-Stc-Run Section.

           COMPUTE WS-RC-ROW-COUNT = WS-ADDED-COUNT
               + WS-RENAMED-COUNT + WS-RETIRED-COUNT
           MOVE 16 TO WS-RC-RETCODE
           MOVE "E" TO WS-RC-FUNCTION
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW
           CLOSE STC-TRAN-FILE
           CLOSE TRANS-OUT-FILE
           CLOSE STC-MAINT-RPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *> Default sql error routine / modify to stop program if needed
       OpenESQL-Error Section.

            display "SQL Error = " sqlstate " " sqlcode
            display MFSQLMESSAGETEXT
            COMPUTE WS-RC-ROW-COUNT = WS-ADDED-COUNT
                + WS-RENAMED-COUNT + WS-RETIRED-COUNT
            MOVE 16 TO WS-RC-RETCODE
            MOVE "E" TO WS-RC-FUNCTION
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW
            CLOSE STC-TRAN-FILE
            CLOSE TRANS-OUT-FILE
            CLOSE STC-MAINT-RPT
           stop run.
