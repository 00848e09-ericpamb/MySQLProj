      $SET XDB sourceformat(variable)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program33.

      *> -------------------------------------------
      *> Annual privacy notice extract. The notice is
      *> a regulatory mailing, not a marketing one, so
      *> unlike the postal extract it selects every
      *> BNKCUST row whatever BCS_SEND_MAIL says. It
      *> still leaves out:
      *>   - addresses confirmed undeliverable by the
      *>     returned-mail reconciliation (a PROGRAM10
      *>     RETURNED MAIL event on the consent ledger
      *>     with no address change applied since),
      *>   - rows with no address to mail to,
      *>   - the non-addressee members of a household
      *>     on the HSEHOLD.DAT cross-reference, who
      *>     are covered by the piece sent to their
      *>     addressee. A member whose addressee is
      *>     gone, undeliverable or no longer at the
      *>     same address is sent a piece of their own.
      *> The feed files follow the house layout (H
      *> header, D detail, T trailer with count and
      *> BCS_PID hash) so the feed verification
      *> program checks them before they go out;
      *> domestic and foreign pieces are split the
      *> same way as the postal extract. No batch
      *> separators - the notice goes to the mail
      *> house as one lot, not presorted into trays.
      *> Every customer gets a dated record on the
      *> NOTICE.LOG notice register - sent, or the
      *> reason it was not sent - which is what we
      *> show the regulator, and the exceptions are
      *> listed on the notice exception report.
      *> The entries are staged on NOTICE.WRK and
      *> only posted to the register once the feed
      *> trailers are written, so a run that fails
      *> part way leaves no entries for pieces that
      *> never went out.
      *> Every piece written is also recorded on the
      *> contact ledger MFUSER.BNKCONTL through
      *> Program42 as a regulatory mailing - it is
      *> never held back by the marketing contact
      *> caps and does not count towards them.
      *> -------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTICE-EXTRACT-DOM ASSIGN TO "NOTICED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NOTICE-EXTRACT-FGN ASSIGN TO "NOTICEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NOTICE-EXCEPT-RPT ASSIGN TO "NOTICE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL NOTICE-LOG ASSIGN TO "NOTICE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT NOTICE-WORK ASSIGN TO "NOTICE.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRK-FILE-STATUS.

           SELECT CYCLE-FILE ASSIGN TO "NOTICE.CYC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-FILE-STATUS.

           SELECT OPTIONAL HOUSEHOLD-FILE ASSIGN TO "HSEHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTICE-EXTRACT-DOM
           RECORDING MODE IS F.
       01  NOTICE-EXTRACT-DOM-RECORD PIC X(96).

       FD  NOTICE-EXTRACT-FGN
           RECORDING MODE IS F.
       01  NOTICE-EXTRACT-FGN-RECORD PIC X(96).

       FD  NOTICE-EXCEPT-RPT
           RECORDING MODE IS F.
       01  NOTICE-EXCEPT-RPT-LINE    PIC X(132).

      *> one record per customer per notice run, kept across runs -
      *> NL-SENT-TO-PID is the PID the piece was addressed to (the
      *> customer's own, or the household addressee's)
       FD  NOTICE-LOG
           RECORDING MODE IS F.
       01  NOTICE-LOG-RECORD.
           05 NL-PID                 PIC X(5).
           05 NL-NOTICE-DATE         PIC X(10).
           05 NL-CYCLE-NO            PIC 9(5).
           05 NL-STATUS              PIC X(1).
           05 NL-REASON              PIC X(20).
           05 NL-SENT-TO-PID         PIC X(5).

      *> this run's register entries, held back until the feeds are
      *> complete - same layout as NOTICE-LOG-RECORD
       FD  NOTICE-WORK
           RECORDING MODE IS F.
       01  NOTICE-WORK-RECORD        PIC X(46).

       FD  CYCLE-FILE
           RECORDING MODE IS F.
       01  CYCLE-RECORD.
           05 CY-CYCLE-NO            PIC 9(5).
           05 CY-RUN-DATE            PIC X(10).

       FD  HOUSEHOLD-FILE
           RECORDING MODE IS F.
       01  HOUSEHOLD-RECORD.
           05 HH-KEY                 PIC 9(7).
           05 HH-PID                 PIC X(5).
           05 HH-ADDRESSEE-SW        PIC X(1).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA  END-EXEC.

      *> after an sql error this has the full message text
       01 MFSQLMESSAGETEXT  PIC X(250).

      *> domestic pieces go to the domestic carrier file - anything
      *> with another BCS_COUNTRY is a foreign piece
       01 WS-HOME-COUNTRY          PIC X(6)  VALUE "CANADA".

       01 WS-CUSTOMER-COUNT        PIC 9(7)  VALUE ZERO.
       01 WS-EXTRACT-COUNT         PIC 9(7)  VALUE ZERO.
       01 WS-DOM-COUNT             PIC 9(7)  VALUE ZERO.
       01 WS-FGN-COUNT             PIC 9(7)  VALUE ZERO.
       01 WS-HOUSEHOLDED-COUNT     PIC 9(7)  VALUE ZERO.
       01 WS-UNDELIVERABLE-COUNT   PIC 9(7)  VALUE ZERO.
       01 WS-NO-ADDRESS-COUNT      PIC 9(7)  VALUE ZERO.

       01 WS-LOG-FILE-STATUS       PIC X(2).
           88 LOG-FILE-OK                      VALUE "00".
           88 LOG-FILE-CREATED                 VALUE "05".

       01 WS-WRK-FILE-STATUS       PIC X(2).
           88 WRK-FILE-OK                      VALUE "00".
       01 WS-WRK-EOF-SW            PIC X(1)  VALUE "N".
           88 WRK-AT-EOF                       VALUE "Y".

       01 WS-CYCLE-FILE-STATUS     PIC X(2).
           88 CYCLE-FILE-OK                    VALUE "00".
           88 CYCLE-FILE-NOT-FOUND             VALUE "35".

       01 WS-CYCLE-NO              PIC 9(5)  VALUE ZERO.

       01 WS-HH-FILE-STATUS        PIC X(2).
           88 HH-FILE-OK                       VALUE "00".
           88 HH-FILE-CREATED                  VALUE "05".

       01 WS-HH-EOF-SW             PIC X(1)  VALUE "N".
           88 HH-AT-EOF                        VALUE "Y".

      *> the whole household cross-reference - a member has to be
      *> matched back to the addressee of its own household
       01 WS-HH-MAX                PIC 9(5)  COMP-5 VALUE 5000.
       01 WS-HH-COUNT              PIC 9(5)  COMP-5 VALUE ZERO.
       01 WS-HH-IDX                PIC 9(5)  COMP-5.
       01 WS-HH-TABLE.
           05 WS-HH-ENTRY          OCCURS 5000 TIMES.
               10 WS-HHT-KEY       PIC 9(7).
               10 WS-HHT-PID       PIC X(5).
               10 WS-HHT-ADDRESSEE PIC X(1).

       01 WS-MEMBER-KEY            PIC 9(7).
       01 WS-MEMBER-SW             PIC X(1)  VALUE "N".
           88 PID-IS-MEMBER                    VALUE "Y".
       01 WS-ADDRESSEE-PID         PIC X(5).

      *> what happened to the customer on the current row
       01 WS-NOTICE-STATUS         PIC X(1).
           88 NOTICE-SENT                      VALUE "S".
           88 NOTICE-NOT-SENT                  VALUE "N".
       01 WS-NOTICE-REASON         PIC X(20).
       01 WS-SENT-TO-PID           PIC X(5).

       01 WS-UNDELIVERABLE-SW      PIC X(1)  VALUE "N".
           88 ADDRESS-UNDELIVERABLE            VALUE "Y".

      *> the customer cursor and the per-row lookups share the one
      *> SQLCA SQLCODE - save/restore it around the lookups so the
      *> PERFORM UNTIL re-tests the FETCH result
       01 WS-SAVE-SQLCODE           PIC S9(9) COMP-5.

      *> trailer hash totals - the sum of the numeric BCS_PID values
      *> on the detail records, kept to the low-order ten digits
       01 WS-DOM-HASH              PIC 9(10) VALUE ZERO.
       01 WS-FGN-HASH              PIC 9(10) VALUE ZERO.

       01 WS-PID-WORK              PIC X(5).
       01 WS-PID-WORK-NUM REDEFINES WS-PID-WORK PIC 9(5).

      *> same detail layout as the postal extract, so the mail house
      *> loads both with one format; the transaction code is unused
       01 WS-NOTICE-DETAIL-RECORD.
           05 ME-REC-TYPE            PIC X(1).
           05 ME-PID                 PIC X(5).
           05 ME-NAME                PIC X(25).
           05 ME-ADDR1               PIC X(25).
           05 ME-ADDR2               PIC X(25).
           05 ME-STATE               PIC X(2).
           05 ME-COUNTRY             PIC X(6).
           05 ME-POST-CODE           PIC X(6).
           05 ME-TRAN-CODE           PIC X(1).

       01 WS-FEED-HEADER-RECORD.
           05 FH-REC-TYPE            PIC X(1).
           05 FH-FEED-NAME           PIC X(8).
           05 FH-RUN-DATE            PIC X(10).
           05 FH-CYCLE-NO            PIC 9(5).

       01 WS-FEED-TRAILER-RECORD.
           05 FT-REC-TYPE            PIC X(1).
           05 FT-DETAIL-COUNT        PIC 9(9).
           05 FT-PID-HASH            PIC 9(10).

       01 WS-RUN-DATE.
           05 WS-RUN-DATE-YYYY      PIC 9(4).
           05 WS-RUN-DATE-MM        PIC 9(2).
           05 WS-RUN-DATE-DD        PIC 9(2).

       01 WS-PAGE-NO               PIC 9(4)  VALUE ZERO.
       01 WS-LINE-CTR              PIC 9(3)  VALUE 99.
       01 WS-LINES-PER-PAGE        PIC 9(3)  VALUE 55.

       01 RPT-HEADER-1.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(30)  VALUE
               "PRIVACY NOTICE EXCEPTIONS".
           05 FILLER                PIC X(10)  VALUE SPACE.
           05 RH1-RUN-DATE          PIC X(10).
           05 FILLER                PIC X(10)  VALUE SPACE.
           05 FILLER                PIC X(5)   VALUE "PAGE ".
           05 RH1-PAGE-NO           PIC ZZZ9.

       01 RPT-HEADER-2.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(7)   VALUE "PID".
           05 FILLER                PIC X(27)  VALUE "NAME".
           05 FILLER                PIC X(10)  VALUE "STATUS".
           05 FILLER                PIC X(22)  VALUE "REASON".
           05 FILLER                PIC X(7)   VALUE "SENT TO".

       01 RPT-HEADER-3.
           05 FILLER                PIC X(132) VALUE ALL "-".

       01 RPT-DETAIL.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RD-PID                PIC X(5).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RD-NAME               PIC X(25).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RD-STATUS             PIC X(8).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RD-REASON             PIC X(20).
           05 FILLER                PIC X(2)   VALUE SPACE.
           05 RD-SENT-TO-PID        PIC X(5).

       01 RPT-TRAILER-1.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 FILLER                PIC X(15)  VALUE "END OF REPORT".
           05 RT1-CUSTOMER-COUNT    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(20)  VALUE " CUSTOMERS ON FILE".

       01 RPT-TRAILER-2.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RT2-EXTRACT-COUNT     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(8)   VALUE " SENT (".
           05 RT2-DOM-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(11)  VALUE " DOMESTIC,".
           05 RT2-FGN-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(10)  VALUE " FOREIGN)".

       01 RPT-TRAILER-3.
           05 FILLER                PIC X(1)   VALUE SPACE.
           05 RT3-HOUSEHOLDED-COUNT PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(13)  VALUE " HOUSEHOLDED,".
           05 RT3-UNDELIVER-COUNT   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(15)  VALUE " UNDELIVERABLE,".
           05 RT3-NO-ADDRESS-COUNT  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(11)  VALUE " NO ADDRESS".

       01 WS-BLANK-LINE             PIC X(132) VALUE SPACE.

      *> run-control registration lives in Program13 so every batch
      *> logs its start and end the same way, and so extracts and
      *> reports can be held off while maintenance is in progress
       01 WS-RC-FUNCTION           PIC X(1).
       01 WS-RC-PROGRAM            PIC X(10) VALUE "PROGRAM33".
       01 WS-RC-ROW-COUNT          PIC 9(7)  VALUE ZERO.
       01 WS-RC-RETCODE            PIC 9(2)  VALUE ZERO.
       01 WS-RC-RESULT-SW          PIC X(1)  VALUE "Y".
           88 RUN-CLEAR-TO-START               VALUE "Y".
           88 RUN-HELD-BY-MAINT                VALUE "N".

      *> the contact ledger lives in Program42 so every extract
      *> records its pieces the same way - a regulatory piece is
      *> recorded but never capped
       01 WS-CL-FUNCTION           PIC X(1).
       01 WS-CL-PROGRAM            PIC X(10) VALUE "PROGRAM33".
       01 WS-CL-CHANNEL            PIC X(1)  VALUE "M".
       01 WS-CL-PURPOSE            PIC X(1)  VALUE "R".
       01 WS-CL-FEED-NAME          PIC X(8).
       01 WS-CL-PID                PIC X(5).
       01 WS-CL-RESULT-SW          PIC X(1).
           88 LEDGER-UNAVAILABLE               VALUE "E".
       01 WS-CL-CAP-NOTE           PIC X(30).

           EXEC SQL BEGIN DECLARE SECTION  END-EXEC
       *> Put your host variables here if you need to port
       *> to other COBOL compilers
            EXEC SQL INCLUDE BNKCUST END-EXEC.

            01 WS-CHK-PID-HV      PIC X(5).
            01 WS-RETURNED-COUNT  PIC S9(9) COMP-5.
            01 WS-ADR-ADDR1-HV    PIC X(25).
            01 WS-ADR-ADDR2-HV    PIC X(25).
            01 WS-ADR-POST-HV     PIC X(6).

           EXEC SQL END DECLARE SECTION END-EXEC

       PROCEDURE DIVISION.

       Main-Line Section.

      *> hold off while the maintenance program is mid-way through
      *> applying transactions, then register this run in the run log
           MOVE "C" TO WS-RC-FUNCTION
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW
           IF RUN-HELD-BY-MAINT
               DISPLAY "PROGRAM33 HELD - BNKCUST MAINTENANCE "
                   "IN PROGRESS - RERUN AFTER PROGRAM5 ENDS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "S" TO WS-RC-FUNCTION
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW

           PERFORM Initialize-Extract

      *> a notice run whose pieces are not on the contact ledger
      *> would leave the service desk blind to it - no ledger, no
      *> run; a rerun on the same day replaces the day's entries
           MOVE "I" TO WS-CL-FUNCTION
           CALL "Program42" USING WS-CL-FUNCTION, WS-CL-PROGRAM,
               WS-CL-CHANNEL, WS-CL-PURPOSE, WS-CL-FEED-NAME,
               WS-CYCLE-NO, WS-CL-PID, WS-CL-RESULT-SW,
               WS-CL-CAP-NOTE
           IF LEDGER-UNAVAILABLE
               DISPLAY "ERROR - CONTACT LEDGER UNAVAILABLE - "
                   "PRIVACY NOTICE EXTRACT NOT RUN"
               PERFORM Abend-Extract
           END-IF

           EXEC SQL
               WHENEVER SQLERROR GOTO OpenESQL-Error
            END-EXEC

           PERFORM Extract-Notice-Rows

           PERFORM Write-Notice-Trailer

           MOVE "T"          TO FT-REC-TYPE
           MOVE WS-DOM-COUNT TO FT-DETAIL-COUNT
           MOVE WS-DOM-HASH  TO FT-PID-HASH
           WRITE NOTICE-EXTRACT-DOM-RECORD
               FROM WS-FEED-TRAILER-RECORD
           MOVE WS-FGN-COUNT TO FT-DETAIL-COUNT
           MOVE WS-FGN-HASH  TO FT-PID-HASH
           WRITE NOTICE-EXTRACT-FGN-RECORD
               FROM WS-FEED-TRAILER-RECORD

           PERFORM Post-Notice-Register

           DISPLAY "PRIVACY NOTICE EXTRACT COMPLETE - "
               WS-CUSTOMER-COUNT " CUSTOMERS, " WS-EXTRACT-COUNT
               " PIECES WRITTEN (" WS-DOM-COUNT " DOMESTIC, "
               WS-FGN-COUNT " FOREIGN)"
           DISPLAY "NOT SENT: " WS-HOUSEHOLDED-COUNT " HOUSEHOLDED, "
               WS-UNDELIVERABLE-COUNT " UNDELIVERABLE, "
               WS-NO-ADDRESS-COUNT " NO ADDRESS"

           CLOSE NOTICE-EXTRACT-DOM
           CLOSE NOTICE-EXTRACT-FGN
           CLOSE NOTICE-EXCEPT-RPT
           CLOSE NOTICE-LOG

           MOVE WS-EXTRACT-COUNT TO WS-RC-ROW-COUNT
           MOVE ZERO TO WS-RC-RETCODE
           MOVE "E" TO WS-RC-FUNCTION
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW

           EXIT PROGRAM.
           STOP RUN.

      *> every customer on file, opted in or not, in the same presort
      *> sequence as the postal extract
       Extract-Notice-Rows Section.

           EXEC SQL
           DECLARE CSR-NOTICE CURSOR FOR SELECT
                  A.BCS_PID
                 ,A.BCS_NAME
                 ,A.BCS_ADDR1
                 ,A.BCS_ADDR2
                 ,A.BCS_STATE
                 ,A.BCS_COUNTRY
                 ,A.BCS_POST_CODE
             FROM MFUSER.BNKCUST A
            ORDER BY A.BCS_COUNTRY, A.BCS_STATE, A.BCS_POST_CODE
                    ,A.BCS_PID
          END-EXEC
           EXEC SQL
              OPEN CSR-NOTICE
           END-EXEC
           PERFORM UNTIL SQLCODE < 0 OR SQLCODE = +100
              EXEC SQL
                FETCH CSR-NOTICE INTO
                   :BNKCUST-BCS-PID
                  ,:BNKCUST-BCS-NAME
                  ,:BNKCUST-BCS-ADDR1
                  ,:BNKCUST-BCS-ADDR2
                  ,:BNKCUST-BCS-STATE
                  ,:BNKCUST-BCS-COUNTRY
                  ,:BNKCUST-BCS-POST-CODE
              END-EXEC
              IF SQLCODE = 0
                  MOVE SQLCODE TO WS-SAVE-SQLCODE
                  PERFORM Process-Notice-Row
                  MOVE WS-SAVE-SQLCODE TO SQLCODE
              END-IF
           END-PERFORM
           EXEC SQL
             CLOSE CSR-NOTICE
           END-EXEC.

      *> the checks run in the order the reasons rank on the
      *> register: no address, then undeliverable, then householded
       Process-Notice-Row Section.

           ADD 1 TO WS-CUSTOMER-COUNT
           SET NOTICE-SENT TO TRUE
           MOVE "SENT"          TO WS-NOTICE-REASON
           MOVE BNKCUST-BCS-PID TO WS-SENT-TO-PID

           EVALUATE TRUE
               WHEN BNKCUST-BCS-ADDR1 = SPACES
                       AND BNKCUST-BCS-ADDR2 = SPACES
                   SET NOTICE-NOT-SENT TO TRUE
                   MOVE "NO ADDRESS ON FILE" TO WS-NOTICE-REASON
                   MOVE SPACES TO WS-SENT-TO-PID
                   ADD 1 TO WS-NO-ADDRESS-COUNT
               WHEN OTHER
                   MOVE BNKCUST-BCS-PID TO WS-CHK-PID-HV
                   PERFORM Check-Undeliverable
                   IF ADDRESS-UNDELIVERABLE
                       SET NOTICE-NOT-SENT TO TRUE
                       MOVE "UNDELIVERABLE" TO WS-NOTICE-REASON
                       MOVE SPACES TO WS-SENT-TO-PID
                       ADD 1 TO WS-UNDELIVERABLE-COUNT
                   ELSE
                       PERFORM Check-Household-Member
                   END-IF
           END-EVALUATE

           IF NOTICE-SENT
               PERFORM Write-Notice-Detail
           ELSE
               PERFORM Write-Exception-Line
           END-IF

           PERFORM Write-Notice-Log.

      *> an address is confirmed undeliverable when the returned-mail
      *> reconciliation turned the postal opt-in off for it and no
      *> address change has been applied since - a new address is a
      *> fresh chance to deliver
       Check-Undeliverable Section.

           MOVE "N" TO WS-UNDELIVERABLE-SW

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-RETURNED-COUNT
               FROM MFUSER.BNKCONSNT C
              WHERE C.CEV_PID     = :WS-CHK-PID-HV
                AND C.CEV_FLAG    = 'MAIL'
                AND C.CEV_PROGRAM = 'PROGRAM10'
                AND C.CEV_REASON  = 'RETURNED MAIL'
                AND NOT EXISTS
                    (SELECT H.HST_PID
                       FROM MFUSER.BNKCUSTH H
                      WHERE H.HST_PID = C.CEV_PID
                        AND H.HST_TRAN_CODE <> 'D'
                        AND (H.HST_RUN_DATE > C.CEV_RUN_DATE
                             OR (H.HST_RUN_DATE = C.CEV_RUN_DATE
                                 AND H.HST_RUN_TIME > C.CEV_RUN_TIME))
                        AND (H.HST_NEW_ADDR1     <> H.HST_OLD_ADDR1
                          OR H.HST_NEW_ADDR2     <> H.HST_OLD_ADDR2
                          OR H.HST_NEW_STATE     <> H.HST_OLD_STATE
                          OR H.HST_NEW_COUNTRY   <> H.HST_OLD_COUNTRY
                          OR H.HST_NEW_POST_CODE <> H.HST_OLD_POST_CODE))
           END-EXEC

           IF WS-RETURNED-COUNT > 0
               SET ADDRESS-UNDELIVERABLE TO TRUE
           END-IF.

      *> a non-addressee member is covered by its addressee's piece
      *> only while that addressee is still on file at the same
      *> address and deliverable - the cross-reference is only as
      *> fresh as the last householding pass, so it is re-checked
       Check-Household-Member Section.

           MOVE "N" TO WS-MEMBER-SW
           MOVE SPACES TO WS-ADDRESSEE-PID

           PERFORM VARYING WS-HH-IDX FROM 1 BY 1
                   UNTIL WS-HH-IDX > WS-HH-COUNT
                      OR PID-IS-MEMBER
               IF WS-HHT-PID(WS-HH-IDX) = BNKCUST-BCS-PID
                       AND WS-HHT-ADDRESSEE(WS-HH-IDX) NOT = "Y"
                   SET PID-IS-MEMBER TO TRUE
                   MOVE WS-HHT-KEY(WS-HH-IDX) TO WS-MEMBER-KEY
               END-IF
           END-PERFORM

           IF PID-IS-MEMBER
               PERFORM VARYING WS-HH-IDX FROM 1 BY 1
                       UNTIL WS-HH-IDX > WS-HH-COUNT
                          OR WS-ADDRESSEE-PID NOT = SPACES
                   IF WS-HHT-KEY(WS-HH-IDX) = WS-MEMBER-KEY
                           AND WS-HHT-ADDRESSEE(WS-HH-IDX) = "Y"
                       MOVE WS-HHT-PID(WS-HH-IDX) TO WS-ADDRESSEE-PID
                   END-IF
               END-PERFORM
           END-IF

           IF WS-ADDRESSEE-PID NOT = SPACES
               MOVE WS-ADDRESSEE-PID TO WS-CHK-PID-HV
               EXEC SQL
                   SELECT BCS_ADDR1
                         ,BCS_ADDR2
                         ,BCS_POST_CODE
                     INTO :WS-ADR-ADDR1-HV
                         ,:WS-ADR-ADDR2-HV
                         ,:WS-ADR-POST-HV
                     FROM MFUSER.BNKCUST
                    WHERE BCS_PID = :WS-CHK-PID-HV
               END-EXEC
               IF SQLCODE = 0
                       AND WS-ADR-ADDR1-HV = BNKCUST-BCS-ADDR1
                       AND WS-ADR-ADDR2-HV = BNKCUST-BCS-ADDR2
                       AND WS-ADR-POST-HV  = BNKCUST-BCS-POST-CODE
                   PERFORM Check-Undeliverable
                   IF NOT ADDRESS-UNDELIVERABLE
                       SET NOTICE-NOT-SENT TO TRUE
                       MOVE "HOUSEHOLDED" TO WS-NOTICE-REASON
                       MOVE WS-ADDRESSEE-PID TO WS-SENT-TO-PID
                       ADD 1 TO WS-HOUSEHOLDED-COUNT
                   END-IF
               END-IF
           END-IF.

       Write-Notice-Detail Section.

           MOVE "D"                    TO ME-REC-TYPE
           MOVE BNKCUST-BCS-PID        TO ME-PID
           MOVE BNKCUST-BCS-NAME       TO ME-NAME
           MOVE BNKCUST-BCS-ADDR1      TO ME-ADDR1
           MOVE BNKCUST-BCS-ADDR2      TO ME-ADDR2
           MOVE BNKCUST-BCS-STATE      TO ME-STATE
           MOVE BNKCUST-BCS-COUNTRY    TO ME-COUNTRY
           MOVE BNKCUST-BCS-POST-CODE  TO ME-POST-CODE
           MOVE SPACE                  TO ME-TRAN-CODE

           MOVE BNKCUST-BCS-PID TO WS-PID-WORK

           MOVE BNKCUST-BCS-PID TO WS-CL-PID
           IF BNKCUST-BCS-COUNTRY = WS-HOME-COUNTRY
               MOVE "NOTCDOM" TO WS-CL-FEED-NAME
           ELSE
               MOVE "NOTCFGN" TO WS-CL-FEED-NAME
           END-IF
           PERFORM Record-Contact

           IF BNKCUST-BCS-COUNTRY = WS-HOME-COUNTRY
               WRITE NOTICE-EXTRACT-DOM-RECORD
                   FROM WS-NOTICE-DETAIL-RECORD
               ADD 1 TO WS-DOM-COUNT
               IF WS-PID-WORK NUMERIC
                   COMPUTE WS-DOM-HASH = FUNCTION MOD
                       (WS-DOM-HASH + WS-PID-WORK-NUM, 10000000000)
               ELSE
                   DISPLAY "WARNING - NON-NUMERIC PID '" WS-PID-WORK
                       "' EXCLUDED FROM HASH TOTAL"
               END-IF
           ELSE
               WRITE NOTICE-EXTRACT-FGN-RECORD
                   FROM WS-NOTICE-DETAIL-RECORD
               ADD 1 TO WS-FGN-COUNT
               IF WS-PID-WORK NUMERIC
                   COMPUTE WS-FGN-HASH = FUNCTION MOD
                       (WS-FGN-HASH + WS-PID-WORK-NUM, 10000000000)
               ELSE
                   DISPLAY "WARNING - NON-NUMERIC PID '" WS-PID-WORK
                       "' EXCLUDED FROM HASH TOTAL"
               END-IF
           END-IF

           ADD 1 TO WS-EXTRACT-COUNT.

      *> the piece is on the contact ledger before its D record is
      *> written
       Record-Contact Section.

           MOVE "C" TO WS-CL-FUNCTION
           CALL "Program42" USING WS-CL-FUNCTION, WS-CL-PROGRAM,
               WS-CL-CHANNEL, WS-CL-PURPOSE, WS-CL-FEED-NAME,
               WS-CYCLE-NO, WS-CL-PID, WS-CL-RESULT-SW,
               WS-CL-CAP-NOTE

           IF LEDGER-UNAVAILABLE
               DISPLAY "ERROR - CONTACT LEDGER UNAVAILABLE - PID "
                   WS-CL-PID " - PRIVACY NOTICE EXTRACT STOPPED"
               PERFORM Abend-Extract
           END-IF.

      *> the register entry is written for every customer, sent or
      *> not - a customer with no entry for the cycle was never seen
       Write-Notice-Log Section.

           MOVE BNKCUST-BCS-PID  TO NL-PID
           MOVE RH1-RUN-DATE     TO NL-NOTICE-DATE
           MOVE WS-CYCLE-NO      TO NL-CYCLE-NO
           MOVE WS-NOTICE-STATUS TO NL-STATUS
           MOVE WS-NOTICE-REASON TO NL-REASON
           MOVE WS-SENT-TO-PID   TO NL-SENT-TO-PID
           WRITE NOTICE-WORK-RECORD FROM NOTICE-LOG-RECORD
           IF NOT WRK-FILE-OK
               DISPLAY "ERROR - NOTICE.WRK WRITE FAILED - STATUS "
                   WS-WRK-FILE-STATUS " - PID " BNKCUST-BCS-PID
               PERFORM Abend-Extract
           END-IF.

      *> the feeds are trailered, so every staged entry is for a
      *> piece that is going out (or a customer seen and not sent) -
      *> only now does the cycle go onto the register
       Post-Notice-Register Section.

           CLOSE NOTICE-WORK
           OPEN INPUT NOTICE-WORK
           IF NOT WRK-FILE-OK
               DISPLAY "ERROR - NOTICE.WRK OPEN FAILED - STATUS "
                   WS-WRK-FILE-STATUS " - NOTICE.LOG NOT POSTED"
               PERFORM Abend-Extract
           END-IF

           MOVE "N" TO WS-WRK-EOF-SW
           PERFORM UNTIL WRK-AT-EOF
               READ NOTICE-WORK
                   AT END
                       SET WRK-AT-EOF TO TRUE
                   NOT AT END
                       WRITE NOTICE-LOG-RECORD FROM NOTICE-WORK-RECORD
                       IF NOT LOG-FILE-OK
                           DISPLAY "ERROR - NOTICE.LOG WRITE FAILED - "
                               "STATUS " WS-LOG-FILE-STATUS
                               " - NOTICE.WRK HOLDS CYCLE "
                               WS-CYCLE-NO
                           PERFORM Abend-Extract
                       END-IF
               END-READ
           END-PERFORM

           CLOSE NOTICE-WORK
           CALL "CBL_DELETE_FILE" USING "NOTICE.WRK".

       Initialize-Extract Section.

           OPEN OUTPUT NOTICE-EXTRACT-DOM
           OPEN OUTPUT NOTICE-EXTRACT-FGN
           OPEN OUTPUT NOTICE-EXCEPT-RPT

      *> the register is the proof of mailing - no register, no run
           OPEN EXTEND NOTICE-LOG
           IF NOT LOG-FILE-OK AND NOT LOG-FILE-CREATED
               DISPLAY "ERROR - NOTICE.LOG OPEN FAILED - STATUS "
                   WS-LOG-FILE-STATUS
               MOVE 16 TO WS-RC-RETCODE
               MOVE "E" TO WS-RC-FUNCTION
               CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
                   WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT NOTICE-WORK
           IF NOT WRK-FILE-OK
               DISPLAY "ERROR - NOTICE.WRK OPEN FAILED - STATUS "
                   WS-WRK-FILE-STATUS
               MOVE 16 TO WS-RC-RETCODE
               MOVE "E" TO WS-RC-FUNCTION
               CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
                   WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW
               CLOSE NOTICE-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE SPACES TO RH1-RUN-DATE
           STRING WS-RUN-DATE-YYYY "-" WS-RUN-DATE-MM "-"
               WS-RUN-DATE-DD DELIMITED BY SIZE
               INTO RH1-RUN-DATE
           END-STRING

           MOVE 99 TO WS-LINE-CTR
           MOVE ZERO TO WS-PAGE-NO
           MOVE ZERO TO WS-CUSTOMER-COUNT
           MOVE ZERO TO WS-EXTRACT-COUNT
           MOVE ZERO TO WS-DOM-COUNT
           MOVE ZERO TO WS-FGN-COUNT
           MOVE ZERO TO WS-HOUSEHOLDED-COUNT
           MOVE ZERO TO WS-UNDELIVERABLE-COUNT
           MOVE ZERO TO WS-NO-ADDRESS-COUNT
           MOVE ZERO TO WS-DOM-HASH
           MOVE ZERO TO WS-FGN-HASH

           PERFORM Bump-Cycle-Number
           PERFORM Load-Household-Table

           MOVE "H"           TO FH-REC-TYPE
           MOVE RH1-RUN-DATE  TO FH-RUN-DATE
           MOVE WS-CYCLE-NO   TO FH-CYCLE-NO
           MOVE "NOTCDOM"     TO FH-FEED-NAME
           WRITE NOTICE-EXTRACT-DOM-RECORD
               FROM WS-FEED-HEADER-RECORD
           MOVE "NOTCFGN"     TO FH-FEED-NAME
           WRITE NOTICE-EXTRACT-FGN-RECORD
               FROM WS-FEED-HEADER-RECORD.

      *> the cycle number ties the notice files and the register
      *> entries to one run, so a rerun can be told from the run it
      *> replaced
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
                   DISPLAY "WARNING - NOTICE.CYC STATUS "
                       WS-CYCLE-FILE-STATUS " - CYCLE RESTARTED AT 1"
               END-IF
           END-IF

           ADD 1 TO WS-CYCLE-NO

           OPEN OUTPUT CYCLE-FILE
           IF CYCLE-FILE-OK
               MOVE WS-CYCLE-NO  TO CY-CYCLE-NO
               MOVE RH1-RUN-DATE TO CY-RUN-DATE
               WRITE CYCLE-RECORD
               CLOSE CYCLE-FILE
           ELSE
               DISPLAY "WARNING - NOTICE.CYC STATUS "
                   WS-CYCLE-FILE-STATUS " - CYCLE NOT SAVED"
           END-IF.

      *> with no cross-reference on file every customer is sent a
      *> piece of their own - more paper, but nobody is missed
       Load-Household-Table Section.

           MOVE ZERO TO WS-HH-COUNT

           OPEN INPUT HOUSEHOLD-FILE
           IF NOT HH-FILE-OK
               IF HH-FILE-CREATED
                   CLOSE HOUSEHOLD-FILE
               END-IF
               DISPLAY "WARNING - NO HSEHOLD.DAT ON FILE - NOTICES "
                   "SENT UNHOUSEHOLDED"
           ELSE
               PERFORM UNTIL HH-AT-EOF
                   READ HOUSEHOLD-FILE
                       AT END
                           SET HH-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-HH-COUNT >= WS-HH-MAX
                               DISPLAY "ERROR - MORE THAN "
                                   WS-HH-MAX " HOUSEHOLD MEMBERS"
                               PERFORM Abend-Extract
                           END-IF
                           ADD 1 TO WS-HH-COUNT
                           MOVE HH-KEY TO WS-HHT-KEY(WS-HH-COUNT)
                           MOVE HH-PID TO WS-HHT-PID(WS-HH-COUNT)
                           MOVE HH-ADDRESSEE-SW
                               TO WS-HHT-ADDRESSEE(WS-HH-COUNT)
                   END-READ
               END-PERFORM
               CLOSE HOUSEHOLD-FILE
           END-IF.

       Write-Exception-Headings Section.

           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO RH1-PAGE-NO

           IF WS-PAGE-NO > 1
               WRITE NOTICE-EXCEPT-RPT-LINE FROM WS-BLANK-LINE
           END-IF

           WRITE NOTICE-EXCEPT-RPT-LINE FROM RPT-HEADER-1
           WRITE NOTICE-EXCEPT-RPT-LINE FROM RPT-HEADER-2
           WRITE NOTICE-EXCEPT-RPT-LINE FROM RPT-HEADER-3

           MOVE 4 TO WS-LINE-CTR.

       Write-Exception-Line Section.

           IF WS-LINE-CTR >= WS-LINES-PER-PAGE
               PERFORM Write-Exception-Headings
           END-IF

           MOVE BNKCUST-BCS-PID  TO RD-PID
           MOVE BNKCUST-BCS-NAME TO RD-NAME
           MOVE "NOT SENT"       TO RD-STATUS
           MOVE WS-NOTICE-REASON TO RD-REASON
           MOVE WS-SENT-TO-PID   TO RD-SENT-TO-PID

           WRITE NOTICE-EXCEPT-RPT-LINE FROM RPT-DETAIL

           ADD 1 TO WS-LINE-CTR.

       Write-Notice-Trailer Section.

           IF WS-PAGE-NO = 0
               PERFORM Write-Exception-Headings
           END-IF

           MOVE WS-CUSTOMER-COUNT      TO RT1-CUSTOMER-COUNT
           MOVE WS-EXTRACT-COUNT       TO RT2-EXTRACT-COUNT
           MOVE WS-DOM-COUNT           TO RT2-DOM-COUNT
           MOVE WS-FGN-COUNT           TO RT2-FGN-COUNT
           MOVE WS-HOUSEHOLDED-COUNT   TO RT3-HOUSEHOLDED-COUNT
           MOVE WS-UNDELIVERABLE-COUNT TO RT3-UNDELIVER-COUNT
           MOVE WS-NO-ADDRESS-COUNT    TO RT3-NO-ADDRESS-COUNT
           WRITE NOTICE-EXCEPT-RPT-LINE FROM WS-BLANK-LINE
           WRITE NOTICE-EXCEPT-RPT-LINE FROM RPT-TRAILER-1
           WRITE NOTICE-EXCEPT-RPT-LINE FROM RPT-TRAILER-2
           WRITE NOTICE-EXCEPT-RPT-LINE FROM RPT-TRAILER-3.

      *> a register, table or ledger failure part way through leaves
      *> the feed without a trailer, so the verifier fails it rather
      *> than letting a partial notice run go out - and the register
      *> has had nothing posted for it
       Abend-Extract Section.

           PERFORM Back-Out-Contacts

           MOVE WS-EXTRACT-COUNT TO WS-RC-ROW-COUNT
           MOVE 16 TO WS-RC-RETCODE
           MOVE "E" TO WS-RC-FUNCTION
           CALL "Program13" USING WS-RC-FUNCTION, WS-RC-PROGRAM,
               WS-RC-ROW-COUNT, WS-RC-RETCODE, WS-RC-RESULT-SW
           CLOSE NOTICE-EXTRACT-DOM
           CLOSE NOTICE-EXTRACT-FGN
           CLOSE NOTICE-EXCEPT-RPT
           CLOSE NOTICE-LOG
           CLOSE NOTICE-WORK
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
               DISPLAY "WARNING - CONTACT LEDGER ROWS FOR PROGRAM33 "
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
            CLOSE NOTICE-EXTRACT-DOM
            CLOSE NOTICE-EXTRACT-FGN
            CLOSE NOTICE-EXCEPT-RPT
            CLOSE NOTICE-LOG
            CLOSE NOTICE-WORK
           stop run.
